       IDENTIFICATION DIVISION.
       PROGRAM-ID. custPaymentPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PaymentFile ASSIGN TO paymentName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

      * every reference number that has ever posted is kept here,
      * so a payment keyed twice - today or a month from now - is
      * caught on its reference instead of reaching the balance.
           SELECT ReferenceFile ASSIGN TO "CUSTPAY.REFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-REFERENCE
               FILE STATUS IS WS-REFERENCE-STATUS.

           SELECT HistoryFile ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BalanceControlFile ASSIGN TO "CUSTBAL.CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.

           SELECT JournalFile ASSIGN TO "CUSTMAST.JRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ReportFile ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT AuthFile ASSIGN TO "CUSTAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SecurityLogFile ASSIGN TO "CUSTSEC.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * a payment transaction is the PaymentTransaction layout at
      * its own positions; blank lines and a sealing trailer are
      * passed over the way custMasterMaint passes them.
       FD PaymentFile.
       01 PaymentLine     PIC X(36).

       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD ReferenceFile.
       01 ReferenceRecord.
           05 REF-REFERENCE   PIC X(12).
           05 REF-CUST-ID     PIC 9(6).
           05 REF-POST-DATE   PIC 9(8).
           05 REF-PAYMENT-FILE PIC X(32).

       FD HistoryFile.
       COPY CUSTHST.

       FD BalanceControlFile.
       COPY BALCTL.

       FD JournalFile.
       COPY CUSTJRN.

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 paymentName PIC X(32).

       01 WS-PAYMENT-STATUS       PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-REFERENCE-STATUS     PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01 WS-BALCTL-STATUS        PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01 WS-JOURNAL-BEFORE       PIC X(117) VALUE SPACES.
       01 WS-REPORT-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-DATA-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-BAD-TYPE-COUNT       PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
       01 WS-POST-HASH-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

      * applied and rejected are counted and totalled per type, so
      * the journal's closing block reads the way the cashier's
      * deposit slip and the adjustment log are reconciled: 1
      * payments, 2 credits, 3 debits.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 3 TIMES.
              10 WS-TYPE-CODE        PIC X(1).
              10 WS-TYPE-LABEL       PIC X(9).
              10 WS-TYPE-APPLIED     PIC 9(9).
              10 WS-TYPE-APPLIED-AMT PIC 9(13)V99.
              10 WS-TYPE-REJECTED    PIC 9(9).
              10 WS-TYPE-REJECTED-AMT PIC 9(13)V99.
       01 WS-TYPE-INDEX           PIC 9(2) VALUE 0.
       01 WS-TYPE-SCAN            PIC 9(2) VALUE 0.

      * CUST-BALANCE is unsigned, so the new balance is worked in a
      * signed field first; anything that would go below zero or
      * past the field's nine digits is refused before the master
      * is touched.
       01 WS-OLD-BALANCE          PIC 9(7)V99 VALUE 0.
       01 WS-NEW-BALANCE          PIC S9(9)V99 VALUE 0.
       01 WS-NET-CHANGE           PIC S9(13)V99 VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-EFF-DATE-DISPLAY     PIC X(10).

       COPY CUSTREC.

       COPY CUSTPAY.

       01 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-OLD-BALANCE-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-NEW-BALANCE-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY          PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * the operator running this program must hold the MAINT role
      * on CUSTAUTH.DAT.  Every check, allowed or denied, and every
      * allowed run that finishes is appended to CUSTSEC.LOG for the
      * auditors.
       01 WS-AUTH-STATUS          PIC X(2) VALUE "00".
       01 WS-SECURITY-STATUS      PIC X(2) VALUE "00".
       01 WS-SEC-USERID           PIC X(12) VALUE SPACES.
       01 WS-SEC-ACTION           PIC X(8) VALUE SPACES.
       01 WS-SEC-FILENAME         PIC X(32) VALUE SPACES.
       01 WS-SEC-OUTCOME          PIC X(7) VALUE SPACES.
       01 WS-SEC-DETAIL           PIC X(24) VALUE SPACES.
       01 WS-SEC-COUNT            PIC 9(9) VALUE 0.
       01 WS-SEC-DATE             PIC 9(8).
       01 WS-SEC-TIME             PIC 9(8).

       PROCEDURE DIVISION CHAINING paymentName.
       Begin.
          IF FUNCTION TRIM(paymentName) = SPACES
             DISPLAY "A PAYMENT TRANSACTION FILE NAME IS REQUIRED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM InitializeTypeTable

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          STRING FUNCTION TRIM(paymentName) DELIMITED BY SIZE
                 ".POSTRPT" DELIMITED BY SIZE
             INTO WS-REPORT-FILE-NAME

          MOVE "POST" TO WS-SEC-ACTION
          MOVE paymentName TO WS-SEC-FILENAME
          PERFORM CheckOperatorAuthority

          OPEN INPUT PaymentFile
          IF WS-PAYMENT-STATUS NOT = "00"
             DISPLAY "PAYMENT FILE NOT AVAILABLE - STATUS "
                WS-PAYMENT-STATUS " FOR " FUNCTION TRIM(paymentName)
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN I-O MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
                " - RUN custMasterLoad BEFORE POSTING"
             CLOSE PaymentFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

      * the first posting run ever finds no reference file and
      * starts an empty one.
          OPEN I-O ReferenceFile
          IF WS-REFERENCE-STATUS = "35"
             OPEN OUTPUT ReferenceFile
             CLOSE ReferenceFile
             OPEN I-O ReferenceFile
          END-IF
          IF WS-REFERENCE-STATUS NOT = "00"
             DISPLAY "CUSTPAY.REFS OPEN FAILED - STATUS "
                WS-REFERENCE-STATUS
             CLOSE PaymentFile
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

      * every balance the run moves lands in the balance history
      * as well, so the trend inquiry sees a payment the same way
      * it sees a change found by the nightly compare.
          OPEN EXTEND HistoryFile
          IF WS-HISTORY-STATUS NOT = "00"
             OPEN OUTPUT HistoryFile
          END-IF
          OPEN EXTEND JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT JournalFile
          END-IF

          OPEN OUTPUT ReportFile

          MOVE SPACES TO WS-OUT-LINE
          STRING "PAYMENT AND ADJUSTMENT POSTING JOURNAL  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  TRANSACTIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(paymentName) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "         T  CUST-ID  REFERENCE     EFFECTIVE"
             TO WS-OUT-LINE
          MOVE "AMOUNT" TO WS-OUT-LINE(54:6)
          MOVE "OLD BALANCE" TO WS-OUT-LINE(63:11)
          MOVE "NEW BALANCE" TO WS-OUT-LINE(77:11)
          WRITE ReportRecord FROM WS-OUT-LINE

          READ PaymentFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ

          PERFORM UNTIL END-OF-FILE = 1
             PERFORM PostTransaction
             READ PaymentFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM

          CLOSE PaymentFile
          CLOSE MasterFile
          CLOSE ReferenceFile
          CLOSE HistoryFile
          CLOSE JournalFile

          PERFORM WriteTypeSummary
          CLOSE ReportFile

          PERFORM PostBalanceControl

          MOVE "DONE" TO WS-SEC-OUTCOME
          MOVE "BALANCES POSTED" TO WS-SEC-DETAIL
          MOVE WS-APPLIED-COUNT TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord

          DISPLAY "POSTING JOURNAL WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          DISPLAY "TRANSACTIONS READ: " WS-DATA-COUNT
             "  APPLIED: " WS-APPLIED-COUNT
             "  REJECTED: " WS-REJECTED-COUNT
          IF WS-REJECTED-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

       InitializeTypeTable.
          MOVE "P" TO WS-TYPE-CODE(1)
          MOVE "PAYMENTS" TO WS-TYPE-LABEL(1)
          MOVE "C" TO WS-TYPE-CODE(2)
          MOVE "CREDITS" TO WS-TYPE-LABEL(2)
          MOVE "D" TO WS-TYPE-CODE(3)
          MOVE "DEBITS" TO WS-TYPE-LABEL(3)
          PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                UNTIL WS-TYPE-SCAN > 3
             MOVE 0 TO WS-TYPE-APPLIED(WS-TYPE-SCAN)
             MOVE 0 TO WS-TYPE-APPLIED-AMT(WS-TYPE-SCAN)
             MOVE 0 TO WS-TYPE-REJECTED(WS-TYPE-SCAN)
             MOVE 0 TO WS-TYPE-REJECTED-AMT(WS-TYPE-SCAN)
          END-PERFORM.

      * each check runs only while the transaction is still clean,
      * so the journal names the first thing wrong with it and the
      * master is never read for a transaction that cannot post.
       PostTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(PaymentLine) = SPACES
                OR PaymentLine(1:3) = "TRL"
             ADD 1 TO WS-BYPASS-COUNT
          ELSE
             ADD 1 TO WS-DATA-COUNT
             MOVE PaymentLine TO PaymentTransaction
             MOVE SPACES TO WS-REJECT-REASON
             PERFORM EditPaymentFields
             IF WS-REJECT-REASON = SPACES
                PERFORM LookUpAccount
             END-IF
             IF WS-REJECT-REASON = SPACES
                PERFORM CheckReference
             END-IF
             IF WS-REJECT-REASON = SPACES
                PERFORM ComputeNewBalance
             END-IF
             IF WS-REJECT-REASON = SPACES
                PERFORM ApplyPayment
             END-IF
             IF WS-REJECT-REASON NOT = SPACES
                PERFORM CountRejectedPayment
                PERFORM WriteRejectedLine
             END-IF
          END-IF.

       EditPaymentFields.
          MOVE 0 TO WS-TYPE-INDEX
          PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                UNTIL WS-TYPE-SCAN > 3
             IF PAY-TYPE = WS-TYPE-CODE(WS-TYPE-SCAN)
                MOVE WS-TYPE-SCAN TO WS-TYPE-INDEX
             END-IF
          END-PERFORM
          EVALUATE TRUE
             WHEN WS-TYPE-INDEX = 0
                MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
             WHEN PAY-CUST-ID NOT NUMERIC
                MOVE "CUST-ID NOT NUMERIC" TO WS-REJECT-REASON
             WHEN PAY-AMOUNT NOT NUMERIC
                MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
             WHEN PAY-AMOUNT = 0
                MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
             WHEN PAY-REFERENCE = SPACES
                MOVE "REFERENCE NUMBER MISSING" TO WS-REJECT-REASON
             WHEN PAY-EFF-DATE NOT NUMERIC
                MOVE "EFFECTIVE DATE NOT CCYYMMDD"
                   TO WS-REJECT-REASON
             WHEN PAY-EFF-DATE(5:2) < "01"
                   OR PAY-EFF-DATE(5:2) > "12"
                   OR PAY-EFF-DATE(7:2) < "01"
                   OR PAY-EFF-DATE(7:2) > "31"
                MOVE "EFFECTIVE DATE NOT CCYYMMDD"
                   TO WS-REJECT-REASON
             WHEN PAY-EFF-DATE > WS-RUN-DATE
                MOVE "EFFECTIVE DATE IN FUTURE" TO WS-REJECT-REASON
          END-EVALUATE.

       LookUpAccount.
          MOVE PAY-CUST-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY
                MOVE "CUST-ID NOT ON MASTER" TO WS-REJECT-REASON
             NOT INVALID KEY
                MOVE MasterRecord TO CustomerRecord
          END-READ.

       CheckReference.
          MOVE PAY-REFERENCE TO REF-REFERENCE
          READ ReferenceFile
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE "DUPLICATE REFERENCE NUMBER" TO WS-REJECT-REASON
          END-READ.

      * a payment or a credit larger than the balance would leave
      * the account owing a negative amount, which CUST-BALANCE
      * cannot hold; the desk issues a refund instead.
       ComputeNewBalance.
          IF CUST-BALANCE NOT NUMERIC
             MOVE "MASTER BALANCE NOT NUMERIC" TO WS-REJECT-REASON
          ELSE
             MOVE CUST-BALANCE TO WS-OLD-BALANCE
             IF PAY-TYPE = "D"
                COMPUTE WS-NEW-BALANCE = CUST-BALANCE + PAY-AMOUNT
             ELSE
                COMPUTE WS-NEW-BALANCE = CUST-BALANCE - PAY-AMOUNT
             END-IF
             IF WS-NEW-BALANCE < 0
                MOVE "WOULD DRIVE BALANCE NEGATIVE"
                   TO WS-REJECT-REASON
             END-IF
             IF WS-NEW-BALANCE > 9999999.99
                MOVE "WOULD OVERFLOW CUST-BALANCE" TO WS-REJECT-REASON
             END-IF
          END-IF.

       ApplyPayment.
          MOVE CustomerRecord TO WS-JOURNAL-BEFORE
          MOVE WS-NEW-BALANCE TO CUST-BALANCE
          MOVE CustomerRecord TO MasterRecord
          REWRITE MasterRecord
             INVALID KEY
                MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
             NOT INVALID KEY
                PERFORM RecordAppliedPayment
          END-REWRITE.

       RecordAppliedPayment.
          MOVE PAY-REFERENCE TO REF-REFERENCE
          MOVE PAY-CUST-ID TO REF-CUST-ID
          MOVE WS-RUN-DATE TO REF-POST-DATE
          MOVE paymentName TO REF-PAYMENT-FILE
          WRITE ReferenceRecord
             INVALID KEY
                DISPLAY "REFERENCE NOT RECORDED: " PAY-REFERENCE
          END-WRITE

          MOVE PAY-CUST-ID TO HST-CUST-ID
          MOVE WS-RUN-DATE TO HST-RUN-DATE
          MOVE WS-OLD-BALANCE TO HST-OLD-BALANCE
          MOVE CUST-BALANCE TO HST-NEW-BALANCE
          WRITE HistoryRecord

          MOVE "C" TO JRN-ACTION
          MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
          MOVE CustomerRecord TO JRN-AFTER-IMAGE
          PERFORM WriteJournalEntry

          ADD 1 TO WS-APPLIED-COUNT
          ADD 1 TO WS-TYPE-APPLIED(WS-TYPE-INDEX)
          ADD PAY-AMOUNT TO WS-TYPE-APPLIED-AMT(WS-TYPE-INDEX)
          ADD PAY-AMOUNT TO WS-POST-HASH-TOTAL
          PERFORM WriteAppliedLine.

       WriteJournalEntry.
          ACCEPT JRN-DATE FROM DATE YYYYMMDD
          ACCEPT JRN-TIME FROM TIME
          MOVE "custPaymentPost" TO JRN-PROGRAM
          MOVE paymentName TO JRN-SOURCE-FILE
          WRITE JournalRecord.

      * a rejected amount is totalled only when it is a number; an
      * unknown type has no column to land in and is counted apart.
       CountRejectedPayment.
          ADD 1 TO WS-REJECTED-COUNT
          IF WS-TYPE-INDEX = 0
             ADD 1 TO WS-BAD-TYPE-COUNT
          ELSE
             ADD 1 TO WS-TYPE-REJECTED(WS-TYPE-INDEX)
             IF PAY-AMOUNT NUMERIC
                ADD PAY-AMOUNT TO WS-TYPE-REJECTED-AMT(WS-TYPE-INDEX)
             END-IF
          END-IF.

       FormatEffectiveDate.
          MOVE SPACES TO WS-EFF-DATE-DISPLAY
          IF PAY-EFF-DATE NUMERIC
             STRING PAY-EFF-DATE(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PAY-EFF-DATE(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PAY-EFF-DATE(1:4) DELIMITED BY SIZE
                INTO WS-EFF-DATE-DISPLAY
          ELSE
             MOVE PAY-EFF-DATE TO WS-EFF-DATE-DISPLAY
          END-IF.

       WriteAppliedLine.
          PERFORM FormatEffectiveDate
          MOVE PAY-AMOUNT TO WS-AMOUNT-DISPLAY
          MOVE WS-OLD-BALANCE TO WS-OLD-BALANCE-DISPLAY
          MOVE CUST-BALANCE TO WS-NEW-BALANCE-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "POSTED   " DELIMITED BY SIZE
                 PAY-TYPE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 PAY-CUST-ID DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 PAY-REFERENCE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-EFF-DATE-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-OLD-BALANCE-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-NEW-BALANCE-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteRejectedLine.
          PERFORM FormatEffectiveDate
          MOVE SPACES TO WS-OUT-LINE
          STRING "REJECTED " DELIMITED BY SIZE
                 PAY-TYPE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 PaymentLine(1:6) DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 PAY-REFERENCE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-EFF-DATE-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
             INTO WS-OUT-LINE
          IF PAY-AMOUNT NUMERIC
             MOVE PAY-AMOUNT TO WS-AMOUNT-DISPLAY
             MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(48:12)
          ELSE
             MOVE PaymentLine(8:9) TO WS-OUT-LINE(51:9)
          END-IF
          MOVE FUNCTION TRIM(WS-REJECT-REASON) TO WS-OUT-LINE(62:30)
          WRITE ReportRecord FROM WS-OUT-LINE.

      * the closing block is what the desk ties to its batch
      * sheet: by type, what posted and what came back, in count
      * and amount, and the net the run moved the book by.
       WriteTypeSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "TOTALS BY TYPE      APPLIED                AMOUNT"
             TO WS-OUT-LINE
          MOVE "REJECTED                AMOUNT" TO WS-OUT-LINE(57:30)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE 0 TO WS-NET-CHANGE
          PERFORM VARYING WS-TYPE-SCAN FROM 1 BY 1
                UNTIL WS-TYPE-SCAN > 3
             PERFORM WriteOneTypeLine
             IF WS-TYPE-CODE(WS-TYPE-SCAN) = "D"
                ADD WS-TYPE-APPLIED-AMT(WS-TYPE-SCAN)
                   TO WS-NET-CHANGE
             ELSE
                SUBTRACT WS-TYPE-APPLIED-AMT(WS-TYPE-SCAN)
                   FROM WS-NET-CHANGE
             END-IF
          END-PERFORM
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE WS-NET-CHANGE TO WS-NET-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "NET CHANGE TO BOOK BALANCE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NET-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "UNKNOWN TYPE: " DELIMITED BY SIZE
                 WS-BAD-TYPE-COUNT DELIMITED BY SIZE
                 "  BLANK/TRAILER: " DELIMITED BY SIZE
                 WS-BYPASS-COUNT DELIMITED BY SIZE
                 "  TRANSACTIONS READ: " DELIMITED BY SIZE
                 WS-DATA-COUNT DELIMITED BY SIZE
                 "  APPLIED: " DELIMITED BY SIZE
                 WS-APPLIED-COUNT DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-REJECTED-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteOneTypeLine.
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-TYPE-LABEL(WS-TYPE-SCAN) TO WS-OUT-LINE(1:9)
          MOVE WS-TYPE-APPLIED(WS-TYPE-SCAN) TO WS-COUNT-DISPLAY
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(17:11)
          MOVE WS-TYPE-APPLIED-AMT(WS-TYPE-SCAN) TO WS-TOTAL-DISPLAY
          MOVE WS-TOTAL-DISPLAY TO WS-OUT-LINE(30:21)
          MOVE WS-TYPE-REJECTED(WS-TYPE-SCAN) TO WS-COUNT-DISPLAY
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(54:11)
          MOVE WS-TYPE-REJECTED-AMT(WS-TYPE-SCAN) TO WS-TOTAL-DISPLAY
          MOVE WS-TOTAL-DISPLAY TO WS-OUT-LINE(66:21)
          WRITE ReportRecord FROM WS-OUT-LINE.

      * the posting run takes its place on the shared balancing
      * ledger: the data transactions it read against the ones it
      * applied, with a hash of the applied amounts, so the daily
      * tie-out accounts for every transaction the desk sent in.
       PostBalanceControl.
          OPEN EXTEND BalanceControlFile
          IF WS-BALCTL-STATUS NOT = "00"
             OPEN OUTPUT BalanceControlFile
          END-IF
          MOVE WS-RUN-DATE TO BAL-RUN-DATE
          MOVE "POST" TO BAL-STEP
          MOVE paymentName TO BAL-FILE-NAME
          MOVE WS-DATA-COUNT TO BAL-IN-COUNT
          MOVE WS-APPLIED-COUNT TO BAL-OUT-COUNT
          MOVE WS-POST-HASH-TOTAL TO BAL-HASH-TOTAL
          WRITE BalanceControlRecord
          CLOSE BalanceControlFile.

      * the USER environment variable names the operator, the same
      * way screenFormat's audit trail does.  A user missing from
      * CUSTAUTH.DAT is refused, and so is everyone when the file
      * itself is missing - the file grants access, its absence
      * never does.
       CheckOperatorAuthority.
          ACCEPT WS-SEC-USERID FROM ENVIRONMENT "USER"
             ON EXCEPTION MOVE "UNKNOWN" TO WS-SEC-USERID
          END-ACCEPT
          MOVE "DENIED" TO WS-SEC-OUTCOME
          MOVE "NO AUTHORIZATION FILE" TO WS-SEC-DETAIL
          OPEN INPUT AuthFile
          IF WS-AUTH-STATUS = "00"
             MOVE WS-SEC-USERID TO AUTH-USERID
             READ AuthFile
                INVALID KEY
                   MOVE "USER NOT AUTHORIZED" TO WS-SEC-DETAIL
                NOT INVALID KEY
                   IF AUTH-MAINT = "Y"
                      MOVE "ALLOWED" TO WS-SEC-OUTCOME
                      MOVE "MAINT ROLE HELD" TO WS-SEC-DETAIL
                   ELSE
                      MOVE "NO MAINT ROLE" TO WS-SEC-DETAIL
                   END-IF
             END-READ
             CLOSE AuthFile
          END-IF
          MOVE 0 TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord
          IF WS-SEC-OUTCOME NOT = "ALLOWED"
             DISPLAY "custPaymentPost REFUSED - USER "
                FUNCTION TRIM(WS-SEC-USERID)
                " DOES NOT HOLD THE MAINT ROLE ("
                FUNCTION TRIM(WS-SEC-DETAIL) ")"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.

       WriteSecurityRecord.
          ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
          ACCEPT WS-SEC-TIME FROM TIME
          OPEN EXTEND SecurityLogFile
          IF WS-SECURITY-STATUS NOT = "00"
             OPEN OUTPUT SecurityLogFile
          END-IF
          MOVE SPACES TO SecurityRecord
          MOVE WS-SEC-USERID TO SEC-USERID
          MOVE "custPaymentPost" TO SEC-PROGRAM
          MOVE WS-SEC-ACTION TO SEC-ACTION
          MOVE WS-SEC-FILENAME TO SEC-FILENAME
          STRING WS-SEC-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-SEC-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-SEC-DATE(1:4) DELIMITED BY SIZE
             INTO SEC-DATE
          STRING WS-SEC-TIME(1:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-SEC-TIME(3:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-SEC-TIME(5:2) DELIMITED BY SIZE
             INTO SEC-TIME
          MOVE WS-SEC-OUTCOME TO SEC-OUTCOME
          MOVE WS-SEC-DETAIL TO SEC-DETAIL
          MOVE WS-SEC-COUNT TO SEC-COUNT
          WRITE SecurityRecord
          CLOSE SecurityLogFile.
