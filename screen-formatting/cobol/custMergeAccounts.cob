       IDENTIFICATION DIVISION.
       PROGRAM-ID. custMergeAccounts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MergeFile ASSIGN TO mergeName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-TXN-STATUS.

           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MergeLogFile ASSIGN TO "CUSTMERGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.

           SELECT HistoryFile ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

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
      * a merge transaction is the surviving CUST-ID followed by the
      * one to retire, in the KEEP/RETIRE order custDupScan prints
      * them; blank lines and a sealing trailer are passed over.
       FD MergeFile.
       01 MergeLine       PIC X(12).

       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD MergeLogFile.
       COPY CUSTMRG.

       FD HistoryFile.
       COPY CUSTHST.

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
       01 mergeName   PIC X(32).

       01 WS-MERGE-TXN-STATUS     PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-MERGE-LOG-STATUS     PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01 WS-JOURNAL-BEFORE       PIC X(117) VALUE SPACES.
       01 WS-REPORT-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-DATA-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-MERGED-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(9) VALUE 0.
       01 WS-MOVED-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01 MergeTransaction.
           05 MTX-SURVIVOR-ID     PIC 9(6).
           05 MTX-LOSER-ID        PIC 9(6).

      * both accounts are read before either is touched; the
      * survivor's new balance is worked in a wider field so a sum
      * past CUST-BALANCE's nine digits is refused, not truncated.
       COPY CUSTREC REPLACING ==CustomerRecord== BY ==SurvivorRecord==
                      LEADING ==CUST== BY ==SURV==.

       COPY CUSTREC REPLACING ==CustomerRecord== BY ==LoserRecord==
                      LEADING ==CUST== BY ==LOSE==.

       01 WS-SURVIVOR-OLD         PIC 9(7)V99 VALUE 0.
       01 WS-SURVIVOR-NEW         PIC 9(9)V99 VALUE 0.
       01 WS-LOSER-OLD            PIC 9(7)V99 VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

       01 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-OLD-BALANCE-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-NEW-BALANCE-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

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

       PROCEDURE DIVISION CHAINING mergeName.
       Begin.
          IF FUNCTION TRIM(mergeName) = SPACES
             DISPLAY "A MERGE TRANSACTION FILE NAME IS REQUIRED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          STRING FUNCTION TRIM(mergeName) DELIMITED BY SIZE
                 ".MERGERPT" DELIMITED BY SIZE
             INTO WS-REPORT-FILE-NAME

          MOVE "MERGE" TO WS-SEC-ACTION
          MOVE mergeName TO WS-SEC-FILENAME
          PERFORM CheckOperatorAuthority

          OPEN INPUT MergeFile
          IF WS-MERGE-TXN-STATUS NOT = "00"
             DISPLAY "MERGE FILE NOT AVAILABLE - STATUS "
                WS-MERGE-TXN-STATUS " FOR " FUNCTION TRIM(mergeName)
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN I-O MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
                " - RUN custMasterLoad BEFORE MERGING"
             CLOSE MergeFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

      * the merge log and the balance history are append-only
      * across runs, the same open pattern the SCRNFMT.AUDIT log
      * uses.
          OPEN EXTEND MergeLogFile
          IF WS-MERGE-LOG-STATUS NOT = "00"
             OPEN OUTPUT MergeLogFile
          END-IF
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
          STRING "DUPLICATE ACCOUNT MERGE REPORT  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  TRANSACTIONS: " DELIMITED BY SIZE
                 FUNCTION TRIM(mergeName) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          READ MergeFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ

          PERFORM UNTIL END-OF-FILE = 1
             PERFORM ProcessMergeTransaction
             READ MergeFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM

          CLOSE MergeFile
          CLOSE MasterFile
          CLOSE MergeLogFile
          CLOSE HistoryFile
          CLOSE JournalFile

          PERFORM WriteMergeSummary
          CLOSE ReportFile

          MOVE "DONE" TO WS-SEC-OUTCOME
          MOVE "ACCOUNTS MERGED" TO WS-SEC-DETAIL
          MOVE WS-MERGED-COUNT TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord

          DISPLAY "MERGE REPORT WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          DISPLAY "TRANSACTIONS READ: " WS-DATA-COUNT
             "  MERGED: " WS-MERGED-COUNT
             "  REJECTED: " WS-REJECTED-COUNT
          IF WS-REJECTED-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * each check runs only while the transaction is still clean,
      * so the report names the first thing wrong with it.
       ProcessMergeTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(MergeLine) = SPACES
                OR MergeLine(1:3) = "TRL"
             ADD 1 TO WS-BYPASS-COUNT
          ELSE
             ADD 1 TO WS-DATA-COUNT
             MOVE MergeLine TO MergeTransaction
             MOVE SPACES TO WS-REJECT-REASON
             EVALUATE TRUE
                WHEN MTX-SURVIVOR-ID NOT NUMERIC
                   MOVE "SURVIVING CUST-ID NOT NUMERIC"
                      TO WS-REJECT-REASON
                WHEN MTX-LOSER-ID NOT NUMERIC
                   MOVE "RETIRED CUST-ID NOT NUMERIC"
                      TO WS-REJECT-REASON
                WHEN MTX-SURVIVOR-ID = MTX-LOSER-ID
                   MOVE "ACCOUNT CANNOT MERGE INTO ITSELF"
                      TO WS-REJECT-REASON
             END-EVALUATE
             IF WS-REJECT-REASON = SPACES
                PERFORM ReadMergeAccounts
             END-IF
             IF WS-REJECT-REASON = SPACES
                PERFORM ComputeMergedBalance
             END-IF
             IF WS-REJECT-REASON = SPACES
                PERFORM ApplyMerge
             END-IF
             IF WS-REJECT-REASON NOT = SPACES
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM WriteRejectedLine
             END-IF
          END-IF.

       ReadMergeAccounts.
          MOVE MTX-SURVIVOR-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY
                MOVE "SURVIVING CUST-ID NOT ON MASTER"
                   TO WS-REJECT-REASON
             NOT INVALID KEY
                MOVE MasterRecord TO SurvivorRecord
          END-READ
          IF WS-REJECT-REASON = SPACES
             MOVE MTX-LOSER-ID TO MST-CUST-ID
             READ MasterFile
                INVALID KEY
                   MOVE "RETIRED CUST-ID NOT ON MASTER"
                      TO WS-REJECT-REASON
                NOT INVALID KEY
                   MOVE MasterRecord TO LoserRecord
             END-READ
          END-IF.

       ComputeMergedBalance.
          EVALUATE TRUE
             WHEN SURV-BALANCE NOT NUMERIC
                MOVE "SURVIVOR BALANCE NOT NUMERIC"
                   TO WS-REJECT-REASON
             WHEN LOSE-BALANCE NOT NUMERIC
                MOVE "RETIRED BALANCE NOT NUMERIC"
                   TO WS-REJECT-REASON
             WHEN OTHER
                MOVE SURV-BALANCE TO WS-SURVIVOR-OLD
                MOVE LOSE-BALANCE TO WS-LOSER-OLD
                COMPUTE WS-SURVIVOR-NEW = SURV-BALANCE + LOSE-BALANCE
                IF WS-SURVIVOR-NEW > 9999999.99
                   MOVE "WOULD OVERFLOW CUST-BALANCE"
                      TO WS-REJECT-REASON
                END-IF
          END-EVALUATE.

      * the survivor takes the balance first and the retired
      * account is deleted second; a delete that fails puts the
      * survivor's balance back, so a balance is never counted on
      * both accounts or on neither.
       ApplyMerge.
          MOVE SurvivorRecord TO WS-JOURNAL-BEFORE
          MOVE WS-SURVIVOR-NEW TO SURV-BALANCE
          MOVE SurvivorRecord TO MasterRecord
          REWRITE MasterRecord
             INVALID KEY
                MOVE "SURVIVOR REWRITE FAILED" TO WS-REJECT-REASON
          END-REWRITE
          IF WS-REJECT-REASON = SPACES
             MOVE MTX-LOSER-ID TO MST-CUST-ID
             DELETE MasterFile
                INVALID KEY
                   MOVE "RETIRED DELETE FAILED" TO WS-REJECT-REASON
             END-DELETE
             IF WS-REJECT-REASON NOT = SPACES
                MOVE WS-SURVIVOR-OLD TO SURV-BALANCE
                MOVE SurvivorRecord TO MasterRecord
                REWRITE MasterRecord
                   INVALID KEY
                      DISPLAY "SURVIVOR " MTX-SURVIVOR-ID
                         " NOT RESTORED AFTER FAILED DELETE"
                END-REWRITE
             ELSE
                PERFORM RecordMerge
             END-IF
          END-IF.

       RecordMerge.
          MOVE WS-RUN-DATE TO MRG-RUN-DATE
          MOVE MTX-SURVIVOR-ID TO MRG-SURVIVOR-ID
          MOVE MTX-LOSER-ID TO MRG-LOSER-ID
          MOVE WS-LOSER-OLD TO MRG-BALANCE-MOVED
          MOVE SURV-BALANCE TO MRG-SURVIVOR-NEW
          MOVE LoserRecord TO MRG-LOSER-IMAGE
          WRITE MergeRecord

      * both balance moves land in the history, so the trend
      * inquiry on either account shows where the money went.
          MOVE MTX-SURVIVOR-ID TO HST-CUST-ID
          MOVE WS-RUN-DATE TO HST-RUN-DATE
          MOVE WS-SURVIVOR-OLD TO HST-OLD-BALANCE
          MOVE SURV-BALANCE TO HST-NEW-BALANCE
          WRITE HistoryRecord
          IF WS-LOSER-OLD NOT = 0
             MOVE MTX-LOSER-ID TO HST-CUST-ID
             MOVE WS-RUN-DATE TO HST-RUN-DATE
             MOVE WS-LOSER-OLD TO HST-OLD-BALANCE
             MOVE 0 TO HST-NEW-BALANCE
             WRITE HistoryRecord
          END-IF

      * the journal gets the survivor's change and then the
      * retired account's delete, in the order the master took them.
          MOVE "C" TO JRN-ACTION
          MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
          MOVE SurvivorRecord TO JRN-AFTER-IMAGE
          PERFORM WriteJournalEntry
          MOVE "D" TO JRN-ACTION
          MOVE LoserRecord TO JRN-BEFORE-IMAGE
          MOVE SPACES TO JRN-AFTER-IMAGE
          PERFORM WriteJournalEntry

          ADD 1 TO WS-MERGED-COUNT
          ADD WS-LOSER-OLD TO WS-MOVED-TOTAL
          PERFORM WriteMergedLines.

       WriteJournalEntry.
          ACCEPT JRN-DATE FROM DATE YYYYMMDD
          ACCEPT JRN-TIME FROM TIME
          MOVE "custMergeAccounts" TO JRN-PROGRAM
          MOVE mergeName TO JRN-SOURCE-FILE
          WRITE JournalRecord.

       WriteMergedLines.
          MOVE WS-LOSER-OLD TO WS-AMOUNT-DISPLAY
          MOVE WS-SURVIVOR-OLD TO WS-OLD-BALANCE-DISPLAY
          MOVE SURV-BALANCE TO WS-NEW-BALANCE-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "MERGED   " DELIMITED BY SIZE
                 MTX-LOSER-ID DELIMITED BY SIZE
                 " INTO " DELIMITED BY SIZE
                 MTX-SURVIVOR-ID DELIMITED BY SIZE
                 "  MOVED " DELIMITED BY SIZE
                 WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                 "  SURVIVOR BALANCE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-OLD-BALANCE-DISPLAY)
                    DELIMITED BY SIZE
                 " -> " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NEW-BALANCE-DISPLAY)
                    DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "         KEPT     " DELIMITED BY SIZE
                 SURV-NAME DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 SURV-ADDRESS DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "         RETIRED  " DELIMITED BY SIZE
                 LOSE-NAME DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 LOSE-ADDRESS DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteRejectedLine.
          MOVE SPACES TO WS-OUT-LINE
          STRING "REJECTED " DELIMITED BY SIZE
                 MergeLine(7:6) DELIMITED BY SIZE
                 " INTO " DELIMITED BY SIZE
                 MergeLine(1:6) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-REJECT-REASON DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteMergeSummary.
          MOVE WS-MOVED-TOTAL TO WS-TOTAL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "BALANCE MOVED TO SURVIVORS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "BLANK/TRAILER: " DELIMITED BY SIZE
                 WS-BYPASS-COUNT DELIMITED BY SIZE
                 "  TRANSACTIONS READ: " DELIMITED BY SIZE
                 WS-DATA-COUNT DELIMITED BY SIZE
                 "  MERGED: " DELIMITED BY SIZE
                 WS-MERGED-COUNT DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-REJECTED-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

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
             DISPLAY "custMergeAccounts REFUSED - USER "
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
          MOVE "custMergeAccounts" TO SEC-PROGRAM
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
