       IDENTIFICATION DIVISION.
       PROGRAM-ID. custHoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnFile ASSIGN TO txnName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      * DYNAMIC access lets one open take keyed opens, updates and
      * releases and also walk the whole file in account order for
      * LIST.
           SELECT HoldFile ASSIGN TO "CUSTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

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
      * a hold transaction is a one-byte action code - O to open a
      * hold, U to update one, R to release one - then the CUST-ID,
      * the reason, the follow-up date as MM/DD/YYYY, the analyst's
      * user ID and the notes.  An open needs the reason and the
      * follow-up date, and takes the user running it as analyst
      * when none is given; an update or release changes only the
      * fields it fills in.
       FD TxnFile.
       01 TxnRecord.
           05 TXN-ACTION        PIC X(1).
           05 TXN-CUST-ID       PIC X(6).
           05 TXN-REASON        PIC X(30).
           05 TXN-FOLLOWUP      PIC X(10).
           05 TXN-ANALYST       PIC X(12).
           05 TXN-NOTES         PIC X(60).

       FD HoldFile.
       COPY CUSTHLD.

       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
      * txnName is a transaction file, or LIST to print every hold
      * on file, open and released.
       01 txnName     PIC X(32).

       01 WS-TXN-STATUS           PIC X(2) VALUE "00".
       01 WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-REPORT-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-MODE             PIC X(8) VALUE SPACES.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(9) VALUE 0.
       01 WS-LIST-OPEN-COUNT      PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01 WS-ACTION-COUNTS.
           05 WS-OPN-APPLIED      PIC 9(9) VALUE 0.
           05 WS-OPN-REJECTED     PIC 9(9) VALUE 0.
           05 WS-UPD-APPLIED      PIC 9(9) VALUE 0.
           05 WS-UPD-REJECTED     PIC 9(9) VALUE 0.
           05 WS-REL-APPLIED      PIC 9(9) VALUE 0.
           05 WS-REL-REJECTED     PIC 9(9) VALUE 0.
           05 WS-BAD-ACTION       PIC 9(9) VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-FOLLOWUP-DATE        PIC 9(8) VALUE 0.
       01 WS-DATE-WORK            PIC 9(8) VALUE 0.
       01 WS-DATE-DISPLAY         PIC X(10) VALUE SPACES.
       01 WS-OPENED-DISPLAY       PIC X(10) VALUE SPACES.
       01 WS-FOLLOWUP-DISPLAY     PIC X(10) VALUE SPACES.
       01 WS-RELEASED-DISPLAY     PIC X(10) VALUE SPACES.
       01 WS-HOLD-FOUND           PIC X(1) VALUE 'N'.

      * opening, updating and releasing holds needs the MAINT role on
      * CUSTAUTH.DAT; LIST is open to anyone.  Every check, allowed or
      * denied, and every update run that finishes is appended to
      * CUSTSEC.LOG for the auditors.
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

       PROCEDURE DIVISION CHAINING txnName.
       Begin.
          IF FUNCTION TRIM(txnName) = SPACES
             DISPLAY "A TRANSACTION FILE NAME OR LIST IS REQUIRED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(txnName))
             TO WS-RUN-MODE

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          IF WS-RUN-MODE NOT = "LIST"
             MOVE "UPDATE" TO WS-SEC-ACTION
             MOVE txnName TO WS-SEC-FILENAME
             PERFORM CheckOperatorAuthority
          END-IF

      * the first run that opens a hold finds no hold file and
      * starts an empty one; LIST of a file that is not there is an
      * error, not an empty list.
          IF WS-RUN-MODE = "LIST"
             MOVE "CUSTHOLD.RPT" TO WS-REPORT-FILE-NAME
             OPEN INPUT HoldFile
          ELSE
             STRING FUNCTION TRIM(txnName) DELIMITED BY SIZE
                    ".HOLDRPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILE-NAME
             OPEN INPUT TxnFile
             IF WS-TXN-STATUS NOT = "00"
                DISPLAY "TRANSACTION FILE NOT AVAILABLE - STATUS "
                   WS-TXN-STATUS " FOR " FUNCTION TRIM(txnName)
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN I-O HoldFile
             IF WS-HOLD-STATUS = "35"
                OPEN OUTPUT HoldFile
                CLOSE HoldFile
                OPEN I-O HoldFile
             END-IF
          END-IF
          IF WS-HOLD-STATUS NOT = "00"
             DISPLAY "CUSTHOLD.DAT OPEN FAILED - STATUS "
                WS-HOLD-STATUS
             IF WS-RUN-MODE NOT = "LIST"
                CLOSE TxnFile
             END-IF
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

      * a hold can only be opened on an account the master knows.
          IF WS-RUN-MODE NOT = "LIST"
             OPEN INPUT MasterFile
             IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                   WS-MASTER-STATUS
                   " - RUN custMasterLoad BEFORE HOLDING"
                CLOSE TxnFile
                CLOSE HoldFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          OPEN OUTPUT ReportFile
          MOVE SPACES TO WS-OUT-LINE
          STRING "ACCOUNT HOLD MAINTENANCE  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  INPUT: " DELIMITED BY SIZE
                 FUNCTION TRIM(txnName) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          EVALUATE WS-RUN-MODE
             WHEN "LIST"
                PERFORM ListHolds
             WHEN OTHER
                READ TxnFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                PERFORM UNTIL END-OF-FILE = 1
                   PERFORM ApplyTransaction
                   READ TxnFile
                      AT END MOVE 1 TO END-OF-FILE
                   END-READ
                END-PERFORM
                CLOSE TxnFile
                CLOSE MasterFile
          END-EVALUATE

          CLOSE HoldFile
          IF WS-RUN-MODE NOT = "LIST"
             PERFORM WriteActionSummary
          END-IF
          CLOSE ReportFile

          IF WS-RUN-MODE NOT = "LIST"
             MOVE "DONE" TO WS-SEC-OUTCOME
             MOVE "HOLD CHANGES" TO WS-SEC-DETAIL
             COMPUTE WS-SEC-COUNT = WS-OPN-APPLIED + WS-UPD-APPLIED
                + WS-REL-APPLIED
             PERFORM WriteSecurityRecord
          END-IF

          DISPLAY "HOLD REPORT WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          IF WS-OPN-REJECTED + WS-UPD-REJECTED + WS-REL-REJECTED
                + WS-BAD-ACTION > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

       ListHolds.
          MOVE "CUST-ID  S  REASON" TO WS-OUT-LINE
          MOVE "OPENED" TO WS-OUT-LINE(43:6)
          MOVE "FOLLOW-UP" TO WS-OUT-LINE(55:9)
          MOVE "RELEASED" TO WS-OUT-LINE(67:8)
          MOVE "ANALYST" TO WS-OUT-LINE(79:7)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          READ HoldFile NEXT RECORD
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-LIST-COUNT
             IF HLD-STATUS = "O"
                ADD 1 TO WS-LIST-OPEN-COUNT
             END-IF
             PERFORM WriteHoldLines
             READ HoldFile NEXT RECORD
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "HOLDS ON FILE: " DELIMITED BY SIZE
                 WS-LIST-COUNT DELIMITED BY SIZE
                 "  OPEN: " DELIMITED BY SIZE
                 WS-LIST-OPEN-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * blank lines and control trailers are control data, not
      * transactions, the same rule custMasterMaint applies.  Each
      * check runs only while the transaction is still clean, so the
      * report names the first thing wrong with it.
       ApplyTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(TxnRecord) = SPACES
                OR TxnRecord(1:3) = "TRL"
             ADD 1 TO WS-BYPASS-COUNT
          ELSE
             MOVE SPACES TO WS-REJECT-REASON
             MOVE 0 TO WS-FOLLOWUP-DATE
             IF TXN-CUST-ID NOT NUMERIC
                MOVE "CUST-ID NOT NUMERIC" TO WS-REJECT-REASON
             END-IF
             IF WS-REJECT-REASON = SPACES
                   AND TXN-FOLLOWUP NOT = SPACES
                PERFORM EditFollowUpDate
             END-IF
             IF WS-REJECT-REASON = SPACES
                MOVE TXN-CUST-ID TO HLD-CUST-ID
                READ HoldFile
                   INVALID KEY MOVE 'N' TO WS-HOLD-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-HOLD-FOUND
                END-READ
             END-IF
             EVALUATE TXN-ACTION
                WHEN "O"
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyOpen
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                      ADD 1 TO WS-OPN-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "U"
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyUpdate
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                      ADD 1 TO WS-UPD-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "R"
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyRelease
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                      ADD 1 TO WS-REL-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN OTHER
                   ADD 1 TO WS-BAD-ACTION
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WriteRejectedLine
             END-EVALUATE
          END-IF.

      * the follow-up date is typed as MM/DD/YYYY, the way the desk
      * writes dates everywhere else, and kept as CCYYMMDD.
       EditFollowUpDate.
          IF TXN-FOLLOWUP(1:2) NOT NUMERIC
                OR TXN-FOLLOWUP(3:1) NOT = "/"
                OR TXN-FOLLOWUP(4:2) NOT NUMERIC
                OR TXN-FOLLOWUP(6:1) NOT = "/"
                OR TXN-FOLLOWUP(7:4) NOT NUMERIC
             MOVE "FOLLOW-UP DATE NOT MM/DD/YYYY" TO WS-REJECT-REASON
          ELSE
             COMPUTE WS-FOLLOWUP-DATE =
                FUNCTION NUMVAL(TXN-FOLLOWUP(7:4)) * 10000
                + FUNCTION NUMVAL(TXN-FOLLOWUP(1:2)) * 100
                + FUNCTION NUMVAL(TXN-FOLLOWUP(4:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-FOLLOWUP-DATE)
                   NOT = 0
                MOVE "FOLLOW-UP DATE NOT A REAL DATE"
                   TO WS-REJECT-REASON
             END-IF
          END-IF.

      * a released hold is opened again in place, starting a new
      * opened date; its old notes give way to the new ones.
       ApplyOpen.
          EVALUATE TRUE
             WHEN WS-HOLD-FOUND = 'Y' AND HLD-STATUS = "O"
                MOVE "HOLD ALREADY OPEN" TO WS-REJECT-REASON
             WHEN TXN-REASON = SPACES
                MOVE "HOLD REASON MISSING" TO WS-REJECT-REASON
             WHEN WS-FOLLOWUP-DATE = 0
                MOVE "FOLLOW-UP DATE MISSING" TO WS-REJECT-REASON
             WHEN OTHER
                MOVE TXN-CUST-ID TO MST-CUST-ID
                READ MasterFile
                   INVALID KEY
                      MOVE "CUST-ID NOT ON MASTER" TO WS-REJECT-REASON
                END-READ
          END-EVALUATE
          IF WS-REJECT-REASON = SPACES
             MOVE TXN-CUST-ID TO HLD-CUST-ID
             MOVE "O" TO HLD-STATUS
             MOVE TXN-REASON TO HLD-REASON
             MOVE WS-RUN-DATE TO HLD-OPENED-DATE
             MOVE WS-FOLLOWUP-DATE TO HLD-FOLLOWUP-DATE
             MOVE 0 TO HLD-RELEASED-DATE
             IF TXN-ANALYST = SPACES
                MOVE WS-SEC-USERID TO HLD-ANALYST
             ELSE
                MOVE TXN-ANALYST TO HLD-ANALYST
             END-IF
             MOVE TXN-NOTES TO HLD-NOTES
             IF WS-HOLD-FOUND = 'Y'
                REWRITE HoldRecord
                   INVALID KEY
                      MOVE "HOLD FILE REWRITE FAILED"
                         TO WS-REJECT-REASON
                END-REWRITE
             ELSE
                WRITE HoldRecord
                   INVALID KEY
                      MOVE "HOLD FILE WRITE FAILED"
                         TO WS-REJECT-REASON
                END-WRITE
             END-IF
          END-IF
          IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-OPN-APPLIED
             PERFORM WriteAppliedLine
          END-IF.

       ApplyUpdate.
          EVALUATE TRUE
             WHEN WS-HOLD-FOUND = 'N'
                MOVE "NO HOLD ON FILE" TO WS-REJECT-REASON
             WHEN HLD-STATUS NOT = "O"
                MOVE "HOLD ALREADY RELEASED" TO WS-REJECT-REASON
             WHEN TXN-REASON = SPACES AND WS-FOLLOWUP-DATE = 0
                   AND TXN-ANALYST = SPACES AND TXN-NOTES = SPACES
                MOVE "NOTHING TO UPDATE" TO WS-REJECT-REASON
          END-EVALUATE
          IF WS-REJECT-REASON = SPACES
             IF TXN-REASON NOT = SPACES
                MOVE TXN-REASON TO HLD-REASON
             END-IF
             IF WS-FOLLOWUP-DATE NOT = 0
                MOVE WS-FOLLOWUP-DATE TO HLD-FOLLOWUP-DATE
             END-IF
             IF TXN-ANALYST NOT = SPACES
                MOVE TXN-ANALYST TO HLD-ANALYST
             END-IF
             IF TXN-NOTES NOT = SPACES
                MOVE TXN-NOTES TO HLD-NOTES
             END-IF
             REWRITE HoldRecord
                INVALID KEY
                   MOVE "HOLD FILE REWRITE FAILED" TO WS-REJECT-REASON
             END-REWRITE
          END-IF
          IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-UPD-APPLIED
             PERFORM WriteAppliedLine
          END-IF.

       ApplyRelease.
          EVALUATE TRUE
             WHEN WS-HOLD-FOUND = 'N'
                MOVE "NO HOLD ON FILE" TO WS-REJECT-REASON
             WHEN HLD-STATUS NOT = "O"
                MOVE "HOLD ALREADY RELEASED" TO WS-REJECT-REASON
          END-EVALUATE
          IF WS-REJECT-REASON = SPACES
             MOVE "R" TO HLD-STATUS
             MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
             IF TXN-NOTES NOT = SPACES
                MOVE TXN-NOTES TO HLD-NOTES
             END-IF
             REWRITE HoldRecord
                INVALID KEY
                   MOVE "HOLD FILE REWRITE FAILED" TO WS-REJECT-REASON
             END-REWRITE
          END-IF
          IF WS-REJECT-REASON = SPACES
             ADD 1 TO WS-REL-APPLIED
             PERFORM WriteAppliedLine
          END-IF.

       FormatHoldDates.
          MOVE HLD-OPENED-DATE TO WS-DATE-WORK
          PERFORM FormatDate
          MOVE WS-DATE-DISPLAY TO WS-OPENED-DISPLAY
          MOVE HLD-FOLLOWUP-DATE TO WS-DATE-WORK
          PERFORM FormatDate
          MOVE WS-DATE-DISPLAY TO WS-FOLLOWUP-DISPLAY
          MOVE HLD-RELEASED-DATE TO WS-DATE-WORK
          PERFORM FormatDate
          MOVE WS-DATE-DISPLAY TO WS-RELEASED-DISPLAY.

       FormatDate.
          MOVE SPACES TO WS-DATE-DISPLAY
          IF WS-DATE-WORK > 0
             STRING WS-DATE-WORK(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-DATE-WORK(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-DATE-WORK(1:4) DELIMITED BY SIZE
                INTO WS-DATE-DISPLAY
          END-IF.

      * the hold as it now stands, with its notes on a second line.
       WriteHoldLines.
          PERFORM FormatHoldDates
          MOVE SPACES TO WS-OUT-LINE
          MOVE HLD-CUST-ID TO WS-OUT-LINE(1:6)
          MOVE HLD-STATUS TO WS-OUT-LINE(10:1)
          MOVE HLD-REASON TO WS-OUT-LINE(13:30)
          MOVE WS-OPENED-DISPLAY TO WS-OUT-LINE(43:10)
          MOVE WS-FOLLOWUP-DISPLAY TO WS-OUT-LINE(55:10)
          MOVE WS-RELEASED-DISPLAY TO WS-OUT-LINE(67:10)
          MOVE HLD-ANALYST TO WS-OUT-LINE(79:12)
          WRITE ReportRecord FROM WS-OUT-LINE
          IF HLD-NOTES NOT = SPACES
             MOVE SPACES TO WS-OUT-LINE
             MOVE "NOTES:" TO WS-OUT-LINE(13:6)
             MOVE HLD-NOTES TO WS-OUT-LINE(20:60)
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       WriteAppliedLine.
          MOVE SPACES TO WS-OUT-LINE
          STRING "APPLIED  " DELIMITED BY SIZE
                 TXN-ACTION DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          PERFORM WriteHoldLines.

       WriteRejectedLine.
          MOVE SPACES TO WS-OUT-LINE
          STRING "REJECTED " DELIMITED BY SIZE
                 TXN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 TXN-CUST-ID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteActionSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "OPENS    APPLIED: " DELIMITED BY SIZE
                 WS-OPN-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-OPN-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "UPDATES  APPLIED: " DELIMITED BY SIZE
                 WS-UPD-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-UPD-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "RELEASES APPLIED: " DELIMITED BY SIZE
                 WS-REL-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-REL-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "UNKNOWN ACTION CODES: " DELIMITED BY SIZE
                 WS-BAD-ACTION DELIMITED BY SIZE
                 "  CONTROL LINES BYPASSED: " DELIMITED BY SIZE
                 WS-BYPASS-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "TRANSACTION LINES READ: " DELIMITED BY SIZE
                 WS-READ-COUNT DELIMITED BY SIZE
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
             DISPLAY "custHoldMaint REFUSED - USER "
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
          MOVE "custHoldMaint" TO SEC-PROGRAM
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
