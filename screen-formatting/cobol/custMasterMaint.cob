               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT StateZipFile ASSIGN TO "STATEZIP.REF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SZ-STATE
               FILE STATUS IS WS-STATEZIP-STATUS.

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
      * a maintenance transaction is a one-byte action code - A to
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD StateZipFile.
       COPY STATEZIP.

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
       01 txnName     PIC X(32).
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.
       01 WS-STATEZIP-STATUS      PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01 WS-JOURNAL-BEFORE       PIC X(117) VALUE SPACES.
       01 WS-ZIP-IN-STATE         PIC X(1) VALUE 'N'.
       01 WS-ZIP3                 PIC 9(3) VALUE 0.
       01 WS-RANGE-INDEX          PIC 9(2) VALUE 0.

      * applied and rejected are counted per action so the report
      * can say "3 ADDS APPLIED, 1 REJECTED" the way the desk

       COPY CUSTREC.

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

       PROCEDURE DIVISION CHAINING txnName.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                 ".MAINTRPT" DELIMITED BY SIZE
             INTO WS-REPORT-FILE-NAME

          MOVE "UPDATE" TO WS-SEC-ACTION
          MOVE txnName TO WS-SEC-FILENAME
          PERFORM CheckOperatorAuthority

          OPEN I-O MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
             STOP RUN
          END-IF

          OPEN INPUT StateZipFile
          IF WS-STATEZIP-STATUS NOT = "00"
             DISPLAY "STATEZIP.REF OPEN FAILED - STATUS "
                WS-STATEZIP-STATUS " - RUN custStateMaint SEED"
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

      * every applied change goes to the master journal with its
      * before and after images, so custMasterRecover can back a bad
      * correction file out or roll the master to a chosen point.
          OPEN EXTEND JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT JournalFile
          END-IF

          OPEN INPUT TxnFile
          OPEN OUTPUT ReportFile


          CLOSE TxnFile
          CLOSE MasterFile
          CLOSE StateZipFile
          CLOSE JournalFile

          PERFORM WriteActionSummary
          CLOSE ReportFile

          MOVE "DONE" TO WS-SEC-OUTCOME
          MOVE "MASTER CHANGES" TO WS-SEC-DETAIL
          COMPUTE WS-SEC-COUNT =
             WS-ADD-APPLIED + WS-CHG-APPLIED + WS-DEL-APPLIED
          PERFORM WriteSecurityRecord

          DISPLAY "MAINTENANCE REPORT WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          IF WS-ADD-REJECTED + WS-CHG-REJECTED + WS-DEL-REJECTED

      * blank lines and control trailers are control data, not
      * transactions; anything else must carry a numeric CUST-ID
      * before it can seed the keyed master operation, and an add or
      * change must carry a state and ZIP that custEdit would pass.
       ApplyTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(TxnRecord) = SPACES
                PERFORM CountRejectedAction
                PERFORM WriteRejectedLine
             ELSE
                MOVE SPACES TO WS-REJECT-REASON
                IF WS-TXN-ACTION = "A" OR WS-TXN-ACTION = "C"
                   PERFORM EditStateAndZip
                END-IF
                IF WS-REJECT-REASON NOT = SPACES
                   PERFORM CountRejectedAction
                   PERFORM WriteRejectedLine
                ELSE
                   EVALUATE WS-TXN-ACTION
                      WHEN "A"
                         PERFORM ApplyAdd
                      WHEN "C"
                         PERFORM ApplyChange
                      WHEN "D"
                         PERFORM ApplyDelete
                      WHEN OTHER
                         ADD 1 TO WS-BAD-ACTION
                         MOVE "UNKNOWN ACTION CODE"
                            TO WS-REJECT-REASON
                         PERFORM WriteRejectedLine
                   END-EVALUATE
                END-IF
             END-IF
          END-IF.

      * the same state and ZIP edits custEdit applies, against the
      * same STATEZIP.REF entries, so a correction cannot put onto
      * the master an address the nightly edit would reject.
       EditStateAndZip.
          MOVE CUST-STATE TO SZ-STATE
          READ StateZipFile
             INVALID KEY
                MOVE "CUST-STATE INVALID" TO WS-REJECT-REASON
          END-READ
          IF WS-REJECT-REASON = SPACES
             IF CUST-ZIP(1:5) NOT NUMERIC
                MOVE "CUST-ZIP INVALID" TO WS-REJECT-REASON
             ELSE
                IF CUST-ZIP(6:5) NOT = SPACES
                   IF CUST-ZIP(6:1) NOT = "-"
                         OR CUST-ZIP(7:4) NOT NUMERIC
                      MOVE "CUST-ZIP INVALID" TO WS-REJECT-REASON
                   END-IF
                END-IF
             END-IF
          END-IF
          IF WS-REJECT-REASON = SPACES
             MOVE 'N' TO WS-ZIP-IN-STATE
             MOVE CUST-ZIP(1:3) TO WS-ZIP3
             PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > SZ-RANGE-COUNT
                      OR WS-RANGE-INDEX > 10
                      OR WS-ZIP-IN-STATE = 'Y'
                IF WS-ZIP3 >= SZ-ZIP3-LOW(WS-RANGE-INDEX)
                      AND WS-ZIP3 <= SZ-ZIP3-HIGH(WS-RANGE-INDEX)
                   MOVE 'Y' TO WS-ZIP-IN-STATE
                END-IF
             END-PERFORM
             IF WS-ZIP-IN-STATE = 'N'
                MOVE "CUST-ZIP NOT IN STATE" TO WS-REJECT-REASON
             END-IF
          END-IF.

                PERFORM WriteRejectedLine
             NOT INVALID KEY
                ADD 1 TO WS-ADD-APPLIED
                MOVE "A" TO JRN-ACTION
                MOVE SPACES TO JRN-BEFORE-IMAGE
                MOVE MasterRecord TO JRN-AFTER-IMAGE
                PERFORM WriteJournalEntry
                PERFORM WriteAppliedLine
          END-WRITE.

      * a change or a delete reads the account first, so the journal
      * holds the image the transaction replaced.
       ApplyChange.
          MOVE CUST-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY
                ADD 1 TO WS-CHG-REJECTED
                MOVE "CUST-ID NOT ON MASTER" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                MOVE MasterRecord TO WS-JOURNAL-BEFORE
                MOVE CustomerRecord TO MasterRecord
                REWRITE MasterRecord
                   INVALID KEY
                      ADD 1 TO WS-CHG-REJECTED
                      MOVE "MASTER REWRITE FAILED"
                         TO WS-REJECT-REASON
                      PERFORM WriteRejectedLine
                   NOT INVALID KEY
                      ADD 1 TO WS-CHG-APPLIED
                      MOVE "C" TO JRN-ACTION
                      MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
                      MOVE MasterRecord TO JRN-AFTER-IMAGE
                      PERFORM WriteJournalEntry
                      PERFORM WriteAppliedLine
                END-REWRITE
          END-READ.

       ApplyDelete.
          MOVE CUST-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY
                ADD 1 TO WS-DEL-REJECTED
                MOVE "CUST-ID NOT ON MASTER" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                MOVE MasterRecord TO WS-JOURNAL-BEFORE
                DELETE MasterFile
                   INVALID KEY
                      ADD 1 TO WS-DEL-REJECTED
                      MOVE "MASTER DELETE FAILED"
                         TO WS-REJECT-REASON
                      PERFORM WriteRejectedLine
                   NOT INVALID KEY
                      ADD 1 TO WS-DEL-APPLIED
                      MOVE "D" TO JRN-ACTION
                      MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE
                      MOVE SPACES TO JRN-AFTER-IMAGE
                      PERFORM WriteJournalEntry
                      PERFORM WriteAppliedLine
                END-DELETE
          END-READ.

       WriteJournalEntry.
          ACCEPT JRN-DATE FROM DATE YYYYMMDD
          ACCEPT JRN-TIME FROM TIME
          MOVE "custMasterMaint" TO JRN-PROGRAM
          MOVE txnName TO JRN-SOURCE-FILE
          WRITE JournalRecord.

      * a transaction that fails before its action is known still
      * lands in the per-action counts when the action byte is
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
             DISPLAY "custMasterMaint REFUSED - USER "
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
          MOVE "custMasterMaint" TO SEC-PROGRAM
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
