               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.

           SELECT JournalFile ASSIGN TO "CUSTMAST.JRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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
       FD ExtractFile.
       FD BalanceControlFile.
       COPY BALCTL.

       FD JournalFile.
       COPY CUSTJRN.

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 extractName PIC X(32).
       01 WS-DATA-COUNT           PIC 9(9) VALUE 0.
       01 WS-LOAD-HASH-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-BALCTL-STATUS        PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01 WS-RUN-DATE             PIC 9(8).

       COPY CUSTREC.

      * the operator running this program - at night, the user the
      * stream runs under - must hold the OPS role on CUSTAUTH.DAT.
      * Every check, allowed or denied, and every allowed run that
      * finishes is appended to CUSTSEC.LOG for the auditors.
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

       PROCEDURE DIVISION CHAINING extractName.
       Begin.
          MOVE "LOAD" TO WS-SEC-ACTION
          MOVE extractName TO WS-SEC-FILENAME
          PERFORM CheckOperatorAuthority

          OPEN INPUT ExtractFile
          OPEN OUTPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             STOP RUN
          END-IF

      * the rebuild is journalled like any other update: an R
      * marker for the emptied master, then an add per account, so
      * a roll forward through tonight's load rebuilds it the same
      * way.
          OPEN EXTEND JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT JournalFile
          END-IF
          MOVE "R" TO JRN-ACTION
          MOVE SPACES TO JRN-BEFORE-IMAGE
          MOVE SPACES TO JRN-AFTER-IMAGE
          PERFORM WriteJournalEntry

          READ ExtractFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ

          CLOSE ExtractFile
          CLOSE MasterFile
          CLOSE JournalFile

          PERFORM PostBalanceControl

          MOVE "DONE" TO WS-SEC-OUTCOME
          MOVE "RECORDS LOADED" TO WS-SEC-DETAIL
          MOVE WS-LOAD-COUNT TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord

          DISPLAY "CUSTOMER MASTER LOAD COMPLETE"
          DISPLAY "RECORDS READ:   " WS-READ-COUNT
          DISPLAY "RECORDS LOADED: " WS-LOAD-COUNT
                   IF CUST-BALANCE NUMERIC
                      ADD CUST-BALANCE TO WS-LOAD-HASH-TOTAL
                   END-IF
                   MOVE "A" TO JRN-ACTION
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE MasterRecord TO JRN-AFTER-IMAGE
                   PERFORM WriteJournalEntry
             END-WRITE
          END-IF.

       WriteJournalEntry.
          ACCEPT JRN-DATE FROM DATE YYYYMMDD
          ACCEPT JRN-TIME FROM TIME
          MOVE "custMasterLoad" TO JRN-PROGRAM
          MOVE extractName TO JRN-SOURCE-FILE
          WRITE JournalRecord.

      * the load posts the data records it saw against the records
      * that reached the master, plus the loaded hash, to the shared
      * balancing ledger - the last link in the daily tie-out.
          MOVE WS-LOAD-HASH-TOTAL TO BAL-HASH-TOTAL
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
                   IF AUTH-OPS = "Y"
                      MOVE "ALLOWED" TO WS-SEC-OUTCOME
                      MOVE "OPS ROLE HELD" TO WS-SEC-DETAIL
                   ELSE
                      MOVE "NO OPS ROLE" TO WS-SEC-DETAIL
                   END-IF
             END-READ
             CLOSE AuthFile
          END-IF
          MOVE 0 TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord
          IF WS-SEC-OUTCOME NOT = "ALLOWED"
             DISPLAY "custMasterLoad REFUSED - USER "
                FUNCTION TRIM(WS-SEC-USERID)
                " DOES NOT HOLD THE OPS ROLE ("
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
          MOVE "custMasterLoad" TO SEC-PROGRAM
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
