           SELECT UnfixedFile ASSIGN TO WS-UNFIXED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT StateZipFile ASSIGN TO "STATEZIP.REF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SZ-STATE
               FILE STATUS IS WS-STATEZIP-STATUS.

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
      * the reject record is custEdit's: the CustomerRecord image in
       FD UnfixedFile.
       01 UnfixedRecord   PIC X(150).

       FD StateZipFile.
       COPY STATEZIP.

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 rejectName  PIC X(32).

       01 WS-REJECT-STATUS        PIC X(2) VALUE "00".
       01 WS-STATEZIP-STATUS      PIC X(2) VALUE "00".
       01 WS-RECYCLE-FILE-NAME    PIC X(42) VALUE SPACES.
       01 WS-UNFIXED-FILE-NAME    PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
      * the reason table matches custEdit code for code, so the
      * repair screen spells out exactly what the edit flagged.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 8 TIMES.
              10 WS-REASON-CODE  PIC X(2).
              10 WS-REASON-TEXT  PIC X(24).
       01 WS-REASON-INDEX         PIC 9(2) VALUE 0.
       01 WS-RECORD-REASONS       PIC X(24) VALUE SPACES.
       01 WS-REASON-POS           PIC 9(2) VALUE 0.
       01 WS-RECORD-VALID         PIC X(1) VALUE 'Y'.
       01 WS-FLAGGED-REASONS      PIC X(24) VALUE SPACES.
       01 WS-SCAN-POS             PIC 9(2) VALUE 0.

      * states and their ZIP prefixes come from STATEZIP.REF, the
      * same reference file custEdit checks against.
       01 WS-STATE-VALID          PIC X(1) VALUE 'N'.
       01 WS-ZIP-IN-STATE         PIC X(1) VALUE 'N'.
       01 WS-ZIP3                 PIC 9(3) VALUE 0.
       01 WS-RANGE-INDEX          PIC 9(2) VALUE 0.

       01 WS-ANSWER               PIC X(40) VALUE SPACES.
       01 WS-ANSWER-LEN           PIC 9(4) VALUE 0.

       01 WS-BALANCE-DISPLAY      PIC Z,ZZZ,ZZ9.99.

      * the operator running this program must hold the REPAIR role
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

       PROCEDURE DIVISION CHAINING rejectName.
       Begin.
          PERFORM InitializeReasonTable
                 ".UNFIXED" DELIMITED BY SIZE
             INTO WS-UNFIXED-FILE-NAME

          MOVE "RECYCLE" TO WS-SEC-ACTION
          MOVE rejectName TO WS-SEC-FILENAME
          PERFORM CheckOperatorAuthority

          OPEN INPUT StateZipFile
          IF WS-STATEZIP-STATUS NOT = "00"
             DISPLAY "STATEZIP.REF OPEN FAILED - STATUS "
                WS-STATEZIP-STATUS " - RUN custStateMaint SEED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT RejectFile
          IF WS-REJECT-STATUS NOT = "00"
             DISPLAY "REJECT FILE NOT AVAILABLE - STATUS "
                WS-REJECT-STATUS " FOR " FUNCTION TRIM(rejectName)
             CLOSE StateZipFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE RejectFile
          CLOSE RecycleFile
          CLOSE UnfixedFile
          CLOSE StateZipFile

          MOVE "DONE" TO WS-SEC-OUTCOME
          MOVE "RECORDS RECYCLED" TO WS-SEC-DETAIL
          MOVE WS-REPAIRED-COUNT TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord

          DISPLAY " "
          DISPLAY "REJECT REPAIR COMPLETE"
          MOVE "06" TO WS-REASON-CODE(6)
          MOVE "CUST-ZIP INVALID" TO WS-REASON-TEXT(6)
          MOVE "07" TO WS-REASON-CODE(7)
          MOVE "CUST-BALANCE NOT NUMERIC" TO WS-REASON-TEXT(7)
          MOVE "08" TO WS-REASON-CODE(8)
          MOVE "CUST-ZIP NOT IN STATE" TO WS-REASON-TEXT(8).

      * one reject at a time: show what the edit flagged, take
      * corrections, re-run the same edits on the spot, and only a
          ADD 1 TO WS-READ-COUNT
          MOVE RejectRecord(1:FUNCTION LENGTH(CustomerRecord))
             TO CustomerRecord
          MOVE RejectRecord(FUNCTION LENGTH(CustomerRecord) + 2:24)
             TO WS-FLAGGED-REASONS

          DISPLAY " "
       ShowFlaggedReasons.
          DISPLAY "FLAGGED REASONS:"
          PERFORM VARYING WS-SCAN-POS FROM 1 BY 3
                UNTIL WS-SCAN-POS > 23
             IF WS-FLAGGED-REASONS(WS-SCAN-POS:2) NOT = SPACES
                PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                      UNTIL WS-REASON-INDEX > 8
                   IF WS-REASON-CODE(WS-REASON-INDEX)
                         = WS-FLAGGED-REASONS(WS-SCAN-POS:2)
                      DISPLAY "  "
             PERFORM FlagReason
          END-IF
          PERFORM CheckZipCode
          IF WS-STATE-VALID = 'Y' AND CUST-ZIP(1:5) NUMERIC
             PERFORM CheckZipInState
             IF WS-ZIP-IN-STATE = 'N'
                MOVE 8 TO WS-REASON-INDEX
                PERFORM FlagReason
             END-IF
          END-IF
          IF CUST-BALANCE NOT NUMERIC
             MOVE 7 TO WS-REASON-INDEX
             PERFORM FlagReason

       CheckStateCode.
          MOVE 'N' TO WS-STATE-VALID
          MOVE CUST-STATE TO SZ-STATE
          READ StateZipFile
             INVALID KEY MOVE 'N' TO WS-STATE-VALID
             NOT INVALID KEY MOVE 'Y' TO WS-STATE-VALID
          END-READ.

       CheckZipInState.
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
          END-PERFORM.

                END-IF
             END-IF
          END-IF.

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
                   IF AUTH-REPAIR = "Y"
                      MOVE "ALLOWED" TO WS-SEC-OUTCOME
                      MOVE "REPAIR ROLE HELD" TO WS-SEC-DETAIL
                   ELSE
                      MOVE "NO REPAIR ROLE" TO WS-SEC-DETAIL
                   END-IF
             END-READ
             CLOSE AuthFile
          END-IF
          MOVE 0 TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord
          IF WS-SEC-OUTCOME NOT = "ALLOWED"
             DISPLAY "custRejectRepair REFUSED - USER "
                FUNCTION TRIM(WS-SEC-USERID)
                " DOES NOT HOLD THE REPAIR ROLE ("
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
          MOVE "custRejectRepair" TO SEC-PROGRAM
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
