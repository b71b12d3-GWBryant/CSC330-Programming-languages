       IDENTIFICATION DIVISION.
       PROGRAM-ID. custAuthMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnFile ASSIGN TO txnName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      * DYNAMIC access lets one open take keyed adds, changes and
      * deletes and also walk the whole file in user order for LIST.
           SELECT AuthFile ASSIGN TO "CUSTAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-USERID
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SecurityLogFile ASSIGN TO "CUSTSEC.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

           SELECT ReportFile ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * an authorization transaction is a one-byte action code - A to
      * add a user, C to change one, D to delete one - followed by
      * the user ID, name and five role bytes at their
      * AuthorizationRecord positions, Y or N in the order INQUIRY,
      * MAINT, REPAIR, OPS, SECURITY.  A change replaces the name and
      * all five roles together; a delete only needs the user ID.
       FD TxnFile.
       01 TxnRecord       PIC X(48).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
      * txnName is a transaction file, or LIST to print who holds
      * which roles.
       01 txnName     PIC X(32).

       01 WS-TXN-STATUS           PIC X(2) VALUE "00".
       01 WS-REPORT-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-MODE             PIC X(8) VALUE SPACES.
       01 WS-TXN-ACTION           PIC X(1) VALUE SPACE.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON        PIC X(36) VALUE SPACES.

       01 WS-ACTION-COUNTS.
           05 WS-ADD-APPLIED      PIC 9(9) VALUE 0.
           05 WS-ADD-REJECTED     PIC 9(9) VALUE 0.
           05 WS-CHG-APPLIED      PIC 9(9) VALUE 0.
           05 WS-CHG-REJECTED     PIC 9(9) VALUE 0.
           05 WS-DEL-APPLIED      PIC 9(9) VALUE 0.
           05 WS-DEL-REJECTED     PIC 9(9) VALUE 0.
           05 WS-BAD-ACTION       PIC 9(9) VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-DATE-DISPLAY         PIC X(10) VALUE SPACES.

      * the five role bytes seen as a table, so edits and the report
      * can walk them with their names alongside.
       01 WS-ROLE-FLAGS           PIC X(5) VALUE SPACES.
       01 WS-ROLE-FLAG-TABLE REDEFINES WS-ROLE-FLAGS.
           05 WS-ROLE-FLAG        PIC X(1) OCCURS 5 TIMES.
       01 WS-ROLE-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "INQUIRY".
           05 FILLER PIC X(9) VALUE "MAINT".
           05 FILLER PIC X(9) VALUE "REPAIR".
           05 FILLER PIC X(9) VALUE "OPS".
           05 FILLER PIC X(9) VALUE "SECURITY".
       01 WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAME-VALUES.
           05 WS-ROLE-NAME        PIC X(9) OCCURS 5 TIMES.
       01 WS-ROLE-INDEX           PIC 9(1) VALUE 0.
       01 WS-ROLE-TEXT            PIC X(45) VALUE SPACES.
       01 WS-OLD-ROLE-TEXT        PIC X(45) VALUE SPACES.
       01 WS-ROLE-POS             PIC 9(3) VALUE 1.

      * a change or delete reads the entry it replaces first, so the
      * report shows what the user held before; the transaction's
      * own image waits here meanwhile.
       01 WS-NEW-AUTH             PIC X(67) VALUE SPACES.

      * changes need the SECURITY role; LIST needs INQUIRY or
      * SECURITY.  The one exception is the very first run, which
      * finds no CUSTAUTH.DAT at all and sets it up with the user who
      * ran it holding every role, so that user can add the rest.
      * Every check and every finished update run is appended to
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
       01 WS-SEC-ROLE             PIC X(8) VALUE SPACES.
       01 WS-FIRST-RUN            PIC X(1) VALUE 'N'.

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

          PERFORM CheckOperatorAuthority

          IF WS-RUN-MODE = "LIST"
             MOVE "CUSTAUTH.RPT" TO WS-REPORT-FILE-NAME
             OPEN INPUT AuthFile
          ELSE
             STRING FUNCTION TRIM(txnName) DELIMITED BY SIZE
                    ".AUTHRPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILE-NAME
             OPEN INPUT TxnFile
             IF WS-TXN-STATUS NOT = "00"
                DISPLAY "TRANSACTION FILE NOT AVAILABLE - STATUS "
                   WS-TXN-STATUS " FOR " FUNCTION TRIM(txnName)
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             OPEN I-O AuthFile
          END-IF
          IF WS-AUTH-STATUS NOT = "00"
             DISPLAY "CUSTAUTH.DAT OPEN FAILED - STATUS "
                WS-AUTH-STATUS
             IF WS-RUN-MODE NOT = "LIST"
                CLOSE TxnFile
             END-IF
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT ReportFile
          MOVE SPACES TO WS-OUT-LINE
          STRING "OPERATOR AUTHORIZATION MAINTENANCE  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  INPUT: " DELIMITED BY SIZE
                 FUNCTION TRIM(txnName) DELIMITED BY SIZE
                 "  BY: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SEC-USERID) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

      * the entry the first run set up is reported like any add.
          IF WS-FIRST-RUN = 'Y'
             MOVE WS-SEC-USERID TO AUTH-USERID
             READ AuthFile
                INVALID KEY MOVE SPACES TO AUTH-ROLES
             END-READ
             MOVE "A" TO WS-TXN-ACTION
             MOVE SPACES TO WS-OLD-ROLE-TEXT
             PERFORM WriteAppliedLine
          END-IF

          EVALUATE WS-RUN-MODE
             WHEN "LIST"
                PERFORM ListAuthorizations
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
          END-EVALUATE

          CLOSE AuthFile
          IF WS-RUN-MODE NOT = "LIST"
             PERFORM WriteActionSummary
          END-IF
          CLOSE ReportFile

          IF WS-RUN-MODE NOT = "LIST"
             MOVE "DONE" TO WS-SEC-OUTCOME
             MOVE "AUTHORIZATIONS CHANGED" TO WS-SEC-DETAIL
             COMPUTE WS-SEC-COUNT = WS-ADD-APPLIED + WS-CHG-APPLIED
                + WS-DEL-APPLIED
             PERFORM WriteSecurityRecord
          END-IF

          DISPLAY "AUTHORIZATION REPORT WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          IF WS-ADD-REJECTED + WS-CHG-REJECTED + WS-DEL-REJECTED
                + WS-BAD-ACTION > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * the USER environment variable names the operator, the same
      * way screenFormat's audit trail does.  A user missing from
      * CUSTAUTH.DAT is refused; a missing CUSTAUTH.DAT refuses
      * everyone except an update run, which starts the file.
       CheckOperatorAuthority.
          ACCEPT WS-SEC-USERID FROM ENVIRONMENT "USER"
             ON EXCEPTION MOVE "UNKNOWN" TO WS-SEC-USERID
          END-ACCEPT
          IF WS-RUN-MODE = "LIST"
             MOVE "LIST" TO WS-SEC-ACTION
             MOVE "CUSTAUTH.DAT" TO WS-SEC-FILENAME
             MOVE "INQUIRY" TO WS-SEC-ROLE
          ELSE
             MOVE "UPDATE" TO WS-SEC-ACTION
             MOVE txnName TO WS-SEC-FILENAME
             MOVE "SECURITY" TO WS-SEC-ROLE
          END-IF
          MOVE "DENIED" TO WS-SEC-OUTCOME
          MOVE "NO AUTHORIZATION FILE" TO WS-SEC-DETAIL
          OPEN INPUT AuthFile
          IF WS-AUTH-STATUS = "00"
             MOVE WS-SEC-USERID TO AUTH-USERID
             READ AuthFile
                INVALID KEY
                   MOVE "USER NOT AUTHORIZED" TO WS-SEC-DETAIL
                NOT INVALID KEY
                   PERFORM CheckRoleHeld
             END-READ
             CLOSE AuthFile
          ELSE
             IF WS-AUTH-STATUS = "35" AND WS-RUN-MODE NOT = "LIST"
                PERFORM StartAuthorizationFile
             END-IF
          END-IF
          MOVE 0 TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord
          IF WS-SEC-OUTCOME NOT = "ALLOWED"
             DISPLAY "custAuthMaint REFUSED - USER "
                FUNCTION TRIM(WS-SEC-USERID)
                " DOES NOT HOLD THE "
                FUNCTION TRIM(WS-SEC-ROLE) " ROLE ("
                FUNCTION TRIM(WS-SEC-DETAIL) ")"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.

      * SECURITY covers LIST as well as INQUIRY does, so the user
      * who keeps the file can always read it.
       CheckRoleHeld.
          IF AUTH-SECURITY = "Y"
                OR (WS-RUN-MODE = "LIST" AND AUTH-INQUIRY = "Y")
             MOVE "ALLOWED" TO WS-SEC-OUTCOME
             MOVE SPACES TO WS-SEC-DETAIL
             STRING FUNCTION TRIM(WS-SEC-ROLE) DELIMITED BY SIZE
                    " ROLE HELD" DELIMITED BY SIZE
                INTO WS-SEC-DETAIL
          ELSE
             MOVE SPACES TO WS-SEC-DETAIL
             STRING "NO " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-SEC-ROLE) DELIMITED BY SIZE
                    " ROLE" DELIMITED BY SIZE
                INTO WS-SEC-DETAIL
          END-IF.

       StartAuthorizationFile.
          OPEN OUTPUT AuthFile
          IF WS-AUTH-STATUS = "00"
             MOVE SPACES TO AuthorizationRecord
             MOVE WS-SEC-USERID TO AUTH-USERID
             MOVE "FIRST SECURITY USER" TO AUTH-NAME
             MOVE "YYYYY" TO AUTH-ROLES
             MOVE WS-RUN-DATE TO AUTH-SET-DATE
             MOVE WS-SEC-USERID TO AUTH-SET-BY
             WRITE AuthorizationRecord
             CLOSE AuthFile
             MOVE 'Y' TO WS-FIRST-RUN
             ADD 1 TO WS-ADD-APPLIED
             MOVE "ALLOWED" TO WS-SEC-OUTCOME
             MOVE "FILE SET UP - ALL ROLES" TO WS-SEC-DETAIL
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
          MOVE "custAuthMaint" TO SEC-PROGRAM
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

       ListAuthorizations.
          MOVE "USER ID" TO WS-OUT-LINE
          MOVE "NAME" TO WS-OUT-LINE(15:4)
          MOVE "I M R O S" TO WS-OUT-LINE(47:9)
          MOVE "SET ON" TO WS-OUT-LINE(59:6)
          MOVE "SET BY" TO WS-OUT-LINE(71:6)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          READ AuthFile NEXT RECORD
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-LIST-COUNT
             MOVE AUTH-ROLES TO WS-ROLE-FLAGS
             PERFORM FormatSetDate
             MOVE SPACES TO WS-OUT-LINE
             MOVE AUTH-USERID TO WS-OUT-LINE(1:12)
             MOVE AUTH-NAME TO WS-OUT-LINE(15:30)
             PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                   UNTIL WS-ROLE-INDEX > 5
                MOVE WS-ROLE-FLAG(WS-ROLE-INDEX)
                   TO WS-OUT-LINE(45 + WS-ROLE-INDEX * 2:1)
             END-PERFORM
             MOVE WS-DATE-DISPLAY TO WS-OUT-LINE(59:10)
             MOVE AUTH-SET-BY TO WS-OUT-LINE(71:12)
             WRITE ReportRecord FROM WS-OUT-LINE
             READ AuthFile NEXT RECORD
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "ROLES: I INQUIRY  M MAINT  R REPAIR  O OPS  S SECURITY"
             TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "USERS ON FILE: " DELIMITED BY SIZE
                 WS-LIST-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * blank lines and control trailers are control data, not
      * transactions, the same rule custStateMaint applies.  Nobody
      * may delete their own entry or drop their own SECURITY role,
      * so the file always keeps someone who can maintain it.
       ApplyTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(TxnRecord) = SPACES
                OR TxnRecord(1:3) = "TRL"
             ADD 1 TO WS-BYPASS-COUNT
          ELSE
             MOVE TxnRecord(1:1) TO WS-TXN-ACTION
             MOVE SPACES TO AuthorizationRecord
             MOVE TxnRecord(2:47) TO AuthorizationRecord(1:47)
             INSPECT AUTH-ROLES CONVERTING "yn" TO "YN"
             MOVE WS-RUN-DATE TO AUTH-SET-DATE
             MOVE WS-SEC-USERID TO AUTH-SET-BY
             MOVE SPACES TO WS-REJECT-REASON
             MOVE SPACES TO WS-OLD-ROLE-TEXT
             EVALUATE WS-TXN-ACTION
                WHEN "A"
                   PERFORM EditAuthEntry
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyAdd
                   ELSE
                      ADD 1 TO WS-ADD-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "C"
                   PERFORM EditAuthEntry
                   IF WS-REJECT-REASON = SPACES
                         AND AUTH-USERID = WS-SEC-USERID
                         AND AUTH-SECURITY NOT = "Y"
                      MOVE "CANNOT DROP OWN SECURITY ROLE"
                         TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyChange
                   ELSE
                      ADD 1 TO WS-CHG-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "D"
                   IF AUTH-USERID = WS-SEC-USERID
                      ADD 1 TO WS-DEL-REJECTED
                      MOVE "CANNOT DELETE OWN ENTRY"
                         TO WS-REJECT-REASON
                      PERFORM WriteRejectedLine
                   ELSE
                      PERFORM ApplyDelete
                   END-IF
                WHEN OTHER
                   ADD 1 TO WS-BAD-ACTION
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WriteRejectedLine
             END-EVALUATE
          END-IF.

       EditAuthEntry.
          EVALUATE TRUE
             WHEN AUTH-USERID = SPACES
                MOVE "USER ID MISSING" TO WS-REJECT-REASON
             WHEN AUTH-NAME = SPACES
                MOVE "USER NAME MISSING" TO WS-REJECT-REASON
          END-EVALUATE
          IF WS-REJECT-REASON = SPACES
             MOVE AUTH-ROLES TO WS-ROLE-FLAGS
             PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                   UNTIL WS-ROLE-INDEX > 5
                IF WS-ROLE-FLAG(WS-ROLE-INDEX) NOT = "Y"
                      AND WS-ROLE-FLAG(WS-ROLE-INDEX) NOT = "N"
                   MOVE "ROLE FLAGS NOT ALL Y OR N"
                      TO WS-REJECT-REASON
                END-IF
             END-PERFORM
          END-IF.

       ApplyAdd.
          WRITE AuthorizationRecord
             INVALID KEY
                ADD 1 TO WS-ADD-REJECTED
                MOVE "USER ALREADY ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                ADD 1 TO WS-ADD-APPLIED
                PERFORM WriteAppliedLine
          END-WRITE.

       ApplyChange.
          MOVE AuthorizationRecord TO WS-NEW-AUTH
          READ AuthFile
             INVALID KEY
                ADD 1 TO WS-CHG-REJECTED
                MOVE "USER NOT ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                PERFORM FormatRoles
                MOVE WS-ROLE-TEXT TO WS-OLD-ROLE-TEXT
                MOVE WS-NEW-AUTH TO AuthorizationRecord
                REWRITE AuthorizationRecord
                   INVALID KEY
                      ADD 1 TO WS-CHG-REJECTED
                      MOVE "USER NOT ON FILE" TO WS-REJECT-REASON
                      PERFORM WriteRejectedLine
                   NOT INVALID KEY
                      ADD 1 TO WS-CHG-APPLIED
                      PERFORM WriteAppliedLine
                END-REWRITE
          END-READ.

       ApplyDelete.
          READ AuthFile
             INVALID KEY
                ADD 1 TO WS-DEL-REJECTED
                MOVE "USER NOT ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                PERFORM FormatRoles
                MOVE WS-ROLE-TEXT TO WS-OLD-ROLE-TEXT
                DELETE AuthFile
                   INVALID KEY
                      ADD 1 TO WS-DEL-REJECTED
                      MOVE "USER NOT ON FILE" TO WS-REJECT-REASON
                      PERFORM WriteRejectedLine
                   NOT INVALID KEY
                      ADD 1 TO WS-DEL-APPLIED
                      MOVE SPACES TO AUTH-ROLES
                      PERFORM WriteAppliedLine
                END-DELETE
          END-READ.

      * the roles a user holds, by name, or NONE.
       FormatRoles.
          MOVE AUTH-ROLES TO WS-ROLE-FLAGS
          MOVE SPACES TO WS-ROLE-TEXT
          MOVE 1 TO WS-ROLE-POS
          PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                UNTIL WS-ROLE-INDEX > 5
             IF WS-ROLE-FLAG(WS-ROLE-INDEX) = "Y"
                STRING FUNCTION TRIM(WS-ROLE-NAME(WS-ROLE-INDEX))
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-ROLE-TEXT WITH POINTER WS-ROLE-POS
             END-IF
          END-PERFORM
          IF WS-ROLE-TEXT = SPACES
             MOVE "NONE" TO WS-ROLE-TEXT
          END-IF.

       FormatSetDate.
          MOVE SPACES TO WS-DATE-DISPLAY
          IF AUTH-SET-DATE NUMERIC
             STRING AUTH-SET-DATE(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    AUTH-SET-DATE(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    AUTH-SET-DATE(1:4) DELIMITED BY SIZE
                INTO WS-DATE-DISPLAY
          END-IF.

      * a change or delete carries a second line with the roles the
      * user held before, so the report alone shows what was granted
      * and what was taken away.
       WriteAppliedLine.
          PERFORM FormatRoles
          MOVE SPACES TO WS-OUT-LINE
          STRING "APPLIED  " DELIMITED BY SIZE
                 WS-TXN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 AUTH-USERID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 AUTH-NAME DELIMITED BY SIZE
                 "  ROLES: " DELIMITED BY SIZE
                 WS-ROLE-TEXT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          IF WS-OLD-ROLE-TEXT NOT = SPACES
             MOVE SPACES TO WS-OUT-LINE
             STRING "WAS: " DELIMITED BY SIZE
                    WS-OLD-ROLE-TEXT DELIMITED BY SIZE
                INTO WS-OUT-LINE(60:74)
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       WriteRejectedLine.
          MOVE SPACES TO WS-OUT-LINE
          STRING "REJECTED " DELIMITED BY SIZE
                 WS-TXN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 AUTH-USERID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteActionSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "ADDS     APPLIED: " DELIMITED BY SIZE
                 WS-ADD-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-ADD-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "CHANGES  APPLIED: " DELIMITED BY SIZE
                 WS-CHG-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-CHG-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "DELETES  APPLIED: " DELIMITED BY SIZE
                 WS-DEL-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-DEL-REJECTED DELIMITED BY SIZE
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
