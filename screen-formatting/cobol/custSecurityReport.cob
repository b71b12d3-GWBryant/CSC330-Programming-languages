       IDENTIFICATION DIVISION.
       PROGRAM-ID. custSecurityReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SecurityLogFile ASSIGN TO "CUSTSEC.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

           SELECT SecuritySort ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTSEC.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SecurityLogFile.
       COPY SECREC.

      * the log is sorted by user, then by date and time; the log
      * carries its dates as MM/DD/YYYY, so each entry is released
      * with its date turned round to CCYYMMDD to sort on.
       SD SecuritySort.
       01 SecuritySortRecord.
           05 SRT-USERID      PIC X(12).
           05 SRT-SORT-DATE   PIC 9(8).
           05 SRT-TIME        PIC X(8).
           05 SRT-ENTRY       PIC X(130).

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
      * fromString and toString limit the report to a period, each
      * as MM/DD/YYYY; either may be left blank to leave that end of
      * the log open.
       01 fromString    PIC X(10).
       01 toString      PIC X(10).

       01 WS-SECURITY-STATUS      PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-FROM-DATE            PIC 9(8) VALUE 0.
       01 WS-TO-DATE              PIC 9(8) VALUE 99999999.
       01 WS-FROM-DISPLAY         PIC X(10) VALUE "START".
       01 WS-TO-DISPLAY           PIC X(10) VALUE "END".
       01 WS-DATE-PARM            PIC X(10) VALUE SPACES.
       01 WS-DATE-VALUE           PIC 9(8) VALUE 0.
       01 WS-ENTRY-DATE           PIC 9(8) VALUE 0.

       COPY SECREC REPLACING ==SecurityRecord== BY ==SecurityEntry==
                      LEADING ==SEC== BY ==ENT==.

      * an entry is worth the auditors' eye when it was refused, or
      * when a finished run says it changed something.  ALLOWED
      * checks and runs that changed nothing are only counted.
       01 WS-USER-OPEN            PIC X(1) VALUE 'N'.
       01 WS-USER-ID              PIC X(12) VALUE SPACES.
       01 WS-USER-COUNTS.
           05 WS-USER-ALLOWED     PIC 9(9) VALUE 0.
           05 WS-USER-DENIED      PIC 9(9) VALUE 0.
           05 WS-USER-SENSITIVE   PIC 9(9) VALUE 0.
           05 WS-USER-CHANGED     PIC 9(11) VALUE 0.
       01 WS-TOTAL-COUNTS.
           05 WS-TOTAL-USERS      PIC 9(9) VALUE 0.
           05 WS-TOTAL-ALLOWED    PIC 9(9) VALUE 0.
           05 WS-TOTAL-DENIED     PIC 9(9) VALUE 0.
           05 WS-TOTAL-SENSITIVE  PIC 9(9) VALUE 0.
           05 WS-TOTAL-CHANGED    PIC 9(11) VALUE 0.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-OUTSIDE-COUNT        PIC 9(9) VALUE 0.
       01 WS-DAMAGED-COUNT        PIC 9(9) VALUE 0.

       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-CHANGED-DISPLAY      PIC ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION CHAINING fromString, toString.
       Begin.
          IF FUNCTION TRIM(fromString) NOT = SPACES
             MOVE fromString TO WS-DATE-PARM
             PERFORM EditDateParm
             MOVE WS-DATE-VALUE TO WS-FROM-DATE
             MOVE fromString TO WS-FROM-DISPLAY
          END-IF
          IF FUNCTION TRIM(toString) NOT = SPACES
             MOVE toString TO WS-DATE-PARM
             PERFORM EditDateParm
             MOVE WS-DATE-VALUE TO WS-TO-DATE
             MOVE toString TO WS-TO-DISPLAY
          END-IF
          IF WS-FROM-DATE > WS-TO-DATE
             DISPLAY "FROM DATE IS AFTER TO DATE: " fromString
                " " toString
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

          OPEN INPUT SecurityLogFile
          IF WS-SECURITY-STATUS NOT = "00"
             DISPLAY "CUSTSEC.LOG OPEN FAILED - STATUS "
                WS-SECURITY-STATUS " - NO ACCESS HAS BEEN CHECKED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE SecurityLogFile

          OPEN OUTPUT ReportFile
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "CUSTSEC.RPT OPEN FAILED - STATUS "
                WS-REPORT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          SORT SecuritySort ON ASCENDING KEY SRT-USERID SRT-SORT-DATE
                SRT-TIME
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE ReleaseSecurityLog
             OUTPUT PROCEDURE PrintSecurityActivity

          PERFORM WriteReportTotals
          CLOSE ReportFile

          DISPLAY "SECURITY ACTIVITY WRITTEN TO CUSTSEC.RPT"
          DISPLAY "USERS: " WS-TOTAL-USERS
             "  DENIED: " WS-TOTAL-DENIED
             "  SENSITIVE RUNS: " WS-TOTAL-SENSITIVE
          IF WS-TOTAL-DENIED > 0 OR WS-DAMAGED-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

       EditDateParm.
          IF WS-DATE-PARM(1:2) NOT NUMERIC
                OR WS-DATE-PARM(3:1) NOT = "/"
                OR WS-DATE-PARM(4:2) NOT NUMERIC
                OR WS-DATE-PARM(6:1) NOT = "/"
                OR WS-DATE-PARM(7:4) NOT NUMERIC
             DISPLAY "REPORT DATE MUST BE MM/DD/YYYY: " WS-DATE-PARM
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          COMPUTE WS-DATE-VALUE =
             FUNCTION NUMVAL(WS-DATE-PARM(7:4)) * 10000
             + FUNCTION NUMVAL(WS-DATE-PARM(1:2)) * 100
             + FUNCTION NUMVAL(WS-DATE-PARM(4:2))
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VALUE) NOT = 0
             DISPLAY "REPORT DATE IS NOT A CALENDAR DATE: "
                WS-DATE-PARM
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.

      * an entry whose date will not read, or whose outcome is not
      * one the programs write, is counted as damaged and left out
      * rather than guessed at.
       ReleaseSecurityLog.
          OPEN INPUT SecurityLogFile
          READ SecurityLogFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-READ-COUNT
             IF SEC-DATE(1:2) NUMERIC AND SEC-DATE(4:2) NUMERIC
                   AND SEC-DATE(7:4) NUMERIC
                   AND SEC-COUNT NUMERIC
                   AND (SEC-OUTCOME = "ALLOWED"
                      OR SEC-OUTCOME = "DENIED"
                      OR SEC-OUTCOME = "DONE")
                COMPUTE WS-ENTRY-DATE =
                   FUNCTION NUMVAL(SEC-DATE(7:4)) * 10000
                   + FUNCTION NUMVAL(SEC-DATE(1:2)) * 100
                   + FUNCTION NUMVAL(SEC-DATE(4:2))
                IF WS-ENTRY-DATE < WS-FROM-DATE
                      OR WS-ENTRY-DATE > WS-TO-DATE
                   ADD 1 TO WS-OUTSIDE-COUNT
                ELSE
                   MOVE SEC-USERID TO SRT-USERID
                   MOVE WS-ENTRY-DATE TO SRT-SORT-DATE
                   MOVE SEC-TIME TO SRT-TIME
                   MOVE SecurityRecord TO SRT-ENTRY
                   RELEASE SecuritySortRecord
                END-IF
             ELSE
                ADD 1 TO WS-DAMAGED-COUNT
             END-IF
             READ SecurityLogFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE SecurityLogFile.

       PrintSecurityActivity.
          PERFORM WriteReportHeading
          RETURN SecuritySort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             IF WS-USER-OPEN = 'N' OR SRT-USERID NOT = WS-USER-ID
                IF WS-USER-OPEN = 'Y'
                   PERFORM FinishUser
                END-IF
                PERFORM StartUser
             END-IF
             MOVE SRT-ENTRY TO SecurityEntry
             EVALUATE ENT-OUTCOME
                WHEN "ALLOWED"
                   ADD 1 TO WS-USER-ALLOWED
                WHEN "DENIED"
                   ADD 1 TO WS-USER-DENIED
                   PERFORM WriteEntryLine
                WHEN "DONE"
                   IF ENT-COUNT > 0
                      ADD 1 TO WS-USER-SENSITIVE
                      ADD ENT-COUNT TO WS-USER-CHANGED
                      PERFORM WriteEntryLine
                   END-IF
             END-EVALUATE
             RETURN SecuritySort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF WS-USER-OPEN = 'Y'
             PERFORM FinishUser
          END-IF.

       StartUser.
          MOVE 'Y' TO WS-USER-OPEN
          MOVE SRT-USERID TO WS-USER-ID
          MOVE ZEROS TO WS-USER-COUNTS
          ADD 1 TO WS-TOTAL-USERS
          MOVE SPACES TO WS-OUT-LINE
          STRING "USER: " DELIMITED BY SIZE
                 WS-USER-ID DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       FinishUser.
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-USER-ALLOWED TO WS-COUNT-DISPLAY
          STRING "  ALLOWED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          MOVE WS-USER-DENIED TO WS-COUNT-DISPLAY
          MOVE "DENIED: " TO WS-OUT-LINE(26:8)
          MOVE FUNCTION TRIM(WS-COUNT-DISPLAY) TO WS-OUT-LINE(34:11)
          MOVE WS-USER-SENSITIVE TO WS-COUNT-DISPLAY
          MOVE "SENSITIVE RUNS: " TO WS-OUT-LINE(47:16)
          MOVE FUNCTION TRIM(WS-COUNT-DISPLAY) TO WS-OUT-LINE(63:11)
          MOVE WS-USER-CHANGED TO WS-CHANGED-DISPLAY
          MOVE "RECORDS CHANGED: " TO WS-OUT-LINE(76:17)
          MOVE FUNCTION TRIM(WS-CHANGED-DISPLAY)
             TO WS-OUT-LINE(93:14)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          ADD WS-USER-ALLOWED TO WS-TOTAL-ALLOWED
          ADD WS-USER-DENIED TO WS-TOTAL-DENIED
          ADD WS-USER-SENSITIVE TO WS-TOTAL-SENSITIVE
          ADD WS-USER-CHANGED TO WS-TOTAL-CHANGED.

       WriteReportHeading.
          MOVE SPACES TO WS-OUT-LINE
          STRING "SECURITY ACTIVITY BY USER  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  PERIOD " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FROM-DISPLAY) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TO-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "DENIED ATTEMPTS AND RUNS THAT CHANGED RECORDS"
             TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "DATE" TO WS-OUT-LINE(3:4)
          MOVE "TIME" TO WS-OUT-LINE(15:4)
          MOVE "PROGRAM" TO WS-OUT-LINE(25:7)
          MOVE "ACTION" TO WS-OUT-LINE(47:6)
          MOVE "OUTCOME" TO WS-OUT-LINE(57:7)
          MOVE "FILE" TO WS-OUT-LINE(66:4)
          MOVE "DETAIL" TO WS-OUT-LINE(99:6)
          MOVE "COUNT" TO WS-OUT-LINE(129:5)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteEntryLine.
          MOVE SPACES TO WS-OUT-LINE
          MOVE ENT-DATE TO WS-OUT-LINE(3:10)
          MOVE ENT-TIME TO WS-OUT-LINE(15:8)
          MOVE ENT-PROGRAM TO WS-OUT-LINE(25:20)
          MOVE ENT-ACTION TO WS-OUT-LINE(47:8)
          MOVE ENT-OUTCOME TO WS-OUT-LINE(57:7)
          MOVE ENT-FILENAME TO WS-OUT-LINE(66:32)
          MOVE ENT-DETAIL TO WS-OUT-LINE(99:24)
          IF ENT-OUTCOME = "DONE"
             MOVE ENT-COUNT TO WS-COUNT-DISPLAY
             MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(123:11)
          END-IF
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteReportTotals.
          MOVE SPACES TO WS-OUT-LINE
          STRING "LOG ENTRIES READ: " DELIMITED BY SIZE
                 WS-READ-COUNT DELIMITED BY SIZE
                 "  OUTSIDE PERIOD: " DELIMITED BY SIZE
                 WS-OUTSIDE-COUNT DELIMITED BY SIZE
                 "  DAMAGED: " DELIMITED BY SIZE
                 WS-DAMAGED-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "USERS: " DELIMITED BY SIZE
                 WS-TOTAL-USERS DELIMITED BY SIZE
                 "  ALLOWED: " DELIMITED BY SIZE
                 WS-TOTAL-ALLOWED DELIMITED BY SIZE
                 "  DENIED: " DELIMITED BY SIZE
                 WS-TOTAL-DENIED DELIMITED BY SIZE
                 "  SENSITIVE RUNS: " DELIMITED BY SIZE
                 WS-TOTAL-SENSITIVE DELIMITED BY SIZE
                 "  RECORDS CHANGED: " DELIMITED BY SIZE
                 WS-TOTAL-CHANGED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.
