       IDENTIFICATION DIVISION.
       PROGRAM-ID. custRunReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunHistoryFile ASSIGN TO "CUSTRUN.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT RunSort ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTRUN.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunHistoryFile.
       COPY RUNHIST.

      * the history is sorted by stream and step, newest night first
      * and newest run first within a night, so each step's last
      * night arrives ahead of the nights it is averaged against.
       SD RunSort.
       COPY RUNHIST REPLACING ==RunHistoryRecord== BY ==RunSortRecord==
                      LEADING ==RHS== BY ==RSR==.

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
      * overString is the percentage over its average that flags a
      * step (default 20), windowString the batch window in minutes
      * (default 360), and horizonString how many nights ahead the
      * window projection looks (default 90).
       01 overString    PIC X(4).
       01 windowString  PIC X(4).
       01 horizonString PIC X(4).

       01 WS-RUNHIST-STATUS       PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-NIGHT-DISPLAY        PIC X(10).
       01 WS-OVER-PERCENT         PIC 9(3) VALUE 20.
       01 WS-WINDOW-MINUTES       PIC 9(4) VALUE 360.
       01 WS-HORIZON-NIGHTS       PIC 9(4) VALUE 90.

      * last night is the newest date each stream has on the
      * history, and every step is judged on what it did on its own
      * stream's last night - an extra daytime run of one stream
      * says nothing about whether the other ran.  WS-LAST-NIGHT is
      * the newest of them all, for the heading.
       01 WS-LAST-NIGHT           PIC 9(8) VALUE 0.
       01 WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 20 TIMES.
              10 WS-STREAM-KEY    PIC X(8).
              10 WS-STREAM-NIGHT  PIC 9(8).
       01 WS-STREAM-COUNT         PIC 9(3) VALUE 0.
       01 WS-SCAN-INDEX           PIC 9(3) VALUE 0.
       01 WS-FOUND-INDEX          PIC 9(3) VALUE 0.
       01 WS-STEP-NIGHT           PIC 9(8) VALUE 0.
       01 WS-RELEASED-COUNT       PIC 9(9) VALUE 0.
       01 WS-DAMAGED-COUNT        PIC 9(9) VALUE 0.

      * the step being gathered, and the night within it.  A step
      * run more than once in a night - a restart after a failure -
      * is charged the time of every run and the volume and outcome
      * of the last one.
       01 WS-GROUP-OPEN           PIC X(1) VALUE 'N'.
       01 WS-GROUP-STREAM         PIC X(8) VALUE SPACES.
       01 WS-GROUP-STEP           PIC X(32) VALUE SPACES.
       01 WS-NIGHT-OPEN           PIC X(1) VALUE 'N'.
       01 WS-NIGHT-DATE           PIC 9(8) VALUE 0.
       01 WS-NIGHT-STATUS         PIC X(4) VALUE SPACES.
       01 WS-NIGHT-ELAPSED        PIC 9(7)V99 VALUE 0.
       01 WS-NIGHT-COUNT          PIC 9(9) VALUE 0.

       01 WS-LAST-RAN             PIC X(1) VALUE 'N'.
       01 WS-LAST-STATUS          PIC X(4) VALUE SPACES.
       01 WS-LAST-ELAPSED         PIC 9(7)V99 VALUE 0.
       01 WS-LAST-COUNT           PIC 9(9) VALUE 0.

      * the trailing average takes the 30 most recent nights before
      * last night on which the step ended OK; a failed night's time
      * says nothing about how long the step takes.
       01 WS-AVG-NIGHTS           PIC 9(2) VALUE 0.
       01 WS-SUM-ELAPSED          PIC 9(9)V99 VALUE 0.
       01 WS-SUM-COUNT            PIC 9(11) VALUE 0.
       01 WS-AVG-ELAPSED          PIC 9(7)V99 VALUE 0.
       01 WS-AVG-COUNT            PIC 9(9) VALUE 0.
       01 WS-OLDEST-DATE          PIC 9(8) VALUE 0.
       01 WS-OLDEST-COUNT         PIC 9(9) VALUE 0.
       01 WS-OVER-LIMIT           PIC 9(9)V99 VALUE 0.
       01 WS-VS-AVERAGE           PIC S9(5)V9 VALUE 0.
       01 WS-STEP-NOTE            PIC X(38) VALUE SPACES.

      * the projection grows each step's volume at the rate it has
      * grown across its averaging nights and charges it last
      * night's time per record; steps without volume to measure
      * are carried at last night's time.
       01 WS-NIGHTS-SPANNED       PIC 9(5) VALUE 0.
       01 WS-SECONDS-PER-RECORD   PIC 9(5)V9(8) VALUE 0.
       01 WS-GROWTH-PER-NIGHT     PIC S9(9)V9(4) VALUE 0.
       01 WS-STEP-GROWTH          PIC S9(7)V9(4) VALUE 0.
       01 WS-STEP-PROJECTED       PIC S9(9)V99 VALUE 0.

       01 WS-STEP-COUNT           PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01 WS-TOTAL-LAST           PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-AVERAGE        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-GROWTH         PIC S9(9)V9(4) VALUE 0.
       01 WS-TOTAL-PROJECTED      PIC S9(9)V99 VALUE 0.
       01 WS-WINDOW-SECONDS       PIC 9(9)V99 VALUE 0.
       01 WS-WINDOW-PERCENT       PIC 9(5)V9 VALUE 0.
       01 WS-NIGHTS-TO-WINDOW     PIC 9(9) VALUE 0.
       01 WS-WINDOW-TROUBLE       PIC X(1) VALUE 'N'.

      * WS-SECONDS-WORK holds elapsed seconds; FormatElapsed turns
      * them into HH:MM:SS in WS-HMS-DISPLAY.
       01 WS-SECONDS-WORK         PIC 9(9)V99 VALUE 0.
       01 WS-WHOLE-SECONDS        PIC 9(9) VALUE 0.
       01 WS-HMS-HOURS            PIC 9(3) VALUE 0.
       01 WS-HMS-MINUTES          PIC 9(2) VALUE 0.
       01 WS-HMS-SECONDS          PIC 9(2) VALUE 0.
       01 WS-HMS-DISPLAY          PIC X(9) VALUE SPACES.

       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-PERCENT-DISPLAY      PIC +ZZZ9.9.
       01 WS-NIGHTS-DISPLAY       PIC Z9.
       01 WS-SMALL-DISPLAY        PIC ZZZ9.
       01 WS-WINDOW-PCT-DISPLAY   PIC ZZZZ9.9.

       PROCEDURE DIVISION CHAINING overString, windowString,
             horizonString.
       Begin.
          IF FUNCTION TRIM(overString) NOT = SPACES
             IF FUNCTION TRIM(overString) NUMERIC
                   AND FUNCTION NUMVAL(overString) > 0
                   AND FUNCTION NUMVAL(overString) <= 999
                MOVE FUNCTION NUMVAL(overString) TO WS-OVER-PERCENT
             ELSE
                DISPLAY "OVER-AVERAGE PERCENT MUST BE 1 TO 999: "
                   overString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          IF FUNCTION TRIM(windowString) NOT = SPACES
             IF FUNCTION TRIM(windowString) NUMERIC
                   AND FUNCTION NUMVAL(windowString) > 0
                   AND FUNCTION NUMVAL(windowString) <= 1440
                MOVE FUNCTION NUMVAL(windowString)
                   TO WS-WINDOW-MINUTES
             ELSE
                DISPLAY "BATCH WINDOW MUST BE 1 TO 1440 MINUTES: "
                   windowString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          IF FUNCTION TRIM(horizonString) NOT = SPACES
             IF FUNCTION TRIM(horizonString) NUMERIC
                   AND FUNCTION NUMVAL(horizonString) > 0
                   AND FUNCTION NUMVAL(horizonString) <= 9999
                MOVE FUNCTION NUMVAL(horizonString)
                   TO WS-HORIZON-NIGHTS
             ELSE
                DISPLAY "PROJECTION NIGHTS MUST BE 1 TO 9999: "
                   horizonString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          OPEN INPUT RunHistoryFile
          IF WS-RUNHIST-STATUS NOT = "00"
             DISPLAY "CUSTRUN.HIST OPEN FAILED - STATUS "
                WS-RUNHIST-STATUS " - NO RUNS HAVE BEEN TIMED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE RunHistoryFile

          OPEN OUTPUT ReportFile
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "CUSTRUN.RPT OPEN FAILED - STATUS "
                WS-REPORT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          SORT RunSort ON ASCENDING KEY RSR-STREAM RSR-STEP
                ON DESCENDING KEY RSR-RUN-DATE RSR-START-DATE
                   RSR-START-TIME
             INPUT PROCEDURE ReleaseRunHistory
             OUTPUT PROCEDURE PrintRunTimes

          PERFORM WriteWindowSummary
          CLOSE ReportFile

          DISPLAY "RUN TIMES FOR THE NIGHT OF " WS-NIGHT-DISPLAY
             " WRITTEN TO CUSTRUN.RPT"
          DISPLAY "STEPS: " WS-STEP-COUNT
             "  OVER AVERAGE: " WS-FLAGGED-COUNT
             "  FAILED: " WS-FAILED-COUNT
          IF WS-FLAGGED-COUNT > 0 OR WS-FAILED-COUNT > 0
                OR WS-WINDOW-TROUBLE = 'Y'
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

       ReleaseRunHistory.
          OPEN INPUT RunHistoryFile
          READ RunHistoryFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             IF RHS-RUN-DATE NUMERIC
                   AND RHS-START-DATE NUMERIC
                   AND RHS-START-TIME NUMERIC
                   AND RHS-ELAPSED NUMERIC
                   AND RHS-RECORD-COUNT NUMERIC
                IF RHS-RUN-DATE > WS-LAST-NIGHT
                   MOVE RHS-RUN-DATE TO WS-LAST-NIGHT
                END-IF
                PERFORM TallyStreamNight
                MOVE RunHistoryRecord TO RunSortRecord
                RELEASE RunSortRecord
                ADD 1 TO WS-RELEASED-COUNT
             ELSE
                ADD 1 TO WS-DAMAGED-COUNT
             END-IF
             READ RunHistoryFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE RunHistoryFile.

      * a stream beyond the table's 20 is judged against the newest
      * night of all, as every stream once was.
       TallyStreamNight.
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                UNTIL WS-SCAN-INDEX > WS-STREAM-COUNT
                   OR WS-FOUND-INDEX > 0
             IF WS-STREAM-KEY(WS-SCAN-INDEX) = RHS-STREAM
                MOVE WS-SCAN-INDEX TO WS-FOUND-INDEX
             END-IF
          END-PERFORM
          IF WS-FOUND-INDEX = 0
             IF WS-STREAM-COUNT < 20
                ADD 1 TO WS-STREAM-COUNT
                MOVE WS-STREAM-COUNT TO WS-FOUND-INDEX
                MOVE RHS-STREAM TO WS-STREAM-KEY(WS-FOUND-INDEX)
                MOVE 0 TO WS-STREAM-NIGHT(WS-FOUND-INDEX)
             END-IF
          END-IF
          IF WS-FOUND-INDEX > 0
             IF RHS-RUN-DATE > WS-STREAM-NIGHT(WS-FOUND-INDEX)
                MOVE RHS-RUN-DATE TO WS-STREAM-NIGHT(WS-FOUND-INDEX)
             END-IF
          END-IF.

       PrintRunTimes.
          MOVE SPACES TO WS-NIGHT-DISPLAY
          STRING WS-LAST-NIGHT(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-LAST-NIGHT(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-LAST-NIGHT(1:4) DELIMITED BY SIZE
             INTO WS-NIGHT-DISPLAY
          PERFORM WriteReportHeading

          RETURN RunSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             IF WS-GROUP-OPEN = 'N'
                   OR RSR-STREAM NOT = WS-GROUP-STREAM
                   OR RSR-STEP NOT = WS-GROUP-STEP
                IF WS-GROUP-OPEN = 'Y'
                   PERFORM FinishStep
                END-IF
                PERFORM StartStep
             END-IF
             IF WS-NIGHT-OPEN = 'N'
                   OR RSR-RUN-DATE NOT = WS-NIGHT-DATE
                IF WS-NIGHT-OPEN = 'Y'
                   PERFORM FinishNight
                END-IF
                MOVE 'Y' TO WS-NIGHT-OPEN
                MOVE RSR-RUN-DATE TO WS-NIGHT-DATE
                MOVE RSR-STATUS TO WS-NIGHT-STATUS
                MOVE RSR-RECORD-COUNT TO WS-NIGHT-COUNT
                MOVE RSR-ELAPSED TO WS-NIGHT-ELAPSED
             ELSE
                ADD RSR-ELAPSED TO WS-NIGHT-ELAPSED
             END-IF
             RETURN RunSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF WS-GROUP-OPEN = 'Y'
             PERFORM FinishStep
          END-IF.

       StartStep.
          IF WS-GROUP-OPEN = 'Y' AND RSR-STREAM NOT = WS-GROUP-STREAM
             MOVE SPACES TO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF
          IF WS-GROUP-OPEN = 'N' OR RSR-STREAM NOT = WS-GROUP-STREAM
             PERFORM FindStreamNight
          END-IF
          MOVE 'Y' TO WS-GROUP-OPEN
          MOVE RSR-STREAM TO WS-GROUP-STREAM
          MOVE RSR-STEP TO WS-GROUP-STEP
          MOVE 'N' TO WS-NIGHT-OPEN
          MOVE 'N' TO WS-LAST-RAN
          MOVE SPACES TO WS-LAST-STATUS
          MOVE 0 TO WS-LAST-ELAPSED
          MOVE 0 TO WS-LAST-COUNT
          MOVE 0 TO WS-AVG-NIGHTS
          MOVE 0 TO WS-SUM-ELAPSED
          MOVE 0 TO WS-SUM-COUNT
          MOVE 0 TO WS-OLDEST-DATE
          MOVE 0 TO WS-OLDEST-COUNT.

      * a stream whose last night is older than the heading's says
      * so before its first step.
       FindStreamNight.
          MOVE WS-LAST-NIGHT TO WS-STEP-NIGHT
          MOVE 0 TO WS-FOUND-INDEX
          PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                UNTIL WS-SCAN-INDEX > WS-STREAM-COUNT
                   OR WS-FOUND-INDEX > 0
             IF WS-STREAM-KEY(WS-SCAN-INDEX) = RSR-STREAM
                MOVE WS-SCAN-INDEX TO WS-FOUND-INDEX
                MOVE WS-STREAM-NIGHT(WS-SCAN-INDEX) TO WS-STEP-NIGHT
             END-IF
          END-PERFORM
          IF WS-STEP-NIGHT NOT = WS-LAST-NIGHT
             MOVE SPACES TO WS-OUT-LINE
             STRING FUNCTION TRIM(RSR-STREAM) DELIMITED BY SIZE
                    " STREAM LAST RAN ON " DELIMITED BY SIZE
                    WS-STEP-NIGHT(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-STEP-NIGHT(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-STEP-NIGHT(1:4) DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

      * nights arrive newest first, so the last night added to the
      * average is its oldest.
       FinishNight.
          IF WS-NIGHT-DATE = WS-STEP-NIGHT
             MOVE 'Y' TO WS-LAST-RAN
             MOVE WS-NIGHT-STATUS TO WS-LAST-STATUS
             MOVE WS-NIGHT-ELAPSED TO WS-LAST-ELAPSED
             MOVE WS-NIGHT-COUNT TO WS-LAST-COUNT
          ELSE
             IF WS-AVG-NIGHTS < 30 AND WS-NIGHT-STATUS = "OK"
                ADD 1 TO WS-AVG-NIGHTS
                ADD WS-NIGHT-ELAPSED TO WS-SUM-ELAPSED
                ADD WS-NIGHT-COUNT TO WS-SUM-COUNT
                MOVE WS-NIGHT-DATE TO WS-OLDEST-DATE
                MOVE WS-NIGHT-COUNT TO WS-OLDEST-COUNT
             END-IF
          END-IF
          MOVE 'N' TO WS-NIGHT-OPEN.

       FinishStep.
          IF WS-NIGHT-OPEN = 'Y'
             PERFORM FinishNight
          END-IF
          ADD 1 TO WS-STEP-COUNT
          MOVE 0 TO WS-AVG-ELAPSED
          MOVE 0 TO WS-AVG-COUNT
          MOVE 0 TO WS-VS-AVERAGE
          MOVE SPACES TO WS-STEP-NOTE
          IF WS-AVG-NIGHTS > 0
             COMPUTE WS-AVG-ELAPSED ROUNDED =
                WS-SUM-ELAPSED / WS-AVG-NIGHTS
             COMPUTE WS-AVG-COUNT ROUNDED =
                WS-SUM-COUNT / WS-AVG-NIGHTS
          END-IF

          EVALUATE TRUE
             WHEN WS-LAST-RAN = 'N'
                MOVE "NOT RUN LAST NIGHT" TO WS-STEP-NOTE
             WHEN WS-LAST-STATUS NOT = "OK"
                ADD 1 TO WS-FAILED-COUNT
                MOVE "*** FAILED LAST NIGHT" TO WS-STEP-NOTE
             WHEN WS-AVG-NIGHTS = 0
                MOVE "NO EARLIER NIGHTS TO AVERAGE"
                   TO WS-STEP-NOTE
             WHEN OTHER
                CONTINUE
          END-EVALUATE

          IF WS-LAST-RAN = 'Y' AND WS-AVG-NIGHTS > 0
             IF WS-AVG-ELAPSED > 0
                COMPUTE WS-VS-AVERAGE ROUNDED =
                   (WS-LAST-ELAPSED - WS-AVG-ELAPSED) * 100
                   / WS-AVG-ELAPSED
             END-IF
             COMPUTE WS-OVER-LIMIT ROUNDED = WS-AVG-ELAPSED
                + WS-AVG-ELAPSED * WS-OVER-PERCENT / 100
             IF WS-LAST-ELAPSED > WS-OVER-LIMIT
                   AND WS-LAST-STATUS = "OK"
                ADD 1 TO WS-FLAGGED-COUNT
                MOVE "*** OVER AVERAGE" TO WS-STEP-NOTE
             END-IF
          END-IF

          PERFORM WriteStepLine

          IF WS-LAST-RAN = 'Y'
             ADD WS-LAST-ELAPSED TO WS-TOTAL-LAST
             ADD WS-AVG-ELAPSED TO WS-TOTAL-AVERAGE
             PERFORM ProjectStep
          END-IF.

       ProjectStep.
          MOVE 0 TO WS-STEP-GROWTH
          IF WS-LAST-COUNT > 0 AND WS-AVG-NIGHTS > 0
             COMPUTE WS-NIGHTS-SPANNED =
                FUNCTION INTEGER-OF-DATE(WS-STEP-NIGHT)
                - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DATE)
             IF WS-NIGHTS-SPANNED > 0
                COMPUTE WS-SECONDS-PER-RECORD ROUNDED =
                   WS-LAST-ELAPSED / WS-LAST-COUNT
                COMPUTE WS-GROWTH-PER-NIGHT ROUNDED =
                   (WS-LAST-COUNT - WS-OLDEST-COUNT)
                   / WS-NIGHTS-SPANNED
                COMPUTE WS-STEP-GROWTH ROUNDED =
                   WS-SECONDS-PER-RECORD * WS-GROWTH-PER-NIGHT
             END-IF
          END-IF
          COMPUTE WS-STEP-PROJECTED ROUNDED =
             WS-LAST-ELAPSED + WS-STEP-GROWTH * WS-HORIZON-NIGHTS
          IF WS-STEP-PROJECTED < 0
             MOVE 0 TO WS-STEP-PROJECTED
          END-IF
          ADD WS-STEP-GROWTH TO WS-TOTAL-GROWTH
          ADD WS-STEP-PROJECTED TO WS-TOTAL-PROJECTED.

       WriteReportHeading.
          MOVE SPACES TO WS-OUT-LINE
          STRING "BATCH RUN TIMES  NIGHT OF " DELIMITED BY SIZE
                 WS-NIGHT-DISPLAY DELIMITED BY SIZE
                 "  RUN DATE " DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE WS-OVER-PERCENT TO WS-SMALL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "FLAGGED WHEN MORE THAN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SMALL-DISPLAY) DELIMITED BY SIZE
                 "% OVER THE TRAILING 30-NIGHT AVERAGE"
                 DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          MOVE "STREAM" TO WS-OUT-LINE(1:6)
          MOVE "STEP / FILE" TO WS-OUT-LINE(10:11)
          MOVE "LAST RUN" TO WS-OUT-LINE(35:8)
          MOVE "30-NT AVG" TO WS-OUT-LINE(45:9)
          MOVE "NTS" TO WS-OUT-LINE(56:3)
          MOVE "VS AVG" TO WS-OUT-LINE(62:6)
          MOVE "LAST COUNT" TO WS-OUT-LINE(71:10)
          MOVE "AVG COUNT" TO WS-OUT-LINE(84:9)
          MOVE "NOTE" TO WS-OUT-LINE(95:4)
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteStepLine.
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-GROUP-STREAM TO WS-OUT-LINE(1:8)
          MOVE WS-GROUP-STEP TO WS-OUT-LINE(10:24)
          IF WS-LAST-RAN = 'Y'
             MOVE WS-LAST-ELAPSED TO WS-SECONDS-WORK
             PERFORM FormatElapsed
             MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(34:9)
             MOVE WS-LAST-COUNT TO WS-COUNT-DISPLAY
             MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(70:11)
          END-IF
          IF WS-AVG-NIGHTS > 0
             MOVE WS-AVG-ELAPSED TO WS-SECONDS-WORK
             PERFORM FormatElapsed
             MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(45:9)
             MOVE WS-AVG-COUNT TO WS-COUNT-DISPLAY
             MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(82:11)
          END-IF
          MOVE WS-AVG-NIGHTS TO WS-NIGHTS-DISPLAY
          MOVE WS-NIGHTS-DISPLAY TO WS-OUT-LINE(57:2)
          IF WS-LAST-RAN = 'Y' AND WS-AVG-ELAPSED > 0
             MOVE WS-VS-AVERAGE TO WS-PERCENT-DISPLAY
             MOVE WS-PERCENT-DISPLAY TO WS-OUT-LINE(60:7)
             MOVE "%" TO WS-OUT-LINE(67:1)
          END-IF
          MOVE WS-STEP-NOTE TO WS-OUT-LINE(95:38)
          WRITE ReportRecord FROM WS-OUT-LINE.

      * the window check adds up last night's steps across both
      * streams, since both run inside the same window, then grows
      * each step's volume at its own recent rate to see how long the
      * night stays inside it.
       WriteWindowSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          MOVE "BATCH WINDOW" TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE WS-WINDOW-SECONDS TO WS-SECONDS-WORK
          PERFORM FormatElapsed
          MOVE SPACES TO WS-OUT-LINE
          MOVE "  WINDOW" TO WS-OUT-LINE
          MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(34:9)
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE WS-TOTAL-LAST TO WS-SECONDS-WORK
          PERFORM FormatElapsed
          COMPUTE WS-WINDOW-PERCENT ROUNDED =
             WS-TOTAL-LAST * 100 / WS-WINDOW-SECONDS
          MOVE WS-WINDOW-PERCENT TO WS-WINDOW-PCT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "  LAST NIGHT, ALL STEPS" TO WS-OUT-LINE
          MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(34:9)
          STRING WS-WINDOW-PCT-DISPLAY DELIMITED BY SIZE
                 "% OF WINDOW" DELIMITED BY SIZE
             INTO WS-OUT-LINE(45:18)
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE WS-TOTAL-AVERAGE TO WS-SECONDS-WORK
          PERFORM FormatElapsed
          MOVE SPACES TO WS-OUT-LINE
          MOVE "  THOSE STEPS AT THEIR AVERAGE" TO WS-OUT-LINE
          MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(34:9)
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE WS-TOTAL-PROJECTED TO WS-SECONDS-WORK
          PERFORM FormatElapsed
          MOVE WS-HORIZON-NIGHTS TO WS-SMALL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "  PROJECTED IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SMALL-DISPLAY) DELIMITED BY SIZE
                 " NIGHTS" DELIMITED BY SIZE
             INTO WS-OUT-LINE
          MOVE WS-HMS-DISPLAY TO WS-OUT-LINE(34:9)
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          EVALUATE TRUE
             WHEN WS-TOTAL-LAST >= WS-WINDOW-SECONDS
                MOVE 'Y' TO WS-WINDOW-TROUBLE
                MOVE "*** LAST NIGHT RAN PAST THE BATCH WINDOW ***"
                   TO WS-OUT-LINE
             WHEN WS-TOTAL-GROWTH > 0
                COMPUTE WS-NIGHTS-TO-WINDOW =
                   (WS-WINDOW-SECONDS - WS-TOTAL-LAST)
                   / WS-TOTAL-GROWTH
                MOVE WS-NIGHTS-TO-WINDOW TO WS-COUNT-DISPLAY
                IF WS-NIGHTS-TO-WINDOW <= WS-HORIZON-NIGHTS
                   MOVE 'Y' TO WS-WINDOW-TROUBLE
                   STRING "*** AT CURRENT VOLUME GROWTH THE STREAM"
                          DELIMITED BY SIZE
                          " OUTGROWS THE WINDOW IN ABOUT "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                          " NIGHTS ***" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
                ELSE
                   STRING "AT CURRENT VOLUME GROWTH THE STREAM"
                          DELIMITED BY SIZE
                          " STAYS INSIDE THE WINDOW FOR ABOUT "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                          " NIGHTS" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
                END-IF
             WHEN OTHER
                MOVE "VOLUMES ARE NOT GROWING - THE STREAM STAYS"
                   TO WS-OUT-LINE
                MOVE " INSIDE THE WINDOW" TO WS-OUT-LINE(43:18)
          END-EVALUATE
          WRITE ReportRecord FROM WS-OUT-LINE

          IF WS-DAMAGED-COUNT > 0
             MOVE SPACES TO WS-OUT-LINE
             STRING "DAMAGED RUN HISTORY RECORDS SKIPPED: "
                    DELIMITED BY SIZE
                    WS-DAMAGED-COUNT DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       FormatElapsed.
          MOVE WS-SECONDS-WORK TO WS-WHOLE-SECONDS
          DIVIDE WS-WHOLE-SECONDS BY 3600 GIVING WS-HMS-HOURS
          COMPUTE WS-WHOLE-SECONDS =
             WS-WHOLE-SECONDS - WS-HMS-HOURS * 3600
          DIVIDE WS-WHOLE-SECONDS BY 60 GIVING WS-HMS-MINUTES
          COMPUTE WS-HMS-SECONDS =
             WS-WHOLE-SECONDS - WS-HMS-MINUTES * 60
          MOVE SPACES TO WS-HMS-DISPLAY
          STRING WS-HMS-HOURS DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-HMS-MINUTES DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-HMS-SECONDS DELIMITED BY SIZE
             INTO WS-HMS-DISPLAY.
