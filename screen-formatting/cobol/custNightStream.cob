               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT RunHistoryFile ASSIGN TO "CUSTRUN.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT StepInputFile ASSIGN TO WS-STEP-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD StepControlFile.
           05 FILLER          PIC X(1).
           05 STEPCTL-STEP    PIC X(8).

       FD RunHistoryFile.
       COPY RUNHIST.

       FD StepInputFile.
       01 StepInputRecord PIC X(133).

       WORKING-STORAGE SECTION.
      * the nightly chain, in its required order: unload the master
      * before tonight's load replaces it, verify the extract
      * trailer, edit it, reseal the clean file, load the master,
      * compare against the prior night's clean file, and summarize
      * by state.  priorCleanName names that prior clean file; when
      * it is blank - the first night - the UNLOAD and COMPARE steps
      * are skipped with a note rather than failed.
       01 extractName    PIC X(32).
       01 priorCleanName PIC X(32).
       01 optionString   PIC X(128).

       01 WS-CLEAN-FILE-NAME   PIC X(42) VALUE SPACES.
       01 WS-UNLOAD-FILE-NAME  PIC X(42) VALUE SPACES.
       01 WS-STEPCTL-FILE-NAME PIC X(42) VALUE SPACES.
       01 WS-STEPCTL-STATUS    PIC X(2) VALUE "00".
       01 WS-COMMAND-LINE      PIC X(200) VALUE SPACES.
       01 WS-STEP-NAME         PIC X(8) VALUE SPACES.
       01 WS-STEP-STATUS       PIC X(4) VALUE SPACES.
       01 WS-STREAM-FAILED     PIC X(1) VALUE 'N'.

      * every step that runs is timed into CUSTRUN.HIST along with
      * the data records in the file it worked on, so the morning
      * report can tell a slow night from a big one.  The history
      * is opened for each record, so a stream that dies mid-run
      * still leaves the steps it finished.
       01 WS-RUNHIST-STATUS    PIC X(2) VALUE "00".
       01 WS-STEP-FILE-NAME    PIC X(42) VALUE SPACES.
       01 WS-STEP-INPUT-STATUS PIC X(2) VALUE "00".
       01 WS-END-OF-STEP-INPUT PIC Z(1).
       01 WS-STREAM-DATE       PIC 9(8) VALUE 0.
       01 WS-STEP-START-DATE   PIC 9(8) VALUE 0.
       01 WS-STEP-START-TIME   PIC 9(8) VALUE 0.
       01 WS-STEP-END-DATE     PIC 9(8) VALUE 0.
       01 WS-STEP-END-TIME     PIC 9(8) VALUE 0.
       01 WS-STEP-RECORDS      PIC 9(9) VALUE 0.
       01 WS-START-SECONDS     PIC 9(11)V99 VALUE 0.
       01 WS-END-SECONDS       PIC 9(11)V99 VALUE 0.
       01 WS-TIME-WORK.
           05 WS-TIME-HH          PIC 9(2).
           05 WS-TIME-MM          PIC 9(2).
           05 WS-TIME-SS          PIC 9(2).
           05 WS-TIME-HS          PIC 9(2).

      * CALL "SYSTEM" hands back the raw wait status with the
      * child's exit code in its high byte, the same convention
      * screenFormatBatch decodes - an exit of 8 comes back as 2048.
       PROCEDURE DIVISION CHAINING extractName, priorCleanName,
             optionString.
       Begin.
          ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
          IF FUNCTION TRIM(extractName) = SPACES
             DISPLAY "AN EXTRACT FILE NAME IS REQUIRED"
             MOVE 8 TO RETURN-CODE
          STRING FUNCTION TRIM(extractName) DELIMITED BY SIZE
                 ".STEPCTL" DELIMITED BY SIZE
             INTO WS-STEPCTL-FILE-NAME
          STRING FUNCTION TRIM(extractName) DELIMITED BY SIZE
                 ".UNLOAD" DELIMITED BY SIZE
             INTO WS-UNLOAD-FILE-NAME

          IF WS-RESTART-FLAG = 'Y'
             PERFORM LoadPriorSteps

          OPEN OUTPUT StepControlFile

          PERFORM RunUnloadStep
          IF WS-STREAM-FAILED = 'N'
             PERFORM RunTrailerCheckStep
          END-IF
          IF WS-STREAM-FAILED = 'N'
             PERFORM RunEditStep
          END-IF
             FUNCTION TRIM(WS-STEPCTL-FILE-NAME).
       STOP RUN.

      * the day's corrections live only on the master, and the load
      * rebuilds it from the source's extract, so the master is
      * unloaded first and checked against the clean file it was
      * loaded from; the resync file that leaves carries the
      * corrections back to the source system.
       RunUnloadStep.
          MOVE "UNLOAD" TO WS-STEP-NAME
          IF FUNCTION TRIM(priorCleanName) = SPACES
             ADD 1 TO WS-SKIPPED-COUNT
             MOVE "SKIP" TO WS-STEP-STATUS
             PERFORM WriteStepControlRecord
             DISPLAY "STEP UNLOAD SKIPPED - NO PRIOR CLEAN FILE"
          ELSE
             MOVE SPACES TO WS-COMMAND-LINE
             STRING 'custMasterUnload "' DELIMITED BY SIZE
                    FUNCTION TRIM(WS-UNLOAD-FILE-NAME)
                       DELIMITED BY SIZE
                    '" "' DELIMITED BY SIZE
                    FUNCTION TRIM(priorCleanName) DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE
                INTO WS-COMMAND-LINE
             MOVE priorCleanName TO WS-STEP-FILE-NAME
             PERFORM RunStreamStep
          END-IF.

       RunTrailerCheckStep.
          MOVE "TRLCHK" TO WS-STEP-NAME
          MOVE SPACES TO WS-COMMAND-LINE
                 FUNCTION TRIM(extractName) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          MOVE extractName TO WS-STEP-FILE-NAME
          PERFORM RunStreamStep.

       RunEditStep.
                 FUNCTION TRIM(extractName) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          MOVE extractName TO WS-STEP-FILE-NAME
          PERFORM RunStreamStep.

      * custEdit unseals the file it cleans, so the clean output is
                 FUNCTION TRIM(WS-CLEAN-FILE-NAME) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          MOVE WS-CLEAN-FILE-NAME TO WS-STEP-FILE-NAME
          PERFORM RunStreamStep.

       RunLoadStep.
                 FUNCTION TRIM(WS-CLEAN-FILE-NAME) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          MOVE WS-CLEAN-FILE-NAME TO WS-STEP-FILE-NAME
          PERFORM RunStreamStep.

       RunCompareStep.
          MOVE "COMPARE" TO WS-STEP-NAME
          IF FUNCTION TRIM(priorCleanName) = SPACES
             ADD 1 TO WS-SKIPPED-COUNT
             MOVE "SKIP" TO WS-STEP-STATUS
             PERFORM WriteStepControlRecord
             DISPLAY "STEP COMPARE SKIPPED - NO PRIOR CLEAN FILE"
          ELSE
                       DELIMITED BY SIZE
                    '"' DELIMITED BY SIZE
                INTO WS-COMMAND-LINE
             MOVE WS-CLEAN-FILE-NAME TO WS-STEP-FILE-NAME
             PERFORM RunStreamStep
          END-IF.

                 FUNCTION TRIM(WS-CLEAN-FILE-NAME) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          MOVE WS-CLEAN-FILE-NAME TO WS-STEP-FILE-NAME
          PERFORM RunStreamStep.

      * each step's outcome is written as it happens, so a wrapper
          PERFORM CheckPriorStep
          IF WS-PRIOR-OK-FOUND = 'Y'
             ADD 1 TO WS-CARRIED-COUNT
             MOVE "OK" TO WS-STEP-STATUS
             PERFORM WriteStepControlRecord
             DISPLAY "STEP " FUNCTION TRIM(WS-STEP-NAME)
                " CARRIED FROM LAST RUN"
             DISPLAY " "
             DISPLAY "===== STEP " FUNCTION TRIM(WS-STEP-NAME)
                ": " FUNCTION TRIM(WS-COMMAND-LINE) " ====="
             ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
             ACCEPT WS-STEP-START-TIME FROM TIME
             CALL "SYSTEM" USING WS-COMMAND-LINE
             MOVE RETURN-CODE TO WS-CALL-RC
             MOVE 0 TO RETURN-CODE
             ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
             ACCEPT WS-STEP-END-TIME FROM TIME
             IF WS-CALL-RC = 0
                ADD 1 TO WS-OK-COUNT
                MOVE "OK" TO WS-STEP-STATUS
             ELSE
                MOVE 'Y' TO WS-STREAM-FAILED
                MOVE "FAIL" TO WS-STEP-STATUS
                COMPUTE WS-CALL-EXIT = WS-CALL-RC / 256
                DISPLAY "===== STEP " FUNCTION TRIM(WS-STEP-NAME)
                   " FAILED (RC " WS-CALL-EXIT
                   ", RAW STATUS " WS-CALL-RC ") ====="
             END-IF
             PERFORM WriteStepControlRecord
             PERFORM WriteRunHistoryRecord
          END-IF.

       WriteStepControlRecord.
          MOVE SPACE TO StepControlRecord(5:1)
          MOVE WS-STEP-STATUS TO STEPCTL-STATUS
          MOVE WS-STEP-NAME TO STEPCTL-STEP
          WRITE StepControlRecord.

       WriteRunHistoryRecord.
          PERFORM CountStepRecords
          MOVE WS-STEP-START-TIME TO WS-TIME-WORK
          COMPUTE WS-START-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE) * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
             + WS-TIME-HS / 100
          MOVE WS-STEP-END-TIME TO WS-TIME-WORK
          COMPUTE WS-END-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE) * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
             + WS-TIME-HS / 100
          MOVE WS-STREAM-DATE TO RHS-RUN-DATE
          MOVE "NIGHT" TO RHS-STREAM
          MOVE WS-STEP-NAME TO RHS-STEP
          MOVE WS-STEP-STATUS TO RHS-STATUS
          MOVE WS-STEP-START-DATE TO RHS-START-DATE
          MOVE WS-STEP-START-TIME TO RHS-START-TIME
          MOVE WS-STEP-END-DATE TO RHS-END-DATE
          MOVE WS-STEP-END-TIME TO RHS-END-TIME
          IF WS-END-SECONDS > WS-START-SECONDS
             COMPUTE RHS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
          ELSE
             MOVE 0 TO RHS-ELAPSED
          END-IF
          MOVE WS-STEP-RECORDS TO RHS-RECORD-COUNT
          OPEN EXTEND RunHistoryFile
          IF WS-RUNHIST-STATUS NOT = "00"
             OPEN OUTPUT RunHistoryFile
          END-IF
          WRITE RunHistoryRecord
          CLOSE RunHistoryFile.

      * the volume a step is measured against is the data records in
      * the file it worked on; blank lines and control trailers are
      * not counted, and a file the step never got to make counts
      * as none.
       CountStepRecords.
          MOVE 0 TO WS-STEP-RECORDS
          MOVE 0 TO WS-END-OF-STEP-INPUT
          OPEN INPUT StepInputFile
          IF WS-STEP-INPUT-STATUS = "00"
             READ StepInputFile
                AT END MOVE 1 TO WS-END-OF-STEP-INPUT
             END-READ
             PERFORM UNTIL WS-END-OF-STEP-INPUT = 1
                IF FUNCTION TRIM(StepInputRecord) NOT = SPACES
                      AND StepInputRecord(1:3) NOT = "TRL"
                   ADD 1 TO WS-STEP-RECORDS
                END-IF
                READ StepInputFile
                   AT END MOVE 1 TO WS-END-OF-STEP-INPUT
                END-READ
             END-PERFORM
             CLOSE StepInputFile
          END-IF.

      * a step counts as OK last run only when the previous step
      * control file says so; a failed or skipped step, or a fresh
      * stream, runs again.
