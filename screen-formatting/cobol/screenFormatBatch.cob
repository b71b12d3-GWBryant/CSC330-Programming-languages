               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RunHistoryFile ASSIGN TO "CUSTRUN.HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT EntryInputFile ASSIGN TO WS-ENTRY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTRY-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WorklistFile.
           05 FILLER          PIC X(1).
           05 RUNCTL-ENTRY    PIC X(32).

       FD RunHistoryFile.
       COPY RUNHIST.

       FD EntryInputFile.
       01 EntryInputRecord PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-WORKLIST PIC Z(1).
       01 worklistName    PIC X(32).
      * without reprocessing them.
       01 WS-RUNCTL-FILE-NAME  PIC X(42) VALUE SPACES.
       01 WS-RUNCTL-STATUS     PIC X(2) VALUE "00".
       01 WS-ENTRY-STATUS      PIC X(4) VALUE SPACES.
       01 WS-RERUN-FLAG        PIC X(1) VALUE 'N'.
      * CALL "SYSTEM" hands back the raw wait status, which carries
      * the child's exit code in its high byte - an exit of 8 comes
       01 WS-SKIP-COUNT        PIC 9(9) VALUE 0.
       01 WS-CARRIED-COUNT     PIC 9(9) VALUE 0.

      * every file formatted is timed into CUSTRUN.HIST along with
      * the data records it holds, the same record custNightStream
      * writes per step, so the morning report covers both.
       01 WS-RUNHIST-STATUS     PIC X(2) VALUE "00".
       01 WS-ENTRY-FILE-NAME    PIC X(32) VALUE SPACES.
       01 WS-ENTRY-INPUT-STATUS PIC X(2) VALUE "00".
       01 WS-END-OF-ENTRY-INPUT PIC Z(1).
       01 WS-STREAM-DATE        PIC 9(8) VALUE 0.
       01 WS-ENTRY-START-DATE   PIC 9(8) VALUE 0.
       01 WS-ENTRY-START-TIME   PIC 9(8) VALUE 0.
       01 WS-ENTRY-END-DATE     PIC 9(8) VALUE 0.
       01 WS-ENTRY-END-TIME     PIC 9(8) VALUE 0.
       01 WS-ENTRY-RECORDS      PIC 9(9) VALUE 0.
       01 WS-START-SECONDS      PIC 9(11)V99 VALUE 0.
       01 WS-END-SECONDS        PIC 9(11)V99 VALUE 0.
       01 WS-TIME-WORK.
           05 WS-TIME-HH           PIC 9(2).
           05 WS-TIME-MM           PIC 9(2).
           05 WS-TIME-SS           PIC 9(2).
           05 WS-TIME-HS           PIC 9(2).

       PROCEDURE DIVISION CHAINING worklistName, optionString.
       Begin.
          ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
          PERFORM ScanBatchOptions
          PERFORM BuildEffectiveOptions

          IF WS-ENTRY-VALID = 'N'
             PERFORM WriteRejectedEntryBanner
             ADD 1 TO WS-SKIP-COUNT
             MOVE "SKIP" TO WS-ENTRY-STATUS
             PERFORM WriteRunControlRecord
          ELSE
             PERFORM CheckPriorOutcome
             IF WS-PRIOR-OK-FOUND = 'Y'
                ADD 1 TO WS-CARRIED-COUNT
                MOVE "OK" TO WS-ENTRY-STATUS
                PERFORM WriteRunControlRecord
             ELSE
                PERFORM RunWorklistEntry
                    DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
             INTO WS-COMMAND-LINE
          ACCEPT WS-ENTRY-START-DATE FROM DATE YYYYMMDD
          ACCEPT WS-ENTRY-START-TIME FROM TIME
          CALL "SYSTEM" USING WS-COMMAND-LINE
          MOVE RETURN-CODE TO WS-CALL-RC
          MOVE 0 TO RETURN-CODE
          ACCEPT WS-ENTRY-END-DATE FROM DATE YYYYMMDD
          ACCEPT WS-ENTRY-END-TIME FROM TIME
          ADD 1 TO WS-FILE-COUNT
          IF WS-CALL-RC = 0
             ADD 1 TO WS-OK-COUNT
             MOVE "OK" TO WS-ENTRY-STATUS
          ELSE
             ADD 1 TO WS-FAIL-COUNT
             MOVE "FAIL" TO WS-ENTRY-STATUS
             COMPUTE WS-CALL-EXIT = WS-CALL-RC / 256
             PERFORM WriteFailedEntryBanner
          END-IF
          PERFORM WriteRunControlRecord
          PERFORM WriteRunHistoryRecord.

       WriteRunControlRecord.
          MOVE SPACE TO RunControlRecord(5:1)
          MOVE WS-ENTRY-STATUS TO RUNCTL-STATUS
          MOVE FUNCTION TRIM(WorklistEntry) TO RUNCTL-ENTRY
          WRITE RunControlRecord.

       WriteRunHistoryRecord.
          PERFORM CountEntryRecords
          MOVE WS-ENTRY-START-TIME TO WS-TIME-WORK
          COMPUTE WS-START-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-ENTRY-START-DATE) * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
             + WS-TIME-HS / 100
          MOVE WS-ENTRY-END-TIME TO WS-TIME-WORK
          COMPUTE WS-END-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-ENTRY-END-DATE) * 86400
             + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
             + WS-TIME-HS / 100
          MOVE WS-STREAM-DATE TO RHS-RUN-DATE
          MOVE "SCRNFMT" TO RHS-STREAM
          MOVE FUNCTION TRIM(WorklistEntry) TO RHS-STEP
          MOVE WS-ENTRY-STATUS TO RHS-STATUS
          MOVE WS-ENTRY-START-DATE TO RHS-START-DATE
          MOVE WS-ENTRY-START-TIME TO RHS-START-TIME
          MOVE WS-ENTRY-END-DATE TO RHS-END-DATE
          MOVE WS-ENTRY-END-TIME TO RHS-END-TIME
          IF WS-END-SECONDS > WS-START-SECONDS
             COMPUTE RHS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
          ELSE
             MOVE 0 TO RHS-ELAPSED
          END-IF
          MOVE WS-ENTRY-RECORDS TO RHS-RECORD-COUNT
          OPEN EXTEND RunHistoryFile
          IF WS-RUNHIST-STATUS NOT = "00"
             OPEN OUTPUT RunHistoryFile
          END-IF
          WRITE RunHistoryRecord
          CLOSE RunHistoryFile.

      * the volume is the data records in the file formatted, under
      * the same blank-line and trailer rule custNightStream counts
      * its steps by.
       CountEntryRecords.
          MOVE 0 TO WS-ENTRY-RECORDS
          MOVE 0 TO WS-END-OF-ENTRY-INPUT
          MOVE FUNCTION TRIM(WorklistEntry) TO WS-ENTRY-FILE-NAME
          OPEN INPUT EntryInputFile
          IF WS-ENTRY-INPUT-STATUS = "00"
             READ EntryInputFile
                AT END MOVE 1 TO WS-END-OF-ENTRY-INPUT
             END-READ
             PERFORM UNTIL WS-END-OF-ENTRY-INPUT = 1
                IF FUNCTION TRIM(EntryInputRecord) NOT = SPACES
                      AND EntryInputRecord(1:3) NOT = "TRL"
                   ADD 1 TO WS-ENTRY-RECORDS
                END-IF
                READ EntryInputFile
                   AT END MOVE 1 TO WS-END-OF-ENTRY-INPUT
                END-READ
             END-PERFORM
             CLOSE EntryInputFile
          END-IF.

      * an entry counts as OK last run only when the previous run
      * control file says so; anything new to the worklist, failed,
      * or skipped gets processed again.
