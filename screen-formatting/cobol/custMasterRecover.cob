       IDENTIFICATION DIVISION.
       PROGRAM-ID. custMasterRecover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DYNAMIC access lets SAVE walk the master in key order and
      * the roll forward and back out reach accounts by key.
           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ImageFile ASSIGN TO WS-IMAGE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT JournalFile ASSIGN TO "CUSTMAST.JRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JournalSort ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTMAST.RCVRPT"
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
       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

      * a saved image is the master's records in key order, sealed
      * with the same ControlTrailer the extracts carry.
       FD ImageFile.
       01 ImageRecord     PIC X(117).

       FD JournalFile.
       COPY CUSTJRN.

      * a back out takes one file's journal entries newest first, so
      * each change is undone on top of the one that followed it.
       SD JournalSort.
       01 JournalSortRecord.
           05 JSR-SEQUENCE    PIC 9(9).
           05 JSR-ENTRY       PIC X(313).

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-MASTER PIC Z(1).
       01 END-OF-SORT PIC Z(1).
      * runMode picks the operation:
      *   SAVE    <image>                 - saves the master as it
      *                                     stands and marks the
      *                                     journal
      *   POINT   <image> <MM/DD/YYYY> <HH:MM:SS, blank for end of
      *           day>                    - reloads the image and
      *                                     rolls the journal forward
      *                                     to that point
      *   BACKOUT <file>                  - undoes every change one
      *                                     transaction file made
       01 runMode     PIC X(8).
       01 parmOne     PIC X(32).
       01 parmTwo     PIC X(10).
       01 parmThree   PIC X(8).

       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-IMAGE-STATUS         PIC X(2) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01 WS-IMAGE-FILE-NAME      PIC X(42) VALUE SPACES.
       01 WS-SOURCE-NAME          PIC X(42) VALUE SPACES.
       01 WS-JOURNAL-SOURCE       PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

      * journal positions are counted from the top of the file; a
      * stamp is a date and time laid side by side so two of them
      * compare in calendar order.
       01 WS-JOURNAL-SEQ          PIC 9(9) VALUE 0.
       01 WS-SAVE-SEQ             PIC 9(9) VALUE 0.
       01 WS-RELOAD-SEQ           PIC 9(9) VALUE 0.
       01 WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE       PIC 9(8).
           05 WS-ENTRY-TIME       PIC 9(8).
       01 WS-SAVE-STAMP.
           05 WS-SAVE-DATE        PIC 9(8) VALUE 0.
           05 WS-SAVE-TIME        PIC 9(8) VALUE 0.
       01 WS-POINT-STAMP.
           05 WS-POINT-DATE       PIC 9(8) VALUE 0.
           05 WS-POINT-TIME       PIC 9(8) VALUE 0.
       01 WS-BARRIER-STAMP.
           05 WS-BARRIER-DATE     PIC 9(8) VALUE 0.
           05 WS-BARRIER-TIME     PIC 9(8) VALUE 0.
       01 WS-BARRIER-FOUND        PIC X(1) VALUE 'N'.
       01 WS-POINT-HH             PIC 9(2) VALUE 0.
       01 WS-POINT-MM             PIC 9(2) VALUE 0.
       01 WS-POINT-SS             PIC 9(2) VALUE 0.
       01 WS-POINT-DISPLAY        PIC X(19) VALUE SPACES.
       01 WS-STAMP-DISPLAY        PIC X(19) VALUE SPACES.

       01 WS-IMAGE-COUNT          PIC 9(9) VALUE 0.
       01 WS-IMAGE-HASH           PIC 9(13)V99 VALUE 0.
       01 WS-TRAILER-FOUND        PIC X(1) VALUE 'N'.
       01 WS-RESTORED-COUNT       PIC 9(9) VALUE 0.

       01 WS-ROLL-COUNTS.
           05 WS-ROLL-ADDS        PIC 9(9) VALUE 0.
           05 WS-ROLL-CHANGES     PIC 9(9) VALUE 0.
           05 WS-ROLL-DELETES     PIC 9(9) VALUE 0.
           05 WS-ROLL-RELOADS     PIC 9(9) VALUE 0.
           05 WS-ROLL-ADJUSTED    PIC 9(9) VALUE 0.

       01 WS-BACKOUT-COUNTS.
           05 WS-BKO-FOUND        PIC 9(9) VALUE 0.
           05 WS-BKO-REVERSED     PIC 9(9) VALUE 0.
           05 WS-BKO-SKIPPED      PIC 9(9) VALUE 0.
           05 WS-BKO-LOAD-ENTRIES PIC 9(9) VALUE 0.
       01 WS-ON-MASTER            PIC X(1) VALUE 'N'.
       01 WS-SKIP-REASON          PIC X(30) VALUE SPACES.

       COPY CUSTREC.

       COPY CUSTTRL.

       COPY CUSTJRN REPLACING ==JournalRecord== BY ==BackoutEntry==
                      LEADING ==JRN== BY ==BKO==.

       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * the operator running this program must hold the OPS role
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

       PROCEDURE DIVISION CHAINING runMode, parmOne, parmTwo,
           parmThree.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          MOVE runMode TO WS-SEC-ACTION
          MOVE parmOne TO WS-SEC-FILENAME
          EVALUATE FUNCTION TRIM(runMode)
             WHEN "SAVE"
                PERFORM CheckOperatorAuthority
                PERFORM SaveMasterImage
                MOVE "DONE" TO WS-SEC-OUTCOME
                MOVE "ACCOUNTS IMAGED" TO WS-SEC-DETAIL
                MOVE WS-IMAGE-COUNT TO WS-SEC-COUNT
                PERFORM WriteSecurityRecord
             WHEN "POINT"
                PERFORM CheckOperatorAuthority
                PERFORM RecoverToPoint
                MOVE "DONE" TO WS-SEC-OUTCOME
                MOVE "ACCOUNTS RESTORED" TO WS-SEC-DETAIL
                COMPUTE WS-SEC-COUNT = WS-RESTORED-COUNT + WS-ROLL-ADDS
                   + WS-ROLL-CHANGES + WS-ROLL-DELETES
                PERFORM WriteSecurityRecord
             WHEN "BACKOUT"
                PERFORM CheckOperatorAuthority
                PERFORM BackOutSourceFile
                MOVE "DONE" TO WS-SEC-OUTCOME
                MOVE "JOURNAL ENTRIES REVERSED" TO WS-SEC-DETAIL
                MOVE WS-BKO-REVERSED TO WS-SEC-COUNT
                PERFORM WriteSecurityRecord
             WHEN OTHER
                DISPLAY "MODE MUST BE SAVE, POINT OR BACKOUT"
                MOVE 8 TO RETURN-CODE
          END-EVALUATE.
       STOP RUN.

       SaveMasterImage.
          IF FUNCTION TRIM(parmOne) = SPACES
             DISPLAY "SAVE NEEDS AN IMAGE FILE NAME"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE parmOne TO WS-IMAGE-FILE-NAME
          PERFORM WriteMasterImage

          OPEN OUTPUT ReportFile
          PERFORM WriteReportHeader
          PERFORM WriteImageLine
          CLOSE ReportFile

          DISPLAY "MASTER IMAGE SAVED TO "
             FUNCTION TRIM(WS-IMAGE-FILE-NAME)
             " - ACCOUNTS: " WS-IMAGE-COUNT.

      * the image is written first and the S marker second, so the
      * journal never names an image that was not completed.
       WriteMasterImage.
          MOVE 0 TO WS-IMAGE-COUNT
          MOVE 0 TO WS-IMAGE-HASH
          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          OPEN OUTPUT ImageFile
          IF WS-IMAGE-STATUS NOT = "00"
             DISPLAY "IMAGE FILE OPEN FAILED - STATUS "
                WS-IMAGE-STATUS " FOR "
                FUNCTION TRIM(WS-IMAGE-FILE-NAME)
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE 0 TO END-OF-MASTER
          READ MasterFile NEXT RECORD
             AT END MOVE 1 TO END-OF-MASTER
          END-READ
          PERFORM UNTIL END-OF-MASTER = 1
             WRITE ImageRecord FROM MasterRecord
             ADD 1 TO WS-IMAGE-COUNT
             MOVE MasterRecord TO CustomerRecord
             IF CUST-BALANCE NUMERIC
                ADD CUST-BALANCE TO WS-IMAGE-HASH
             END-IF
             READ MasterFile NEXT RECORD
                AT END MOVE 1 TO END-OF-MASTER
             END-READ
          END-PERFORM

          MOVE "TRL" TO TRL-TAG
          MOVE WS-IMAGE-COUNT TO TRL-RECORD-COUNT
          MOVE WS-IMAGE-HASH TO TRL-HASH-TOTAL
          WRITE ImageRecord FROM ControlTrailer
          CLOSE ImageFile
          CLOSE MasterFile

          MOVE "S" TO JRN-ACTION
          MOVE SPACES TO JRN-BEFORE-IMAGE
          MOVE ControlTrailer TO JRN-AFTER-IMAGE
          MOVE WS-IMAGE-FILE-NAME TO WS-JOURNAL-SOURCE
          PERFORM AppendJournalMarker.

      * the master goes back to how it stood at the chosen moment:
      * the named image is reloaded and every journal entry made
      * after the image was saved, up to and including that moment,
      * is applied again in the order it was first made.
       RecoverToPoint.
          IF FUNCTION TRIM(parmOne) = SPACES
             DISPLAY "POINT NEEDS AN IMAGE FILE NAME"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE parmOne TO WS-IMAGE-FILE-NAME
          PERFORM EditRecoveryPoint
          PERFORM FindImageOnJournal

          IF WS-SAVE-SEQ = 0
             DISPLAY "IMAGE " FUNCTION TRIM(WS-IMAGE-FILE-NAME)
                " WAS NEVER SAVED BY custMasterRecover SAVE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          IF WS-POINT-STAMP < WS-SAVE-STAMP
             MOVE WS-SAVE-STAMP TO WS-ENTRY-STAMP
             PERFORM FormatEntryStamp
             DISPLAY "POINT " WS-POINT-DISPLAY
                " IS BEFORE THE IMAGE WAS SAVED AT "
                WS-STAMP-DISPLAY " - USE AN OLDER IMAGE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
      * a later recovery has already rewound the master once; the
      * entries it undid are still on the journal and must not be
      * replayed over it, so the roll starts from the image that
      * recovery saved instead.
          IF WS-BARRIER-FOUND = 'Y'
             MOVE WS-BARRIER-STAMP TO WS-ENTRY-STAMP
             PERFORM FormatEntryStamp
             DISPLAY "A RECOVERY RAN AT " WS-STAMP-DISPLAY
                " - ROLL FORWARD FROM THE .RECOVERED IMAGE IT SAVED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VerifyImageFile

          OPEN OUTPUT ReportFile
          PERFORM WriteReportHeader

          PERFORM RestoreImage
          PERFORM RollJournalForward
          CLOSE MasterFile

          MOVE "P" TO JRN-ACTION
          MOVE SPACES TO JRN-BEFORE-IMAGE
          MOVE SPACES TO JRN-AFTER-IMAGE
          MOVE WS-POINT-STAMP TO JRN-AFTER-IMAGE(1:16)
          MOVE WS-IMAGE-FILE-NAME TO WS-JOURNAL-SOURCE
          PERFORM AppendJournalMarker

      * the recovered master is saved straight away, so the next
      * recovery has an image on the right side of this one.
          MOVE SPACES TO WS-IMAGE-FILE-NAME
          STRING FUNCTION TRIM(parmOne) DELIMITED BY SIZE
                 ".RECOVERED" DELIMITED BY SIZE
             INTO WS-IMAGE-FILE-NAME
          PERFORM WriteMasterImage

          PERFORM WriteRollSummary
          PERFORM WriteImageLine
          CLOSE ReportFile

          DISPLAY "CUSTOMER.MASTER RECOVERED TO " WS-POINT-DISPLAY
          DISPLAY "RECOVERY REPORT WRITTEN TO CUSTMAST.RCVRPT"
          IF WS-ROLL-ADJUSTED > 0
             DISPLAY "JOURNAL ENTRIES THAT DID NOT FIT THE MASTER: "
                WS-ROLL-ADJUSTED
             MOVE 4 TO RETURN-CODE
          END-IF.

      * the point is a date as MM/DD/YYYY and a time as HH:MM:SS;
      * without a time it is the end of that day.  The time is
      * taken as inclusive of its whole second.
       EditRecoveryPoint.
          IF parmTwo(1:2) NOT NUMERIC
                OR parmTwo(3:1) NOT = "/"
                OR parmTwo(4:2) NOT NUMERIC
                OR parmTwo(6:1) NOT = "/"
                OR parmTwo(7:4) NOT NUMERIC
             DISPLAY "RECOVERY DATE MUST BE MM/DD/YYYY: " parmTwo
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          COMPUTE WS-POINT-DATE =
             FUNCTION NUMVAL(parmTwo(7:4)) * 10000
             + FUNCTION NUMVAL(parmTwo(1:2)) * 100
             + FUNCTION NUMVAL(parmTwo(4:2))
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-POINT-DATE) NOT = 0
             DISPLAY "RECOVERY DATE IS NOT A CALENDAR DATE: " parmTwo
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF FUNCTION TRIM(parmThree) = SPACES
             MOVE 23 TO WS-POINT-HH
             MOVE 59 TO WS-POINT-MM
             MOVE 59 TO WS-POINT-SS
          ELSE
             IF parmThree(1:2) NOT NUMERIC
                   OR parmThree(3:1) NOT = ":"
                   OR parmThree(4:2) NOT NUMERIC
                   OR parmThree(6:1) NOT = ":"
                   OR parmThree(7:2) NOT NUMERIC
                DISPLAY "RECOVERY TIME MUST BE HH:MM:SS: " parmThree
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE parmThree(1:2) TO WS-POINT-HH
             MOVE parmThree(4:2) TO WS-POINT-MM
             MOVE parmThree(7:2) TO WS-POINT-SS
             IF WS-POINT-HH > 23 OR WS-POINT-MM > 59
                   OR WS-POINT-SS > 59
                DISPLAY "RECOVERY TIME IS NOT A CLOCK TIME: "
                   parmThree
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          COMPUTE WS-POINT-TIME = WS-POINT-HH * 1000000
             + WS-POINT-MM * 10000 + WS-POINT-SS * 100 + 99
          MOVE WS-POINT-STAMP TO WS-ENTRY-STAMP
          PERFORM FormatEntryStamp
          MOVE WS-STAMP-DISPLAY TO WS-POINT-DISPLAY.

      * the newest S marker for the image is where its roll
      * forward starts; the first P marker after it, if one falls
      * at or before the point, means a recovery has been made
      * since.
       FindImageOnJournal.
          OPEN INPUT JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "CUSTMAST.JRNL NOT AVAILABLE - STATUS "
                WS-JOURNAL-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE 0 TO WS-JOURNAL-SEQ
          MOVE 0 TO END-OF-FILE
          READ JournalFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-JOURNAL-SEQ
             MOVE JRN-DATE TO WS-ENTRY-DATE
             MOVE JRN-TIME TO WS-ENTRY-TIME
             IF JRN-ACTION = "S"
                   AND JRN-SOURCE-FILE = WS-IMAGE-FILE-NAME
                MOVE WS-JOURNAL-SEQ TO WS-SAVE-SEQ
                MOVE WS-ENTRY-STAMP TO WS-SAVE-STAMP
                MOVE 'N' TO WS-BARRIER-FOUND
             END-IF
             IF JRN-ACTION = "P" AND WS-SAVE-SEQ > 0
                   AND WS-BARRIER-FOUND = 'N'
                   AND WS-ENTRY-STAMP NOT > WS-POINT-STAMP
                MOVE 'Y' TO WS-BARRIER-FOUND
                MOVE WS-ENTRY-STAMP TO WS-BARRIER-STAMP
             END-IF
             READ JournalFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE JournalFile.

      * the image is proven against its own trailer before the
      * master is emptied, so a short or damaged image can never
      * replace a whole master.
       VerifyImageFile.
          OPEN INPUT ImageFile
          IF WS-IMAGE-STATUS NOT = "00"
             DISPLAY "IMAGE FILE NOT AVAILABLE - STATUS "
                WS-IMAGE-STATUS " FOR "
                FUNCTION TRIM(WS-IMAGE-FILE-NAME)
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE 0 TO WS-IMAGE-COUNT
          MOVE 0 TO WS-IMAGE-HASH
          MOVE 'N' TO WS-TRAILER-FOUND
          MOVE 0 TO END-OF-FILE
          READ ImageFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             IF ImageRecord(1:3) = "TRL"
                MOVE 'Y' TO WS-TRAILER-FOUND
                MOVE ImageRecord TO ControlTrailer
             ELSE
                ADD 1 TO WS-IMAGE-COUNT
                MOVE ImageRecord TO CustomerRecord
                IF CUST-BALANCE NUMERIC
                   ADD CUST-BALANCE TO WS-IMAGE-HASH
                END-IF
             END-IF
             READ ImageFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE ImageFile
          IF WS-TRAILER-FOUND = 'N'
             DISPLAY "IMAGE " FUNCTION TRIM(WS-IMAGE-FILE-NAME)
                " HAS NO TRAILER - MASTER NOT TOUCHED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          IF TRL-RECORD-COUNT NOT = WS-IMAGE-COUNT
                OR TRL-HASH-TOTAL NOT = WS-IMAGE-HASH
             DISPLAY "IMAGE " FUNCTION TRIM(WS-IMAGE-FILE-NAME)
                " DOES NOT MATCH ITS TRAILER - MASTER NOT TOUCHED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.

       RestoreImage.
          OPEN OUTPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE MasterFile
          OPEN I-O MasterFile
          OPEN INPUT ImageFile
          MOVE 0 TO WS-RESTORED-COUNT
          MOVE 0 TO END-OF-FILE
          READ ImageFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             IF ImageRecord(1:3) NOT = "TRL"
                MOVE ImageRecord TO MasterRecord
                WRITE MasterRecord
                   INVALID KEY
                      ADD 1 TO WS-ROLL-ADJUSTED
                   NOT INVALID KEY
                      ADD 1 TO WS-RESTORED-COUNT
                END-WRITE
             END-IF
             READ ImageFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE ImageFile

          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY
          STRING "IMAGE RELOADED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-IMAGE-FILE-NAME) DELIMITED BY SIZE
                 "  ACCOUNTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-SAVE-STAMP TO WS-ENTRY-STAMP
          PERFORM FormatEntryStamp
          STRING "IMAGE SAVED AT: " DELIMITED BY SIZE
                 WS-STAMP-DISPLAY DELIMITED BY SIZE
                 "  ROLLING FORWARD TO: " DELIMITED BY SIZE
                 WS-POINT-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * the journal is in the order the changes were made, so the
      * first entry past the point ends the roll.
       RollJournalForward.
          OPEN INPUT JournalFile
          MOVE 0 TO WS-JOURNAL-SEQ
          MOVE 0 TO END-OF-FILE
          READ JournalFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-JOURNAL-SEQ
             IF WS-JOURNAL-SEQ > WS-SAVE-SEQ
                MOVE JRN-DATE TO WS-ENTRY-DATE
                MOVE JRN-TIME TO WS-ENTRY-TIME
                IF WS-ENTRY-STAMP > WS-POINT-STAMP
                   MOVE 1 TO END-OF-FILE
                ELSE
                   PERFORM ApplyJournalEntry
                END-IF
             END-IF
             IF END-OF-FILE NOT = 1
                READ JournalFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
             END-IF
          END-PERFORM
          CLOSE JournalFile.

      * the journal is the record of what the master held, so an
      * entry that finds the master out of step is applied anyway
      * - an add over an existing account becomes a change, a
      * change to a missing account becomes an add - and counted
      * and listed for the desk to look at.
       ApplyJournalEntry.
          EVALUATE JRN-ACTION
             WHEN "A"
                ADD 1 TO WS-ROLL-ADDS
                MOVE JRN-AFTER-IMAGE TO MasterRecord
                WRITE MasterRecord
                   INVALID KEY
                      MOVE "ADD FOUND ACCOUNT ON FILE"
                         TO WS-SKIP-REASON
                      PERFORM WriteAdjustedLine
                      REWRITE MasterRecord
                         INVALID KEY CONTINUE
                      END-REWRITE
                END-WRITE
             WHEN "C"
                ADD 1 TO WS-ROLL-CHANGES
                MOVE JRN-AFTER-IMAGE TO MasterRecord
                REWRITE MasterRecord
                   INVALID KEY
                      MOVE "CHANGE FOUND NO ACCOUNT"
                         TO WS-SKIP-REASON
                      PERFORM WriteAdjustedLine
                      WRITE MasterRecord
                         INVALID KEY CONTINUE
                      END-WRITE
                END-REWRITE
             WHEN "D"
                ADD 1 TO WS-ROLL-DELETES
                MOVE JRN-BEFORE-IMAGE TO MasterRecord
                DELETE MasterFile
                   INVALID KEY
                      MOVE "DELETE FOUND NO ACCOUNT"
                         TO WS-SKIP-REASON
                      PERFORM WriteAdjustedLine
                END-DELETE
             WHEN "R"
                ADD 1 TO WS-ROLL-RELOADS
                CLOSE MasterFile
                OPEN OUTPUT MasterFile
                CLOSE MasterFile
                OPEN I-O MasterFile
                MOVE SPACES TO WS-OUT-LINE
                PERFORM FormatEntryStamp
                STRING "MASTER EMPTIED FOR RELOAD FROM "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(JRN-SOURCE-FILE)
                       DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       WS-STAMP-DISPLAY DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                WRITE ReportRecord FROM WS-OUT-LINE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       WriteAdjustedLine.
          ADD 1 TO WS-ROLL-ADJUSTED
          PERFORM FormatEntryStamp
          MOVE SPACES TO WS-OUT-LINE
          STRING "ADJUSTED " DELIMITED BY SIZE
                 JRN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 MST-CUST-ID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-STAMP-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(JRN-PROGRAM) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SKIP-REASON) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteRollSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "JOURNAL ENTRIES APPLIED -  ADDS: " DELIMITED BY SIZE
                 WS-ROLL-ADDS DELIMITED BY SIZE
                 "  CHANGES: " DELIMITED BY SIZE
                 WS-ROLL-CHANGES DELIMITED BY SIZE
                 "  DELETES: " DELIMITED BY SIZE
                 WS-ROLL-DELETES DELIMITED BY SIZE
                 "  RELOADS: " DELIMITED BY SIZE
                 WS-ROLL-RELOADS DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "ENTRIES THAT DID NOT FIT THE MASTER: "
                 DELIMITED BY SIZE
                 WS-ROLL-ADJUSTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * every change the named file made since the master was last
      * rebuilt is undone, newest first.  A change is only undone
      * while the account still holds exactly what that file left
      * there; anything touched since is skipped and listed, so a
      * back out never throws away a later good correction.  A
      * nightly load is not backed out - a rebuild is undone with
      * POINT.
       BackOutSourceFile.
          IF FUNCTION TRIM(parmOne) = SPACES
             DISPLAY "BACKOUT NEEDS A TRANSACTION FILE NAME"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE parmOne TO WS-SOURCE-NAME
          PERFORM FindLastReload

          OPEN I-O MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          OPEN OUTPUT ReportFile
          PERFORM WriteReportHeader

          SORT JournalSort ON DESCENDING KEY JSR-SEQUENCE
             INPUT PROCEDURE ReleaseSourceEntries
             OUTPUT PROCEDURE ReverseSourceEntries

          CLOSE MasterFile
          PERFORM WriteBackoutSummary
          CLOSE ReportFile

          DISPLAY "RECOVERY REPORT WRITTEN TO CUSTMAST.RCVRPT"
          DISPLAY "CHANGES FOUND: " WS-BKO-FOUND
             "  REVERSED: " WS-BKO-REVERSED
             "  SKIPPED: " WS-BKO-SKIPPED
          IF WS-BKO-FOUND = 0
             DISPLAY "NO CHANGES FROM " FUNCTION TRIM(WS-SOURCE-NAME)
                " ON THE JOURNAL SINCE THE LAST RELOAD"
             MOVE 4 TO RETURN-CODE
          END-IF
          IF WS-BKO-SKIPPED > 0 OR WS-BKO-LOAD-ENTRIES > 0
             MOVE 4 TO RETURN-CODE
          END-IF.

       FindLastReload.
          OPEN INPUT JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "CUSTMAST.JRNL NOT AVAILABLE - STATUS "
                WS-JOURNAL-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE 0 TO WS-JOURNAL-SEQ
          MOVE 0 TO END-OF-FILE
          READ JournalFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-JOURNAL-SEQ
             IF JRN-ACTION = "R"
                MOVE WS-JOURNAL-SEQ TO WS-RELOAD-SEQ
             END-IF
             READ JournalFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE JournalFile.

      * a back out's own reversals carry the file's name too; they
      * are never reversed again by a second back out of the file.
       ReleaseSourceEntries.
          OPEN INPUT JournalFile
          MOVE 0 TO WS-JOURNAL-SEQ
          MOVE 0 TO END-OF-FILE
          READ JournalFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-JOURNAL-SEQ
             IF WS-JOURNAL-SEQ > WS-RELOAD-SEQ
                   AND JRN-SOURCE-FILE = WS-SOURCE-NAME
                   AND (JRN-ACTION = "A" OR JRN-ACTION = "C"
                        OR JRN-ACTION = "D")
                EVALUATE JRN-PROGRAM
                   WHEN "custMasterLoad"
                      ADD 1 TO WS-BKO-LOAD-ENTRIES
                   WHEN "custMasterRecover"
                      CONTINUE
                   WHEN OTHER
                      ADD 1 TO WS-BKO-FOUND
                      MOVE WS-JOURNAL-SEQ TO JSR-SEQUENCE
                      MOVE JournalRecord TO JSR-ENTRY
                      RELEASE JournalSortRecord
                END-EVALUATE
             END-IF
             READ JournalFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE JournalFile.

       ReverseSourceEntries.
          OPEN EXTEND JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT JournalFile
          END-IF
          MOVE WS-SOURCE-NAME TO WS-JOURNAL-SOURCE
          MOVE 0 TO END-OF-SORT
          RETURN JournalSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             MOVE JSR-ENTRY TO BackoutEntry
             PERFORM ReverseOneEntry
             RETURN JournalSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          CLOSE JournalFile.

      * each reversal is itself journalled, the undoing image
      * pair the other way round, so a later roll forward replays
      * the back out along with everything else.
       ReverseOneEntry.
          MOVE SPACES TO WS-SKIP-REASON
          IF BKO-ACTION = "D"
             MOVE BKO-BEFORE-IMAGE TO CustomerRecord
          ELSE
             MOVE BKO-AFTER-IMAGE TO CustomerRecord
          END-IF
          MOVE CUST-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY MOVE 'N' TO WS-ON-MASTER
             NOT INVALID KEY MOVE 'Y' TO WS-ON-MASTER
          END-READ

          EVALUATE BKO-ACTION
             WHEN "A"
                IF WS-ON-MASTER = 'N'
                   MOVE "NO LONGER ON MASTER" TO WS-SKIP-REASON
                ELSE
                   IF MasterRecord NOT = BKO-AFTER-IMAGE
                      MOVE "CHANGED SINCE" TO WS-SKIP-REASON
                   ELSE
                      DELETE MasterFile
                         INVALID KEY
                            MOVE "MASTER DELETE FAILED"
                               TO WS-SKIP-REASON
                         NOT INVALID KEY
                            MOVE "D" TO JRN-ACTION
                            MOVE BKO-AFTER-IMAGE TO JRN-BEFORE-IMAGE
                            MOVE SPACES TO JRN-AFTER-IMAGE
                            PERFORM WriteJournalEntry
                      END-DELETE
                   END-IF
                END-IF
             WHEN "C"
                IF WS-ON-MASTER = 'N'
                   MOVE "NO LONGER ON MASTER" TO WS-SKIP-REASON
                ELSE
                   IF MasterRecord NOT = BKO-AFTER-IMAGE
                      MOVE "CHANGED SINCE" TO WS-SKIP-REASON
                   ELSE
                      MOVE BKO-BEFORE-IMAGE TO MasterRecord
                      REWRITE MasterRecord
                         INVALID KEY
                            MOVE "MASTER REWRITE FAILED"
                               TO WS-SKIP-REASON
                         NOT INVALID KEY
                            MOVE "C" TO JRN-ACTION
                            MOVE BKO-AFTER-IMAGE TO JRN-BEFORE-IMAGE
                            MOVE BKO-BEFORE-IMAGE TO JRN-AFTER-IMAGE
                            PERFORM WriteJournalEntry
                      END-REWRITE
                   END-IF
                END-IF
             WHEN "D"
                IF WS-ON-MASTER = 'Y'
                   MOVE "ADDED AGAIN SINCE" TO WS-SKIP-REASON
                ELSE
                   MOVE BKO-BEFORE-IMAGE TO MasterRecord
                   WRITE MasterRecord
                      INVALID KEY
                         MOVE "MASTER WRITE FAILED" TO WS-SKIP-REASON
                      NOT INVALID KEY
                         MOVE "A" TO JRN-ACTION
                         MOVE SPACES TO JRN-BEFORE-IMAGE
                         MOVE BKO-BEFORE-IMAGE TO JRN-AFTER-IMAGE
                         PERFORM WriteJournalEntry
                   END-WRITE
                END-IF
          END-EVALUATE

          MOVE BKO-DATE TO WS-ENTRY-DATE
          MOVE BKO-TIME TO WS-ENTRY-TIME
          PERFORM FormatEntryStamp
          MOVE SPACES TO WS-OUT-LINE
          IF WS-SKIP-REASON = SPACES
             ADD 1 TO WS-BKO-REVERSED
             MOVE "REVERSED " TO WS-OUT-LINE(1:9)
          ELSE
             ADD 1 TO WS-BKO-SKIPPED
             MOVE "SKIPPED  " TO WS-OUT-LINE(1:9)
          END-IF
          MOVE BKO-ACTION TO WS-OUT-LINE(10:1)
          MOVE CUST-ID TO WS-OUT-LINE(13:6)
          MOVE CUST-NAME TO WS-OUT-LINE(21:30)
          MOVE WS-STAMP-DISPLAY TO WS-OUT-LINE(53:19)
          MOVE BKO-PROGRAM TO WS-OUT-LINE(74:20)
          MOVE WS-SKIP-REASON TO WS-OUT-LINE(96:30)
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteBackoutSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "CHANGES FOUND: " DELIMITED BY SIZE
                 WS-BKO-FOUND DELIMITED BY SIZE
                 "  REVERSED: " DELIMITED BY SIZE
                 WS-BKO-REVERSED DELIMITED BY SIZE
                 "  SKIPPED: " DELIMITED BY SIZE
                 WS-BKO-SKIPPED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          IF WS-BKO-LOAD-ENTRIES > 0
             MOVE SPACES TO WS-OUT-LINE
             STRING "LOADED ACCOUNTS NOT BACKED OUT: "
                    DELIMITED BY SIZE
                    WS-BKO-LOAD-ENTRIES DELIMITED BY SIZE
                    " - RECOVER A LOAD WITH POINT" DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       WriteReportHeader.
          MOVE SPACES TO WS-OUT-LINE
          STRING "CUSTOMER MASTER RECOVERY  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  MODE: " DELIMITED BY SIZE
                 FUNCTION TRIM(runMode) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(parmOne) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          IF FUNCTION TRIM(runMode) = "BACKOUT"
             MOVE SPACES TO WS-OUT-LINE
             MOVE "         A  CUST-ID NAME" TO WS-OUT-LINE
             MOVE "JOURNALLED AT" TO WS-OUT-LINE(53:13)
             MOVE "BY PROGRAM" TO WS-OUT-LINE(74:10)
             MOVE "REASON SKIPPED" TO WS-OUT-LINE(96:14)
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       WriteImageLine.
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-IMAGE-COUNT TO WS-COUNT-DISPLAY
          MOVE WS-IMAGE-HASH TO WS-TOTAL-DISPLAY
          STRING "MASTER IMAGE SAVED TO " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-IMAGE-FILE-NAME) DELIMITED BY SIZE
                 "  ACCOUNTS: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                 "  BALANCE HASH: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * WS-ENTRY-STAMP shown as MM/DD/YYYY HH:MM:SS.
       FormatEntryStamp.
          MOVE SPACES TO WS-STAMP-DISPLAY
          STRING WS-ENTRY-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-ENTRY-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-ENTRY-DATE(1:4) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-ENTRY-TIME(1:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-ENTRY-TIME(3:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-ENTRY-TIME(5:2) DELIMITED BY SIZE
             INTO WS-STAMP-DISPLAY.

       AppendJournalMarker.
          OPEN EXTEND JournalFile
          IF WS-JOURNAL-STATUS NOT = "00"
             OPEN OUTPUT JournalFile
          END-IF
          PERFORM WriteJournalEntry
          CLOSE JournalFile.

       WriteJournalEntry.
          ACCEPT JRN-DATE FROM DATE YYYYMMDD
          ACCEPT JRN-TIME FROM TIME
          MOVE "custMasterRecover" TO JRN-PROGRAM
          MOVE WS-JOURNAL-SOURCE TO JRN-SOURCE-FILE
          WRITE JournalRecord.

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
             DISPLAY "custMasterRecover REFUSED - USER "
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
          MOVE "custMasterRecover" TO SEC-PROGRAM
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
