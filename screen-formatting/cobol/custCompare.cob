               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT MergeLogFile ASSIGN TO "CUSTMERGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OldFile.
       FD ChangeFile.
       01 ChangeRecord    PIC X(235).

       FD MergeLogFile.
       COPY CUSTMRG.

       WORKING-STORAGE SECTION.
       01 END-OF-OLD PIC Z(1).
       01 END-OF-NEW PIC Z(1).
       01 END-OF-RELEASE PIC Z(1).
       01 END-OF-MERGE-LOG PIC Z(1).
       01 oldName    PIC X(32).
       01 newName    PIC X(32).

       01 WS-DROPPED-COUNT        PIC 9(9) VALUE 0.
       01 WS-CHANGED-COUNT        PIC 9(9) VALUE 0.
       01 WS-MATCHED-COUNT        PIC 9(9) VALUE 0.
       01 WS-MERGED-COUNT         PIC 9(9) VALUE 0.
       01 WS-CHANGE-FLAG          PIC X(1) VALUE 'N'.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

      * accounts custMergeAccounts retired as duplicates leave the
      * extract once the source system catches up, and that drop is
      * explained, not lost: the merge log is held here so a drop
      * can be matched to its merge.  The log only grows, so past
      * 2000 merges the oldest ones give way to the newest.
       01 WS-MERGE-LOG-STATUS     PIC X(2) VALUE "00".
       01 WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY OCCURS 2000 TIMES.
              10 WS-MERGE-LOSER     PIC 9(6).
              10 WS-MERGE-SURVIVOR  PIC 9(6).
              10 WS-MERGE-DATE      PIC 9(8).
       01 WS-MERGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-MERGE-NEXT           PIC 9(4) VALUE 0.
       01 WS-MERGE-INDEX          PIC 9(4) VALUE 0.
       01 WS-MERGE-FOUND          PIC 9(4) VALUE 0.
       01 WS-MERGE-DATE-DISPLAY   PIC X(10) VALUE SPACES.

       COPY CUSTREC REPLACING ==CustomerRecord== BY ==OldCustomer==
                      LEADING ==CUST== BY ==OLD==.

                 ".CHANGES" DELIMITED BY SIZE
             INTO WS-CHANGE-FILE-NAME

          PERFORM LoadMergeLog

          SORT SortWork ON ASCENDING KEY SRT-ID
             INPUT PROCEDURE ReleaseOldExtract
             GIVING OldSortedFile
             "  HASH " WS-CHANGE-HASH-TOTAL
          DISPLAY "ADDED: " WS-ADDED-COUNT
             "  DROPPED: " WS-DROPPED-COUNT
             "  MERGED: " WS-MERGED-COUNT
             "  CHANGED: " WS-CHANGED-COUNT.
       STOP RUN.

      * no merge log simply means no account has been merged yet.
       LoadMergeLog.
          OPEN INPUT MergeLogFile
          IF WS-MERGE-LOG-STATUS = "00"
             READ MergeLogFile
                AT END MOVE 1 TO END-OF-MERGE-LOG
             END-READ
             PERFORM UNTIL END-OF-MERGE-LOG = 1
                IF WS-MERGE-NEXT >= 2000
                   MOVE 0 TO WS-MERGE-NEXT
                END-IF
                ADD 1 TO WS-MERGE-NEXT
                IF WS-MERGE-COUNT < WS-MERGE-NEXT
                   MOVE WS-MERGE-NEXT TO WS-MERGE-COUNT
                END-IF
                MOVE MRG-LOSER-ID TO WS-MERGE-LOSER(WS-MERGE-NEXT)
                MOVE MRG-SURVIVOR-ID
                   TO WS-MERGE-SURVIVOR(WS-MERGE-NEXT)
                MOVE MRG-RUN-DATE TO WS-MERGE-DATE(WS-MERGE-NEXT)
                READ MergeLogFile
                   AT END MOVE 1 TO END-OF-MERGE-LOG
                END-READ
             END-PERFORM
             CLOSE MergeLogFile
          END-IF.

      * the latest merge of an account wins when it appears more
      * than once, so the scan runs the whole table.
       FindMergedAccount.
          MOVE 0 TO WS-MERGE-FOUND
          IF OLD-ID NUMERIC
             PERFORM VARYING WS-MERGE-INDEX FROM 1 BY 1
                   UNTIL WS-MERGE-INDEX > WS-MERGE-COUNT
                IF WS-MERGE-LOSER(WS-MERGE-INDEX) = OLD-ID
                   IF WS-MERGE-FOUND = 0
                         OR WS-MERGE-DATE(WS-MERGE-INDEX)
                            >= WS-MERGE-DATE(WS-MERGE-FOUND)
                      MOVE WS-MERGE-INDEX TO WS-MERGE-FOUND
                   END-IF
                END-IF
             END-PERFORM
          END-IF.

      * blank lines and control trailers never reach the sorted
      * files, so the match sees only real accounts.
       ReleaseOldExtract.
          WRITE DeltaRecord FROM WS-OUT-LINE
          PERFORM WriteAddedFeed.

      * a drop that matches a merge is reported against the account
      * that absorbed it; the feed still carries the delete, since
      * the finance system has to retire the account either way.
       ReportDroppedAccount.
          PERFORM FindMergedAccount
          MOVE OLD-BALANCE TO WS-OLD-BALANCE-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          IF WS-MERGE-FOUND = 0
             ADD 1 TO WS-DROPPED-COUNT
             STRING "DROPPED " DELIMITED BY SIZE
                    OLD-ID DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    OLD-NAME DELIMITED BY SIZE
                    "  BALANCE " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OLD-BALANCE-DISPLAY)
                       DELIMITED BY SIZE
                INTO WS-OUT-LINE
          ELSE
             ADD 1 TO WS-MERGED-COUNT
             MOVE SPACES TO WS-MERGE-DATE-DISPLAY
             STRING WS-MERGE-DATE(WS-MERGE-FOUND)(5:2)
                       DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-MERGE-DATE(WS-MERGE-FOUND)(7:2)
                       DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-MERGE-DATE(WS-MERGE-FOUND)(1:4)
                       DELIMITED BY SIZE
                INTO WS-MERGE-DATE-DISPLAY
             STRING "MERGED  " DELIMITED BY SIZE
                    OLD-ID DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    OLD-NAME DELIMITED BY SIZE
                    "  BALANCE " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-OLD-BALANCE-DISPLAY)
                       DELIMITED BY SIZE
                    "  INTO " DELIMITED BY SIZE
                    WS-MERGE-SURVIVOR(WS-MERGE-FOUND)
                       DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-MERGE-DATE-DISPLAY DELIMITED BY SIZE
                INTO WS-OUT-LINE
          END-IF
          WRITE DeltaRecord FROM WS-OUT-LINE
          PERFORM WriteDroppedFeed.

                 WS-ADDED-COUNT DELIMITED BY SIZE
                 "  DROPPED: " DELIMITED BY SIZE
                 WS-DROPPED-COUNT DELIMITED BY SIZE
                 "  MERGED: " DELIMITED BY SIZE
                 WS-MERGED-COUNT DELIMITED BY SIZE
                 "  CHANGED: " DELIMITED BY SIZE
                 WS-CHANGED-COUNT DELIMITED BY SIZE
                 "  MATCHED: " DELIMITED BY SIZE
