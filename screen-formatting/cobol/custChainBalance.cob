       01 END-OF-FILE PIC Z(1).
      * reportDate is MM/DD/YYYY, blank for today; restart nights
      * can post a step twice, and the latest posting wins, the same
      * last-record-wins rule SCRNFMT.PROFILES applies.  POST is the
      * exception: every payment run applies only what no earlier
      * run did, so the day's POST records are added together.
       01 reportDate  PIC X(10).

       01 WS-BALCTL-STATUS        PIC X(2) VALUE "00".
       01 WS-BREAK-COUNT          PIC 9(4) VALUE 0.

      * one slot per chain step, filled by the day's postings:
      * 1 TRLCHK, 2 EDIT, 3 SEAL, 4 LOAD, 5 POST.  POST is the
      * desk's payment posting run; a day with no payments has no
      * POST record, and that is not a break.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 5 TIMES.
              10 WS-STEP-KEY      PIC X(8).
              10 WS-STEP-POSTED   PIC X(1).
              10 WS-STEP-FILE     PIC X(42).
              10 WS-STEP-OUT      PIC 9(9).
              10 WS-STEP-HASH     PIC 9(13)V99.
       01 WS-STEP-INDEX           PIC 9(2) VALUE 0.
       01 WS-POST-RUNS            PIC 9(4) VALUE 0.
       01 WS-RUNS-DISPLAY         PIC ZZZ9.

       01 WS-CHECK-LABEL          PIC X(44) VALUE SPACES.
       01 WS-LEFT-VALUE           PIC 9(13)V99 VALUE 0.
          MOVE "EDIT" TO WS-STEP-KEY(2)
          MOVE "SEAL" TO WS-STEP-KEY(3)
          MOVE "LOAD" TO WS-STEP-KEY(4)
          MOVE "POST" TO WS-STEP-KEY(5)
          PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                UNTIL WS-STEP-INDEX > 5
             MOVE 'N' TO WS-STEP-POSTED(WS-STEP-INDEX)
          END-PERFORM


       HoldStepPosting.
          PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                UNTIL WS-STEP-INDEX > 5
             IF BAL-STEP = WS-STEP-KEY(WS-STEP-INDEX)
                IF WS-STEP-INDEX = 5 AND WS-STEP-POSTED(5) = 'Y'
                   PERFORM AddPostPosting
                ELSE
                   MOVE 'Y' TO WS-STEP-POSTED(WS-STEP-INDEX)
                   MOVE BAL-FILE-NAME TO WS-STEP-FILE(WS-STEP-INDEX)
                   MOVE BAL-IN-COUNT TO WS-STEP-IN(WS-STEP-INDEX)
                   MOVE BAL-OUT-COUNT TO WS-STEP-OUT(WS-STEP-INDEX)
                   MOVE BAL-HASH-TOTAL TO WS-STEP-HASH(WS-STEP-INDEX)
                   IF WS-STEP-INDEX = 5
                      MOVE 1 TO WS-POST-RUNS
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      * a rerun of a payment file that already posted rejects every
      * reference and posts in = N, out = 0; added in, it leaves the
      * first run's applied count and hash standing.  With more than
      * one run there is no single file to name, so the step line
      * shows how many runs it covers.
       AddPostPosting.
          ADD 1 TO WS-POST-RUNS
          ADD BAL-IN-COUNT TO WS-STEP-IN(5)
          ADD BAL-OUT-COUNT TO WS-STEP-OUT(5)
          ADD BAL-HASH-TOTAL TO WS-STEP-HASH(5)
          MOVE WS-POST-RUNS TO WS-RUNS-DISPLAY
          MOVE SPACES TO WS-STEP-FILE(5)
          STRING FUNCTION TRIM(WS-RUNS-DISPLAY) DELIMITED BY SIZE
                 " POSTING RUNS" DELIMITED BY SIZE
             INTO WS-STEP-FILE(5).

       WriteReportHeader.
          MOVE SPACES TO WS-OUT-LINE
          STRING "EXTRACT CHAIN BALANCING REPORT  FOR "

       WriteStepLines.
          PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                UNTIL WS-STEP-INDEX > 5
             MOVE SPACES TO WS-OUT-LINE
             IF WS-STEP-POSTED(WS-STEP-INDEX) = 'Y'
                STRING WS-STEP-KEY(WS-STEP-INDEX) DELIMITED BY SIZE
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
             ELSE
                IF WS-STEP-INDEX = 5
                   STRING WS-STEP-KEY(WS-STEP-INDEX) DELIMITED BY SIZE
                          "  NOT POSTED - NO PAYMENT POSTING RUN"
                          DELIMITED BY SIZE
                      INTO WS-OUT-LINE
                ELSE
                   ADD 1 TO WS-BREAK-COUNT
                   STRING WS-STEP-KEY(WS-STEP-INDEX) DELIMITED BY SIZE
                          "  NOT POSTED - STEP DID NOT RUN OR DID NOT"
                          DELIMITED BY SIZE
                          " FINISH" DELIMITED BY SIZE
                      INTO WS-OUT-LINE
                END-IF
             END-IF
             WRITE ReportRecord FROM WS-OUT-LINE
          END-PERFORM.
             MOVE WS-STEP-OUT(4) TO WS-LEFT-VALUE
             MOVE WS-STEP-IN(4) TO WS-RIGHT-VALUE
             PERFORM WriteOneCheck
          END-IF
      * posting rejects go back to the desk on the posting journals;
      * nothing else on the ledger carries them, so this is a count
      * for the desk to look for, not a tie.
          IF WS-STEP-POSTED(5) = 'Y'
             COMPUTE WS-DIFF-VALUE = WS-STEP-IN(5) - WS-STEP-OUT(5)
             MOVE WS-DIFF-VALUE TO WS-DIFF-DISPLAY
             MOVE SPACES TO WS-OUT-LINE
             STRING "POST TRANSACTIONS REJECTED " DELIMITED BY SIZE
                    "(SEE POSTING JOURNALS): " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-DIFF-DISPLAY) DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       WriteOneCheck.
