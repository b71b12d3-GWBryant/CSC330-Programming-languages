               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HoldFile ASSIGN TO "CUSTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SortWork ASSIGN TO "SORTWK".

           SELECT LetterFile ASSIGN TO WS-LETTER-FILE-NAME
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD HoldFile.
       COPY CUSTHLD.

      * the letters come out in CUST-ZIP order so the mailroom
      * hands the tray over presorted.
       SD SortWork.
       01 WS-DIGIT-COUNT          PIC 9(4) VALUE 0.
       01 WS-THRESHOLD-WORK       PIC X(12) VALUE SPACES.

      * an account with an open hold on CUSTHOLD.DAT is in dispute
      * and draws no letter however large its balance; the run
      * summary lists each one so collections can see who was left
      * out and why.  Until the first hold is opened there is no
      * hold file and nothing is held.
       01 WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01 WS-HOLDS-ON-FILE        PIC X(1) VALUE 'N'.
       01 WS-ACCOUNT-HELD         PIC X(1) VALUE 'N'.
       01 WS-HELD-COUNT           PIC 9(9) VALUE 0.
       01 WS-HELD-BALANCE         PIC 9(13)V99 VALUE 0.
       01 WS-HELD-LISTED          PIC 9(3) VALUE 0.
       01 WS-HELD-INDEX           PIC 9(3) VALUE 0.
       01 WS-HELD-MORE            PIC 9(9) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 200 TIMES.
              10 WS-HELD-ID       PIC 9(6).
              10 WS-HELD-NAME     PIC X(30).
              10 WS-HELD-AMOUNT   PIC 9(7)V99.
              10 WS-HELD-REASON   PIC X(30).
              10 WS-HELD-FOLLOWUP PIC 9(8).
       01 WS-FOLLOWUP-DISPLAY     PIC X(10) VALUE SPACES.

       01 WS-BALANCE-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01 WS-THRESHOLD-DISPLAY    PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
                 ".LETTERS" DELIMITED BY SIZE
             INTO WS-LETTER-FILE-NAME

          OPEN INPUT HoldFile
          EVALUATE WS-HOLD-STATUS
             WHEN "00"
                MOVE 'Y' TO WS-HOLDS-ON-FILE
             WHEN "35"
                MOVE 'N' TO WS-HOLDS-ON-FILE
             WHEN OTHER
                DISPLAY "CUSTHOLD.DAT OPEN FAILED - STATUS "
                   WS-HOLD-STATUS " - NO LETTERS SENT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
          END-EVALUATE

          OPEN OUTPUT LetterFile

          SORT SortWork ON ASCENDING KEY SORT-ZIP
             INPUT PROCEDURE ReleaseQualifyingAccounts
             OUTPUT PROCEDURE PrintLetters

          IF WS-HOLDS-ON-FILE = 'Y'
             CLOSE HoldFile
          END-IF

          PERFORM WriteRunSummary
          CLOSE LetterFile

          DISPLAY "LETTERS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
             "  BALANCE REPRESENTED: "
             FUNCTION TRIM(WS-TOTAL-DISPLAY)
          MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
          DISPLAY "ACCOUNTS ON HOLD, NOT LETTERED: "
             FUNCTION TRIM(WS-COUNT-DISPLAY)
          IF WS-LETTER-COUNT = 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       ReleaseIfOverThreshold.
          IF CUST-BALANCE NUMERIC
                AND CUST-BALANCE > WS-THRESHOLD
             PERFORM CheckAccountHold
             IF WS-ACCOUNT-HELD = 'Y'
                PERFORM RecordHeldAccount
             ELSE
                MOVE CustomerRecord TO SortRecord
                RELEASE SortRecord
             END-IF
          END-IF.

      * only an open hold stops a letter; a released hold is history.
       CheckAccountHold.
          MOVE 'N' TO WS-ACCOUNT-HELD
          IF WS-HOLDS-ON-FILE = 'Y' AND CUST-ID NUMERIC
             MOVE CUST-ID TO HLD-CUST-ID
             READ HoldFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF HLD-STATUS = "O"
                      MOVE 'Y' TO WS-ACCOUNT-HELD
                   END-IF
             END-READ
          END-IF.

      * every held account is counted; the first 200 are kept for
      * the summary listing and the rest are reported as a count.
       RecordHeldAccount.
          ADD 1 TO WS-HELD-COUNT
          ADD CUST-BALANCE TO WS-HELD-BALANCE
          IF WS-HELD-LISTED < 200
             ADD 1 TO WS-HELD-LISTED
             MOVE CUST-ID TO WS-HELD-ID(WS-HELD-LISTED)
             MOVE CUST-NAME TO WS-HELD-NAME(WS-HELD-LISTED)
             MOVE CUST-BALANCE TO WS-HELD-AMOUNT(WS-HELD-LISTED)
             MOVE HLD-REASON TO WS-HELD-REASON(WS-HELD-LISTED)
             MOVE HLD-FOLLOWUP-DATE
                TO WS-HELD-FOLLOWUP(WS-HELD-LISTED)
          END-IF.

       PrintLetters.

      * the closing summary page is what collections reconciles the
      * tray against: how many letters went out and how much balance
      * they represent, and which accounts over the threshold were
      * held back by an open dispute hold.
       WriteRunSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE LetterRecord FROM WS-OUT-LINE
                 "  BALANCE REPRESENTED: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE LetterRecord FROM WS-OUT-LINE
          MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
          MOVE WS-HELD-BALANCE TO WS-TOTAL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "ON HOLD - NO LETTER: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                 "  BALANCE HELD: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE LetterRecord FROM WS-OUT-LINE
          IF WS-HOLDS-ON-FILE = 'N'
             MOVE "NO HOLD FILE - NO ACCOUNTS HELD" TO WS-OUT-LINE
             WRITE LetterRecord FROM WS-OUT-LINE
          END-IF
          IF WS-HELD-LISTED > 0
             MOVE SPACES TO WS-OUT-LINE
             WRITE LetterRecord FROM WS-OUT-LINE
             MOVE "CUST-ID  NAME" TO WS-OUT-LINE
             MOVE "BALANCE" TO WS-OUT-LINE(46:7)
             MOVE "FOLLOW-UP" TO WS-OUT-LINE(56:9)
             MOVE "HOLD REASON" TO WS-OUT-LINE(68:11)
             WRITE LetterRecord FROM WS-OUT-LINE
             PERFORM VARYING WS-HELD-INDEX FROM 1 BY 1
                   UNTIL WS-HELD-INDEX > WS-HELD-LISTED
                PERFORM WriteHeldLine
             END-PERFORM
             IF WS-HELD-COUNT > WS-HELD-LISTED
                COMPUTE WS-HELD-MORE = WS-HELD-COUNT - WS-HELD-LISTED
                MOVE WS-HELD-MORE TO WS-COUNT-DISPLAY
                MOVE SPACES TO WS-OUT-LINE
                STRING "AND " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                          DELIMITED BY SIZE
                       " MORE HELD ACCOUNTS NOT LISTED"
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                WRITE LetterRecord FROM WS-OUT-LINE
             END-IF
          END-IF.

       WriteHeldLine.
          MOVE WS-HELD-AMOUNT(WS-HELD-INDEX) TO WS-BALANCE-DISPLAY
          MOVE SPACES TO WS-FOLLOWUP-DISPLAY
          STRING WS-HELD-FOLLOWUP(WS-HELD-INDEX)(5:2)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-HELD-FOLLOWUP(WS-HELD-INDEX)(7:2)
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-HELD-FOLLOWUP(WS-HELD-INDEX)(1:4)
                    DELIMITED BY SIZE
             INTO WS-FOLLOWUP-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-HELD-ID(WS-HELD-INDEX) TO WS-OUT-LINE(1:6)
          MOVE WS-HELD-NAME(WS-HELD-INDEX) TO WS-OUT-LINE(10:30)
          MOVE WS-BALANCE-DISPLAY TO WS-OUT-LINE(41:12)
          MOVE WS-FOLLOWUP-DISPLAY TO WS-OUT-LINE(56:10)
          MOVE WS-HELD-REASON(WS-HELD-INDEX) TO WS-OUT-LINE(68:30)
          WRITE LetterRecord FROM WS-OUT-LINE.
