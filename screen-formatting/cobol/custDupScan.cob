       IDENTIFICATION DIVISION.
       PROGRAM-ID. custDupScan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SortWork ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTDUP.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

      * the block key groups the accounts worth comparing with each
      * other; the name and address keys are the normalized forms
      * the score is taken on, the plain fields are for printing.
       SD SortWork.
       01 SortRecord.
           05 SORT-BLOCK-KEY      PIC X(10).
           05 SORT-ID             PIC 9(6).
           05 SORT-NAME-KEY       PIC X(30).
           05 SORT-ADDRESS-KEY    PIC X(40).
           05 SORT-ZIP5           PIC X(5).
           05 SORT-NAME           PIC X(30).
           05 SORT-ADDRESS        PIC X(40).
           05 SORT-BALANCE        PIC 9(7)V99.

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
      * scoreString is the lowest match score reported, 1 to 100,
      * blank for the default of 60 - a name and ZIP match with
      * nothing else in common.
       01 scoreString PIC X(4).

       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-MIN-SCORE            PIC 9(3) VALUE 60.

      * two passes over the master.  The first blocks on the five-
      * digit ZIP; the second blocks on the start of the normalized
      * name, and scores only the pairs the first pass could not
      * have seen - different ZIPs, or a ZIP too damaged to block
      * on - so a mistyped ZIP still turns up its duplicate and no
      * pair is reported twice.
       01 WS-PASS                 PIC 9(1) VALUE 0.

      * case, punctuation and spacing are dropped before anything
      * is compared: only letters and digits survive, upper-cased,
      * so "O'Neil, J." and "ONEIL J" come out alike.
       01 WS-NORM-SOURCE          PIC X(40) VALUE SPACES.
       01 WS-NORM-RESULT          PIC X(40) VALUE SPACES.
       01 WS-NORM-POS             PIC 9(4) VALUE 0.
       01 WS-NORM-LEN             PIC 9(4) VALUE 0.
       01 WS-NORM-CHAR            PIC X(1) VALUE SPACE.

      * the accounts of one block are held together and every pair
      * inside it is scored; past 200 accounts a block keeps
      * counting but the extra accounts go unscored, and the
      * summary says how many.
       01 WS-BLOCK-TABLE.
           05 WS-BLOCK-ENTRY OCCURS 200 TIMES.
              10 WS-BLK-ID          PIC 9(6).
              10 WS-BLK-NAME-KEY    PIC X(30).
              10 WS-BLK-ADDRESS-KEY PIC X(40).
              10 WS-BLK-ZIP5        PIC X(5).
              10 WS-BLK-NAME        PIC X(30).
              10 WS-BLK-ADDRESS     PIC X(40).
              10 WS-BLK-BALANCE     PIC 9(7)V99.
       01 WS-BLOCK-COUNT          PIC 9(4) VALUE 0.
       01 WS-BLOCK-KEY            PIC X(10) VALUE SPACES.
       01 WS-LEFT                 PIC 9(4) VALUE 0.
       01 WS-RIGHT                PIC 9(4) VALUE 0.
       01 WS-MEMBER               PIC 9(4) VALUE 0.

      * points are awarded per field; all three matching scores 100.
      * Name and address each score in full on an exact match and in
      * part when only the opening characters agree, which catches a
      * middle initial or suite number keyed on one copy and not the
      * other.
       01 WS-SCORE                PIC 9(3) VALUE 0.
       01 WS-MATCH-BASIS          PIC X(24) VALUE SPACES.
       01 WS-BASIS-POS            PIC 9(2) VALUE 1.

       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-BLOCK-TOTAL          PIC 9(9) VALUE 0.
       01 WS-PAIR-COUNT           PIC 9(9) VALUE 0.
       01 WS-REPORTED-COUNT       PIC 9(9) VALUE 0.
       01 WS-OVERFLOW-COUNT       PIC 9(9) VALUE 0.
       01 WS-UNBLOCKED-COUNT      PIC 9(9) VALUE 0.

       01 WS-SCORE-DISPLAY        PIC ZZ9.
       01 WS-BALANCE-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.

       COPY CUSTREC.

       PROCEDURE DIVISION CHAINING scoreString.
       Begin.
          IF FUNCTION TRIM(scoreString) NOT = SPACES
             IF FUNCTION TRIM(scoreString) NUMERIC
                   AND FUNCTION NUMVAL(scoreString) > 0
                   AND FUNCTION NUMVAL(scoreString) <= 100
                MOVE FUNCTION NUMVAL(scoreString) TO WS-MIN-SCORE
             ELSE
                DISPLAY "MATCH SCORE MUST BE 1 TO 100: " scoreString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          OPEN OUTPUT ReportFile
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "CUSTDUP.RPT OPEN FAILED - STATUS "
                WS-REPORT-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE SPACES TO WS-OUT-LINE
          STRING "LIKELY DUPLICATE ACCOUNTS  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  MINIMUM SCORE " DELIMITED BY SIZE
                 WS-MIN-SCORE DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "SCORES: NAME 45 EXACT / 25 FIRST 12 CHARACTERS, "
                 DELIMITED BY SIZE
                 "ADDRESS 35 EXACT / 20 FIRST 10 CHARACTERS, "
                 DELIMITED BY SIZE
                 "ZIP 20" DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          MOVE 1 TO WS-PASS
          SORT SortWork ON ASCENDING KEY SORT-BLOCK-KEY SORT-ID
             INPUT PROCEDURE ReleaseMasterAccounts
             OUTPUT PROCEDURE ScoreBlocks
          MOVE 2 TO WS-PASS
          SORT SortWork ON ASCENDING KEY SORT-BLOCK-KEY SORT-ID
             INPUT PROCEDURE ReleaseMasterAccounts
             OUTPUT PROCEDURE ScoreBlocks

          PERFORM WriteScanSummary
          CLOSE ReportFile

          DISPLAY "DUPLICATE SCAN WRITTEN TO CUSTDUP.RPT"
          DISPLAY "ACCOUNTS READ: " WS-READ-COUNT
             "  PAIRS SCORED: " WS-PAIR-COUNT
             "  LIKELY DUPLICATES: " WS-REPORTED-COUNT
      * a block too big to hold means some pairs were never scored,
      * and the run says so in its return code.
          IF WS-OVERFLOW-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

       ReleaseMasterAccounts.
          MOVE 0 TO END-OF-FILE
          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          READ MasterFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             MOVE MasterRecord TO CustomerRecord
             PERFORM ReleaseOneAccount
             READ MasterFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE MasterFile.

       ReleaseOneAccount.
          IF WS-PASS = 1
             ADD 1 TO WS-READ-COUNT
          END-IF
          MOVE CUST-ID TO SORT-ID
          MOVE CUST-NAME TO SORT-NAME
          MOVE CUST-ADDRESS TO SORT-ADDRESS
          MOVE CUST-ZIP(1:5) TO SORT-ZIP5
          IF CUST-BALANCE NUMERIC
             MOVE CUST-BALANCE TO SORT-BALANCE
          ELSE
             MOVE 0 TO SORT-BALANCE
          END-IF
          MOVE CUST-NAME TO WS-NORM-SOURCE
          PERFORM NormalizeText
          MOVE WS-NORM-RESULT TO SORT-NAME-KEY
          MOVE CUST-ADDRESS TO WS-NORM-SOURCE
          PERFORM NormalizeText
          MOVE WS-NORM-RESULT TO SORT-ADDRESS-KEY
      * an account with nothing to block on in this pass cannot be
      * paired in it; one with neither a ZIP nor a name is never
      * paired at all and is counted once, on the second pass.
          IF WS-PASS = 1
             IF SORT-ZIP5 NUMERIC
                MOVE SORT-ZIP5 TO SORT-BLOCK-KEY
                RELEASE SortRecord
             END-IF
          ELSE
             IF SORT-NAME-KEY(1:6) NOT = SPACES
                MOVE SORT-NAME-KEY(1:6) TO SORT-BLOCK-KEY
                RELEASE SortRecord
             ELSE
                IF SORT-ZIP5 NOT NUMERIC
                   ADD 1 TO WS-UNBLOCKED-COUNT
                END-IF
             END-IF
          END-IF.

       NormalizeText.
          MOVE SPACES TO WS-NORM-RESULT
          MOVE 0 TO WS-NORM-LEN
          MOVE FUNCTION UPPER-CASE(WS-NORM-SOURCE) TO WS-NORM-SOURCE
          PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                UNTIL WS-NORM-POS > 40
             MOVE WS-NORM-SOURCE(WS-NORM-POS:1) TO WS-NORM-CHAR
             IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   OR WS-NORM-CHAR NUMERIC
                ADD 1 TO WS-NORM-LEN
                MOVE WS-NORM-CHAR TO WS-NORM-RESULT(WS-NORM-LEN:1)
             END-IF
          END-PERFORM.

       ScoreBlocks.
          MOVE 0 TO END-OF-SORT
          MOVE 0 TO WS-BLOCK-COUNT
          RETURN SortWork
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          IF END-OF-SORT NOT = 1
             MOVE SORT-BLOCK-KEY TO WS-BLOCK-KEY
          END-IF
          PERFORM UNTIL END-OF-SORT = 1
             IF SORT-BLOCK-KEY NOT = WS-BLOCK-KEY
                PERFORM ScoreOneBlock
                MOVE SORT-BLOCK-KEY TO WS-BLOCK-KEY
             END-IF
             PERFORM HoldBlockEntry
             RETURN SortWork
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF WS-BLOCK-COUNT > 0
             PERFORM ScoreOneBlock
          END-IF.

       HoldBlockEntry.
          IF WS-BLOCK-COUNT < 200
             ADD 1 TO WS-BLOCK-COUNT
             MOVE SORT-ID TO WS-BLK-ID(WS-BLOCK-COUNT)
             MOVE SORT-NAME-KEY TO WS-BLK-NAME-KEY(WS-BLOCK-COUNT)
             MOVE SORT-ADDRESS-KEY
                TO WS-BLK-ADDRESS-KEY(WS-BLOCK-COUNT)
             MOVE SORT-ZIP5 TO WS-BLK-ZIP5(WS-BLOCK-COUNT)
             MOVE SORT-NAME TO WS-BLK-NAME(WS-BLOCK-COUNT)
             MOVE SORT-ADDRESS TO WS-BLK-ADDRESS(WS-BLOCK-COUNT)
             MOVE SORT-BALANCE TO WS-BLK-BALANCE(WS-BLOCK-COUNT)
          ELSE
             ADD 1 TO WS-OVERFLOW-COUNT
          END-IF.

       ScoreOneBlock.
          ADD 1 TO WS-BLOCK-TOTAL
          PERFORM VARYING WS-LEFT FROM 1 BY 1
                UNTIL WS-LEFT >= WS-BLOCK-COUNT
             COMPUTE WS-RIGHT = WS-LEFT + 1
             PERFORM UNTIL WS-RIGHT > WS-BLOCK-COUNT
                PERFORM ScoreOnePair
                ADD 1 TO WS-RIGHT
             END-PERFORM
          END-PERFORM
          MOVE 0 TO WS-BLOCK-COUNT.

      * on the name pass, a pair whose ZIPs agree was already scored
      * in the ZIP pass and is left alone.
       ScoreOnePair.
          IF WS-PASS = 2
                AND WS-BLK-ZIP5(WS-LEFT) NUMERIC
                AND WS-BLK-ZIP5(WS-LEFT) = WS-BLK-ZIP5(WS-RIGHT)
             CONTINUE
          ELSE
             ADD 1 TO WS-PAIR-COUNT
             MOVE 0 TO WS-SCORE
             MOVE SPACES TO WS-MATCH-BASIS
             MOVE 1 TO WS-BASIS-POS
             EVALUATE TRUE
                WHEN WS-BLK-NAME-KEY(WS-LEFT) = SPACES
                   CONTINUE
                WHEN WS-BLK-NAME-KEY(WS-LEFT)
                      = WS-BLK-NAME-KEY(WS-RIGHT)
                   ADD 45 TO WS-SCORE
                   STRING "NAME " DELIMITED BY SIZE
                      INTO WS-MATCH-BASIS WITH POINTER WS-BASIS-POS
                WHEN WS-BLK-NAME-KEY(WS-LEFT)(1:12)
                      = WS-BLK-NAME-KEY(WS-RIGHT)(1:12)
                   ADD 25 TO WS-SCORE
                   STRING "NAME* " DELIMITED BY SIZE
                      INTO WS-MATCH-BASIS WITH POINTER WS-BASIS-POS
             END-EVALUATE
             EVALUATE TRUE
                WHEN WS-BLK-ADDRESS-KEY(WS-LEFT) = SPACES
                   CONTINUE
                WHEN WS-BLK-ADDRESS-KEY(WS-LEFT)
                      = WS-BLK-ADDRESS-KEY(WS-RIGHT)
                   ADD 35 TO WS-SCORE
                   STRING "ADDRESS " DELIMITED BY SIZE
                      INTO WS-MATCH-BASIS WITH POINTER WS-BASIS-POS
                WHEN WS-BLK-ADDRESS-KEY(WS-LEFT)(1:10)
                      = WS-BLK-ADDRESS-KEY(WS-RIGHT)(1:10)
                   ADD 20 TO WS-SCORE
                   STRING "ADDRESS* " DELIMITED BY SIZE
                      INTO WS-MATCH-BASIS WITH POINTER WS-BASIS-POS
             END-EVALUATE
             IF WS-BLK-ZIP5(WS-LEFT) NUMERIC
                   AND WS-BLK-ZIP5(WS-LEFT) = WS-BLK-ZIP5(WS-RIGHT)
                ADD 20 TO WS-SCORE
                STRING "ZIP" DELIMITED BY SIZE
                   INTO WS-MATCH-BASIS WITH POINTER WS-BASIS-POS
             END-IF
             IF WS-SCORE >= WS-MIN-SCORE
                PERFORM WriteDuplicatePair
             END-IF
          END-IF.

      * the lower CUST-ID is the older account and is suggested as
      * the one to keep; the KEEP/RETIRE pair is the order the
      * merge transaction for custMergeAccounts is keyed in.
       WriteDuplicatePair.
          ADD 1 TO WS-REPORTED-COUNT
          MOVE WS-SCORE TO WS-SCORE-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "SCORE " DELIMITED BY SIZE
                 WS-SCORE-DISPLAY DELIMITED BY SIZE
                 "   KEEP " DELIMITED BY SIZE
                 WS-BLK-ID(WS-LEFT) DELIMITED BY SIZE
                 "  RETIRE " DELIMITED BY SIZE
                 WS-BLK-ID(WS-RIGHT) DELIMITED BY SIZE
                 "   MATCHED ON: " DELIMITED BY SIZE
                 WS-MATCH-BASIS DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE WS-LEFT TO WS-MEMBER
          PERFORM WritePairMember
          MOVE WS-RIGHT TO WS-MEMBER
          PERFORM WritePairMember
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WritePairMember.
          MOVE WS-BLK-BALANCE(WS-MEMBER) TO WS-BALANCE-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "      " DELIMITED BY SIZE
                 WS-BLK-ID(WS-MEMBER) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BLK-NAME(WS-MEMBER) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BLK-ADDRESS(WS-MEMBER) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BLK-ZIP5(WS-MEMBER) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BALANCE-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteScanSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "ACCOUNTS READ" TO WS-OUT-LINE
          MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "BLOCKS SCORED (ZIP AND NAME PASSES)" TO WS-OUT-LINE
          MOVE WS-BLOCK-TOTAL TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "PAIRS SCORED" TO WS-OUT-LINE
          MOVE WS-PAIR-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "LIKELY DUPLICATE PAIRS" TO WS-OUT-LINE
          MOVE WS-REPORTED-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "ACCOUNTS WITH NO ZIP OR NAME TO BLOCK ON"
             TO WS-OUT-LINE
          MOVE WS-UNBLOCKED-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          IF WS-OVERFLOW-COUNT > 0
             MOVE "ACCOUNTS UNSCORED - BLOCK OVER 200 ACCOUNTS"
                TO WS-OUT-LINE
             MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
             PERFORM WriteSummaryCount
          END-IF.

       WriteSummaryCount.
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(46:11)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE.
