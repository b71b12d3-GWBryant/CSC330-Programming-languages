       IDENTIFICATION DIVISION.
       PROGRAM-ID. custStatementRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HistoryFile ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HistorySortedFile ASSIGN TO "CUSTSTMT.HSTSORT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HistorySort ASSIGN TO "SORTWK".

           SELECT StatementSort ASSIGN TO "SORTWK".

           SELECT StatementFile ASSIGN TO WS-STATEMENT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD HistoryFile.
       COPY CUSTHST.

       FD HistorySortedFile.
       01 HistorySortedRecord PIC X(32).

       SD HistorySort.
       01 HistorySortRecord.
           05 HSR-CUST-ID     PIC 9(6).
           05 HSR-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(18).

      * one statement is an account header record followed by one
      * record per balance change in the month; all of them carry
      * the account's CUST-ZIP so the statements come out in ZIP
      * order for the mailroom, the way custLetterRun's letters do.
      * Type 1 is the header, type 2 a change, and the sequence
      * keeps the changes in the order they were recorded.
       SD StatementSort.
       01 StatementSortRecord.
           05 STS-ZIP         PIC X(10).
           05 STS-CUST-ID     PIC 9(6).
           05 STS-TYPE        PIC 9(1).
           05 STS-SEQUENCE    PIC 9(9).
           05 STS-DATE        PIC 9(8).
           05 STS-NAME        PIC X(30).
           05 STS-ADDRESS     PIC X(40).
           05 STS-CITY        PIC X(20).
           05 STS-STATE       PIC X(2).
           05 STS-OPENING     PIC 9(7)V99.
           05 STS-CLOSING     PIC 9(7)V99.
           05 STS-OLD-BALANCE PIC 9(7)V99.
           05 STS-NEW-BALANCE PIC 9(7)V99.

       FD StatementFile.
       01 StatementRecord PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
       01 END-OF-HISTORY PIC Z(1).
      * statementMonth is MM/YYYY, blank for the month before the
      * run date - the run is normally made just after the month
      * closes.
       01 statementMonth PIC X(7).

       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01 WS-STATEMENT-FILE-NAME  PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-PERIOD-YEAR          PIC 9(4) VALUE 0.
       01 WS-PERIOD-MONTH         PIC 9(2) VALUE 0.
       01 WS-MONTH-START          PIC 9(8) VALUE 0.
       01 WS-MONTH-END            PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
       01 WS-START-DISPLAY        PIC X(10) VALUE SPACES.
       01 WS-END-DISPLAY          PIC X(10) VALUE SPACES.
       01 WS-DATE-DISPLAY         PIC X(10) VALUE SPACES.
       01 WS-DATE-WORK            PIC 9(8) VALUE 0.

      * the history is sorted on CUST-ID and date and walked once
      * alongside the master in key order, as custAgingReport does;
      * HIGH-VALUES on the history key after end-of-file lets every
      * remaining master record fall through with no history.
       01 WS-HISTORY-KEY          PIC X(6) VALUE SPACES.
       01 WS-MASTER-KEY           PIC X(6) VALUE SPACES.
       COPY CUSTHST REPLACING ==HistoryRecord== BY ==SortedHistory==
                      LEADING ==HST== BY ==SHS==.

      * an account's opening balance is the old side of its first
      * change in the month and its closing balance the new side of
      * its last.  An account with no change in the month opened and
      * closed on the same balance: the old side of its first change
      * after the month, or the master balance when nothing has
      * moved it since.
       01 WS-IN-MONTH-FOUND       PIC X(1) VALUE 'N'.
       01 WS-LATER-FOUND          PIC X(1) VALUE 'N'.
       01 WS-OPENING              PIC 9(7)V99 VALUE 0.
       01 WS-CLOSING              PIC 9(7)V99 VALUE 0.
       01 WS-LATER-OLD            PIC 9(7)V99 VALUE 0.
       01 WS-LATER-NEW            PIC 9(7)V99 VALUE 0.
       01 WS-HISTORY-END          PIC 9(7)V99 VALUE 0.
       01 WS-CHANGE-SEQUENCE      PIC 9(9) VALUE 0.

       01 WS-MASTER-COUNT         PIC 9(9) VALUE 0.
       01 WS-NONNUM-COUNT         PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT         PIC 9(9) VALUE 0.
       01 WS-HISTORY-SKIP-COUNT   PIC 9(9) VALUE 0.
       01 WS-STATEMENT-COUNT      PIC 9(9) VALUE 0.
       01 WS-CHANGE-COUNT         PIC 9(9) VALUE 0.

      * the control page proves the statements against the master:
      * closing balances plus whatever the history has moved since
      * the month closed must come to the master's total.  An
      * account whose history ends on a balance the master does not
      * hold breaks the tie and is listed by name.
       01 WS-CLOSING-TOTAL        PIC 9(13)V99 VALUE 0.
       01 WS-MASTER-TOTAL         PIC 9(13)V99 VALUE 0.
       01 WS-LATER-MOVEMENT       PIC S9(13)V99 VALUE 0.
       01 WS-CONTROL-DIFFERENCE   PIC S9(13)V99 VALUE 0.
       01 WS-DISAGREE-COUNT       PIC 9(9) VALUE 0.
       01 WS-DISAGREE-TABLE.
           05 WS-DISAGREE-ENTRY OCCURS 50 TIMES.
              10 WS-DISAGREE-ID      PIC 9(6).
              10 WS-DISAGREE-HISTORY PIC 9(7)V99.
              10 WS-DISAGREE-MASTER  PIC 9(7)V99.
       01 WS-DISAGREE-INDEX       PIC 9(4) VALUE 0.

      * the statement being printed; its closing line is written
      * when the next account's header arrives or the sort ends.
       01 WS-OPEN-STATEMENT       PIC X(1) VALUE 'N'.
       01 WS-STMT-CUST-ID         PIC 9(6) VALUE 0.
       01 WS-STMT-CLOSING         PIC 9(7)V99 VALUE 0.
       01 WS-CHANGE-AMOUNT        PIC S9(7)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-CHANGE-DISPLAY       PIC +Z,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY          PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CUSTREC.

       PROCEDURE DIVISION CHAINING statementMonth.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          IF FUNCTION TRIM(statementMonth) = SPACES
             MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
             MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH
             IF WS-PERIOD-MONTH = 1
                MOVE 12 TO WS-PERIOD-MONTH
                SUBTRACT 1 FROM WS-PERIOD-YEAR
             ELSE
                SUBTRACT 1 FROM WS-PERIOD-MONTH
             END-IF
          ELSE
             IF statementMonth(1:2) NOT NUMERIC
                   OR statementMonth(3:1) NOT = "/"
                   OR statementMonth(4:4) NOT NUMERIC
                DISPLAY "STATEMENT MONTH MUST BE MM/YYYY: "
                   statementMonth
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE statementMonth(1:2) TO WS-PERIOD-MONTH
             MOVE statementMonth(4:4) TO WS-PERIOD-YEAR
             IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   OR WS-PERIOD-YEAR < 1601
                DISPLAY "STATEMENT MONTH MUST BE MM/YYYY: "
                   statementMonth
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          COMPUTE WS-MONTH-START =
             WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
          IF WS-PERIOD-MONTH = 12
             COMPUTE WS-NEXT-MONTH-START =
                (WS-PERIOD-YEAR + 1) * 10000 + 101
          ELSE
             COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
          END-IF
          COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
          IF WS-MONTH-START > WS-RUN-DATE
             DISPLAY "STATEMENT MONTH HAS NOT STARTED YET: "
                statementMonth
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          MOVE WS-MONTH-START TO WS-DATE-WORK
          PERFORM FormatCcyymmdd
          MOVE WS-DATE-DISPLAY TO WS-START-DISPLAY
          MOVE WS-MONTH-END TO WS-DATE-WORK
          PERFORM FormatCcyymmdd
          MOVE WS-DATE-DISPLAY TO WS-END-DISPLAY

          STRING "CUSTSTMT." DELIMITED BY SIZE
                 WS-MONTH-START(1:6) DELIMITED BY SIZE
             INTO WS-STATEMENT-FILE-NAME

          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          SORT HistorySort ON ASCENDING KEY HSR-CUST-ID HSR-RUN-DATE
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE ReleaseHistory
             GIVING HistorySortedFile

          OPEN INPUT HistorySortedFile
          OPEN OUTPUT StatementFile

          SORT StatementSort ON ASCENDING KEY STS-ZIP STS-CUST-ID
                STS-TYPE STS-SEQUENCE
             INPUT PROCEDURE BuildStatements
             OUTPUT PROCEDURE PrintStatements

          CLOSE HistorySortedFile
          CLOSE MasterFile

          COMPUTE WS-CONTROL-DIFFERENCE =
             WS-MASTER-TOTAL - WS-CLOSING-TOTAL - WS-LATER-MOVEMENT
          PERFORM WriteControlPage
          CLOSE StatementFile

          DISPLAY "STATEMENTS FOR " WS-START-DISPLAY " - "
             WS-END-DISPLAY " WRITTEN TO "
             FUNCTION TRIM(WS-STATEMENT-FILE-NAME)
          MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
          MOVE WS-CLOSING-TOTAL TO WS-TOTAL-DISPLAY
          DISPLAY "STATEMENTS: " FUNCTION TRIM(WS-COUNT-DISPLAY)
             "  TOTAL CLOSING BALANCE: "
             FUNCTION TRIM(WS-TOTAL-DISPLAY)
          IF WS-CONTROL-DIFFERENCE NOT = 0
             DISPLAY "CONTROL TOTAL DOES NOT AGREE WITH THE MASTER"
                " - SEE THE CONTROL PAGE"
             MOVE 4 TO RETURN-CODE
          END-IF
          IF WS-NONNUM-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * only history from the first of the month on matters: the
      * month's own changes, and anything later that explains why
      * the master has moved on since.  A damaged entry cannot be
      * placed and is counted instead.
       ReleaseHistory.
          MOVE 0 TO END-OF-HISTORY
          OPEN INPUT HistoryFile
          IF WS-HISTORY-STATUS NOT = "00"
             MOVE 1 TO END-OF-HISTORY
          ELSE
             READ HistoryFile
                AT END MOVE 1 TO END-OF-HISTORY
             END-READ
          END-IF
          PERFORM UNTIL END-OF-HISTORY = 1
             IF HST-CUST-ID NUMERIC
                   AND HST-RUN-DATE NUMERIC
                   AND HST-OLD-BALANCE NUMERIC
                   AND HST-NEW-BALANCE NUMERIC
                IF HST-RUN-DATE >= WS-MONTH-START
                   MOVE HistoryRecord TO HistorySortRecord
                   RELEASE HistorySortRecord
                END-IF
             ELSE
                ADD 1 TO WS-HISTORY-SKIP-COUNT
             END-IF
             READ HistoryFile
                AT END MOVE 1 TO END-OF-HISTORY
             END-READ
          END-PERFORM
          IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
             CLOSE HistoryFile
          END-IF.

       BuildStatements.
          MOVE 0 TO END-OF-HISTORY
          PERFORM ReadSortedHistory
          READ MasterFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-MASTER-COUNT
             MOVE MasterRecord TO CustomerRecord
             MOVE MST-CUST-ID TO WS-MASTER-KEY
      * history left behind by accounts since dropped from the
      * master has no statement to go on and is passed over.
             PERFORM UNTIL WS-HISTORY-KEY >= WS-MASTER-KEY
                ADD 1 TO WS-ORPHAN-COUNT
                PERFORM ReadSortedHistory
             END-PERFORM
             IF CUST-BALANCE NOT NUMERIC
                ADD 1 TO WS-NONNUM-COUNT
                PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
                   PERFORM ReadSortedHistory
                END-PERFORM
             ELSE
                PERFORM BuildOneStatement
             END-IF
             READ MasterFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          PERFORM UNTIL WS-HISTORY-KEY = HIGH-VALUES
             ADD 1 TO WS-ORPHAN-COUNT
             PERFORM ReadSortedHistory
          END-PERFORM.

       BuildOneStatement.
          MOVE 'N' TO WS-IN-MONTH-FOUND
          MOVE 'N' TO WS-LATER-FOUND
          MOVE 0 TO WS-OPENING
          MOVE 0 TO WS-CLOSING
          MOVE CUST-ZIP TO STS-ZIP
          MOVE CUST-ID TO STS-CUST-ID
          MOVE CUST-NAME TO STS-NAME
          MOVE CUST-ADDRESS TO STS-ADDRESS
          MOVE CUST-CITY TO STS-CITY
          MOVE CUST-STATE TO STS-STATE
          PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
             IF SHS-RUN-DATE <= WS-MONTH-END
                IF WS-IN-MONTH-FOUND = 'N'
                   MOVE 'Y' TO WS-IN-MONTH-FOUND
                   MOVE SHS-OLD-BALANCE TO WS-OPENING
                END-IF
                MOVE SHS-NEW-BALANCE TO WS-CLOSING
                ADD 1 TO WS-CHANGE-SEQUENCE
                ADD 1 TO WS-CHANGE-COUNT
                MOVE 2 TO STS-TYPE
                MOVE WS-CHANGE-SEQUENCE TO STS-SEQUENCE
                MOVE SHS-RUN-DATE TO STS-DATE
                MOVE 0 TO STS-OPENING
                MOVE 0 TO STS-CLOSING
                MOVE SHS-OLD-BALANCE TO STS-OLD-BALANCE
                MOVE SHS-NEW-BALANCE TO STS-NEW-BALANCE
                RELEASE StatementSortRecord
             ELSE
                IF WS-LATER-FOUND = 'N'
                   MOVE 'Y' TO WS-LATER-FOUND
                   MOVE SHS-OLD-BALANCE TO WS-LATER-OLD
                END-IF
                MOVE SHS-NEW-BALANCE TO WS-LATER-NEW
             END-IF
             PERFORM ReadSortedHistory
          END-PERFORM

          IF WS-IN-MONTH-FOUND = 'N'
             IF WS-LATER-FOUND = 'Y'
                MOVE WS-LATER-OLD TO WS-OPENING
             ELSE
                MOVE CUST-BALANCE TO WS-OPENING
             END-IF
             MOVE WS-OPENING TO WS-CLOSING
          END-IF

      * the history ends on the new side of the last change after
      * the month when there is one, and on the closing balance
      * otherwise; either way the master should hold that balance.
          ADD CUST-BALANCE TO WS-MASTER-TOTAL
          IF WS-LATER-FOUND = 'Y'
             MOVE WS-LATER-NEW TO WS-HISTORY-END
             COMPUTE WS-LATER-MOVEMENT =
                WS-LATER-MOVEMENT + WS-LATER-NEW - WS-CLOSING
          ELSE
             MOVE WS-CLOSING TO WS-HISTORY-END
          END-IF
          IF WS-HISTORY-END NOT = CUST-BALANCE
             ADD 1 TO WS-DISAGREE-COUNT
             IF WS-DISAGREE-COUNT <= 50
                MOVE CUST-ID TO WS-DISAGREE-ID(WS-DISAGREE-COUNT)
                MOVE WS-HISTORY-END
                   TO WS-DISAGREE-HISTORY(WS-DISAGREE-COUNT)
                MOVE CUST-BALANCE
                   TO WS-DISAGREE-MASTER(WS-DISAGREE-COUNT)
             END-IF
          END-IF

          MOVE 1 TO STS-TYPE
          MOVE 0 TO STS-SEQUENCE
          MOVE 0 TO STS-DATE
          MOVE WS-OPENING TO STS-OPENING
          MOVE WS-CLOSING TO STS-CLOSING
          MOVE 0 TO STS-OLD-BALANCE
          MOVE 0 TO STS-NEW-BALANCE
          RELEASE StatementSortRecord.

       ReadSortedHistory.
          READ HistorySortedFile
             AT END MOVE 1 TO END-OF-HISTORY
          END-READ
          IF END-OF-HISTORY = 1
             MOVE HIGH-VALUES TO WS-HISTORY-KEY
          ELSE
             MOVE HistorySortedRecord TO SortedHistory
             MOVE SHS-CUST-ID TO WS-HISTORY-KEY
          END-IF.

       PrintStatements.
          RETURN StatementSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             IF STS-TYPE = 1
                IF WS-OPEN-STATEMENT = 'Y'
                   PERFORM FinishStatement
                END-IF
                PERFORM StartStatement
             ELSE
                IF WS-OPEN-STATEMENT = 'Y'
                      AND STS-CUST-ID = WS-STMT-CUST-ID
                   PERFORM WriteChangeLine
                END-IF
             END-IF
             RETURN StatementSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF WS-OPEN-STATEMENT = 'Y'
             PERFORM FinishStatement
          END-IF.

       StartStatement.
          ADD 1 TO WS-STATEMENT-COUNT
          ADD STS-CLOSING TO WS-CLOSING-TOTAL
          MOVE 'Y' TO WS-OPEN-STATEMENT
          MOVE STS-CUST-ID TO WS-STMT-CUST-ID
          MOVE STS-CLOSING TO WS-STMT-CLOSING

          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "CUSTOMER STATEMENT  PERIOD " DELIMITED BY SIZE
                 WS-START-DISPLAY DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-END-DISPLAY DELIMITED BY SIZE
                 "  ACCOUNT " DELIMITED BY SIZE
                 STS-CUST-ID DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE

          MOVE SPACES TO WS-OUT-LINE
          MOVE STS-NAME TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          MOVE STS-ADDRESS TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING FUNCTION TRIM(STS-CITY) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 STS-STATE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 STS-ZIP DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE

          MOVE SPACES TO WS-OUT-LINE
          MOVE "DATE        DESCRIPTION" TO WS-OUT-LINE
          MOVE "AMOUNT" TO WS-OUT-LINE(42:6)
          MOVE "BALANCE" TO WS-OUT-LINE(56:7)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE STS-OPENING TO WS-AMOUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-START-DISPLAY TO WS-OUT-LINE(1:10)
          MOVE "OPENING BALANCE" TO WS-OUT-LINE(13:15)
          MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(51:12)
          WRITE StatementRecord FROM WS-OUT-LINE.

       WriteChangeLine.
          COMPUTE WS-CHANGE-AMOUNT =
             STS-NEW-BALANCE - STS-OLD-BALANCE
          MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-DISPLAY
          MOVE STS-NEW-BALANCE TO WS-AMOUNT-DISPLAY
          MOVE STS-DATE TO WS-DATE-WORK
          PERFORM FormatCcyymmdd
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-DATE-DISPLAY TO WS-OUT-LINE(1:10)
          IF WS-CHANGE-AMOUNT < 0
             MOVE "PAYMENT / CREDIT" TO WS-OUT-LINE(13:16)
          ELSE
             MOVE "CHARGE / DEBIT" TO WS-OUT-LINE(13:14)
          END-IF
          MOVE WS-CHANGE-DISPLAY TO WS-OUT-LINE(35:13)
          MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(51:12)
          WRITE StatementRecord FROM WS-OUT-LINE.

       FinishStatement.
          MOVE WS-STMT-CLOSING TO WS-AMOUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE WS-END-DISPLAY TO WS-OUT-LINE(1:10)
          MOVE "CLOSING BALANCE" TO WS-OUT-LINE(13:15)
          MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(51:12)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          MOVE ALL "-" TO WS-OUT-LINE(1:62)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE 'N' TO WS-OPEN-STATEMENT.

      * the control page is what the controller signs: how many
      * statements went out, what they close on in total, and
      * whether that total ties to the master.
       WriteControlPage.
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "MONTH-END STATEMENT RUN CONTROL  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  PERIOD " DELIMITED BY SIZE
                 WS-START-DISPLAY DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-END-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE

          MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "STATEMENTS PRINTED" TO WS-OUT-LINE
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(42:11)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "BALANCE CHANGES LISTED" TO WS-OUT-LINE
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(42:11)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE

          MOVE WS-CLOSING-TOTAL TO WS-TOTAL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "TOTAL CLOSING BALANCE" TO WS-OUT-LINE
          MOVE WS-TOTAL-DISPLAY TO WS-OUT-LINE(36:21)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE WS-LATER-MOVEMENT TO WS-NET-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "NET MOVEMENT SINCE PERIOD END" TO WS-OUT-LINE
          MOVE WS-NET-DISPLAY TO WS-OUT-LINE(35:22)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE WS-MASTER-TOTAL TO WS-TOTAL-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "CUSTOMER.MASTER TOTAL BALANCE" TO WS-OUT-LINE
          MOVE WS-TOTAL-DISPLAY TO WS-OUT-LINE(36:21)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE WS-CONTROL-DIFFERENCE TO WS-NET-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          MOVE "DIFFERENCE" TO WS-OUT-LINE
          MOVE WS-NET-DISPLAY TO WS-OUT-LINE(35:22)
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE

          MOVE SPACES TO WS-OUT-LINE
          IF WS-CONTROL-DIFFERENCE = 0
             MOVE "STATEMENTS AGREE WITH CUSTOMER.MASTER"
                TO WS-OUT-LINE
          ELSE
             MOVE "*** STATEMENTS DO NOT AGREE WITH CUSTOMER.MASTER"
                TO WS-OUT-LINE
             MOVE " ***" TO WS-OUT-LINE(50:4)
          END-IF
          WRITE StatementRecord FROM WS-OUT-LINE

          IF WS-DISAGREE-COUNT > 0
             MOVE SPACES TO WS-OUT-LINE
             WRITE StatementRecord FROM WS-OUT-LINE
             MOVE WS-DISAGREE-COUNT TO WS-COUNT-DISPLAY
             MOVE SPACES TO WS-OUT-LINE
             STRING "ACCOUNTS WHOSE HISTORY DOES NOT END ON THE"
                    DELIMITED BY SIZE
                    " MASTER BALANCE: " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE StatementRecord FROM WS-OUT-LINE
             PERFORM VARYING WS-DISAGREE-INDEX FROM 1 BY 1
                   UNTIL WS-DISAGREE-INDEX > WS-DISAGREE-COUNT
                      OR WS-DISAGREE-INDEX > 50
                MOVE SPACES TO WS-OUT-LINE
                MOVE WS-DISAGREE-ID(WS-DISAGREE-INDEX)
                   TO WS-OUT-LINE(3:6)
                MOVE "HISTORY" TO WS-OUT-LINE(11:7)
                MOVE WS-DISAGREE-HISTORY(WS-DISAGREE-INDEX)
                   TO WS-AMOUNT-DISPLAY
                MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(19:12)
                MOVE "MASTER" TO WS-OUT-LINE(33:6)
                MOVE WS-DISAGREE-MASTER(WS-DISAGREE-INDEX)
                   TO WS-AMOUNT-DISPLAY
                MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(40:12)
                WRITE StatementRecord FROM WS-OUT-LINE
             END-PERFORM
             IF WS-DISAGREE-COUNT > 50
                MOVE SPACES TO WS-OUT-LINE
                MOVE "  ... FIRST 50 LISTED" TO WS-OUT-LINE
                WRITE StatementRecord FROM WS-OUT-LINE
             END-IF
          END-IF

          MOVE SPACES TO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "ACCOUNTS ON MASTER: " DELIMITED BY SIZE
                 WS-MASTER-COUNT DELIMITED BY SIZE
                 "  NO STATEMENT (BALANCE NOT NUMERIC): "
                 DELIMITED BY SIZE
                 WS-NONNUM-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "HISTORY FOR ACCOUNTS NOT ON MASTER: "
                 DELIMITED BY SIZE
                 WS-ORPHAN-COUNT DELIMITED BY SIZE
                 "  DAMAGED HISTORY ENTRIES: " DELIMITED BY SIZE
                 WS-HISTORY-SKIP-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE StatementRecord FROM WS-OUT-LINE.

      * WS-DATE-WORK holds a CCYYMMDD date; WS-DATE-DISPLAY gets it
      * back as MM/DD/YYYY.
       FormatCcyymmdd.
          MOVE SPACES TO WS-DATE-DISPLAY
          STRING WS-DATE-WORK(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-DATE-WORK(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-DATE-WORK(1:4) DELIMITED BY SIZE
             INTO WS-DATE-DISPLAY.
