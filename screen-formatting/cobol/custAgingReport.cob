       IDENTIFICATION DIVISION.
       PROGRAM-ID. custAgingReport.
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

           SELECT HistorySortedFile ASSIGN TO "CUSTAGE.HSTSORT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT HistorySort ASSIGN TO "SORTWK".

           SELECT AgingSort ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTAGE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

      * one aged account, sorted into CUST-STATE order for the
      * subtotals; the bucket is 1 current, 2 31-60, 3 61-90, 4 over
      * 90, and the basis says what the age was measured from.
       SD AgingSort.
       01 AgingSortRecord.
           05 AGE-STATE       PIC X(2).
           05 AGE-CUST-ID     PIC 9(6).
           05 AGE-NAME        PIC X(30).
           05 AGE-BALANCE     PIC 9(7)V99.
           05 AGE-FROM-DATE   PIC 9(8).
           05 AGE-DAYS        PIC 9(5).
           05 AGE-BUCKET      PIC 9(1).
           05 AGE-BASIS       PIC X(1).

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
       01 END-OF-HISTORY PIC Z(1).
      * asOfDate is MM/DD/YYYY, blank for today; month-end runs are
      * usually made a day or two late and aged back to the close.
       01 asOfDate    PIC X(10).

       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.

       01 WS-PAGE-CONTROL.
           05 WS-PAGE-NUMBER      PIC 9(4) VALUE 1.
           05 WS-LINE-ON-PAGE     PIC 9(4) VALUE 0.
           05 WS-PAGE-SIZE        PIC 9(4) VALUE 60.
           05 WS-RUN-DATE         PIC 9(8).
           05 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-PAGE-HEADER          PIC X(133) VALUE SPACES.

       01 WS-AS-OF-CCYYMMDD       PIC 9(8) VALUE 0.
       01 WS-AS-OF-DISPLAY        PIC X(10) VALUE SPACES.
       01 WS-DATE-DISPLAY         PIC X(10) VALUE SPACES.

      * the history file is append-only and so in run order, not
      * account order; it is sorted on CUST-ID and date and then
      * walked once alongside the master, which reads in key order.
      * HIGH-VALUES on the history key after end-of-file lets every
      * remaining master record fall through with no history.
       01 WS-HISTORY-KEY          PIC X(6) VALUE SPACES.
       01 WS-MASTER-KEY           PIC X(6) VALUE SPACES.
       COPY CUSTHST REPLACING ==HistoryRecord== BY ==SortedHistory==
                      LEADING ==HST== BY ==SHS==.

      * an account whose balance never went down since the history
      * began is aged from its first recorded change, and one with
      * no recorded change at all from the day the history began -
      * its balance is at least that old.
       01 WS-HISTORY-START        PIC 9(8) VALUE 0.
       01 WS-FIRST-DATE           PIC 9(8) VALUE 0.
       01 WS-LAST-DOWN-DATE       PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS             PIC S9(7) VALUE 0.

      * a balance is aged as it stood on the as-of date: the old side
      * of the account's first change after that date, or the master
      * balance when nothing has moved it since, the same way
      * custStatementRun finds an opening balance.
       01 WS-LATER-FOUND          PIC X(1) VALUE 'N'.
       01 WS-AGE-BALANCE          PIC 9(7)V99 VALUE 0.

       01 WS-MASTER-COUNT         PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(9) VALUE 0.
       01 WS-ZERO-COUNT           PIC 9(9) VALUE 0.
       01 WS-NONNUM-COUNT         PIC 9(9) VALUE 0.
       01 WS-HISTORY-READ-COUNT   PIC 9(9) VALUE 0.
       01 WS-HISTORY-SKIP-COUNT   PIC 9(9) VALUE 0.
       01 WS-HISTORY-LATER-COUNT  PIC 9(9) VALUE 0.
       01 WS-ROLLED-BACK-COUNT    PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT         PIC 9(9) VALUE 0.
       01 WS-PAID-BASIS-COUNT     PIC 9(9) VALUE 0.
       01 WS-FIRST-BASIS-COUNT    PIC 9(9) VALUE 0.
       01 WS-START-BASIS-COUNT    PIC 9(9) VALUE 0.

      * five report columns: the four buckets and the row total.
      * Each column ends at 47 plus 17 times its number, so the
      * detail, subtotal and grand total edits all right-align under
      * the same heading.
       01 WS-COLUMN-NAMES.
           05 FILLER PIC X(12) VALUE "     CURRENT".
           05 FILLER PIC X(12) VALUE "  31-60 DAYS".
           05 FILLER PIC X(12) VALUE "  61-90 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 90 DAYS".
           05 FILLER PIC X(12) VALUE "       TOTAL".
       01 WS-COLUMN-NAME-LIST REDEFINES WS-COLUMN-NAMES.
           05 WS-COLUMN-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-COLUMN-INDEX         PIC 9(2) VALUE 0.
       01 WS-COLUMN-END           PIC 9(4) VALUE 0.

       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
              10 WS-STATE-AMOUNT  PIC 9(11)V99.
              10 WS-GRAND-AMOUNT  PIC 9(13)V99.
              10 WS-GRAND-COUNT   PIC 9(9).

       01 WS-BREAK-STATE          PIC X(2) VALUE SPACES.
       01 WS-STATE-COUNT          PIC 9(9) VALUE 0.
       01 WS-STATE-BREAK-COUNT    PIC 9(4) VALUE 0.

       01 WS-DAYS-DISPLAY         PIC ZZZZ9.
       01 WS-AMOUNT-DISPLAY       PIC Z,ZZZ,ZZ9.99.
       01 WS-SUBTOTAL-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GRAND-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-PERCENT              PIC 9(3)V9 VALUE 0.
       01 WS-PERCENT-DISPLAY      PIC ZZ9.9.

       COPY CUSTREC.

       PROCEDURE DIVISION CHAINING asOfDate.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          IF FUNCTION TRIM(asOfDate) = SPACES
             MOVE WS-RUN-DATE TO WS-AS-OF-CCYYMMDD
          ELSE
             IF asOfDate(1:2) NOT NUMERIC
                   OR asOfDate(3:1) NOT = "/"
                   OR asOfDate(4:2) NOT NUMERIC
                   OR asOfDate(6:1) NOT = "/"
                   OR asOfDate(7:4) NOT NUMERIC
                DISPLAY "AS-OF DATE MUST BE MM/DD/YYYY: " asOfDate
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             COMPUTE WS-AS-OF-CCYYMMDD =
                FUNCTION NUMVAL(asOfDate(7:4)) * 10000
                + FUNCTION NUMVAL(asOfDate(1:2)) * 100
                + FUNCTION NUMVAL(asOfDate(4:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-CCYYMMDD) NOT = 0
                DISPLAY "AS-OF DATE IS NOT A CALENDAR DATE: "
                   asOfDate
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF
          STRING WS-AS-OF-CCYYMMDD(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-AS-OF-CCYYMMDD(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-AS-OF-CCYYMMDD(1:4) DELIMITED BY SIZE
             INTO WS-AS-OF-DISPLAY

          OPEN INPUT HistoryFile
          IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "CUSTHIST.DAT NOT AVAILABLE - STATUS "
                WS-HISTORY-STATUS
                " - RUN custCompare TO START THE HISTORY"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE HistoryFile

          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT ReportFile
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "CUSTAGE.RPT OPEN FAILED - STATUS "
                WS-REPORT-STATUS
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             MOVE 0 TO WS-STATE-AMOUNT(WS-COLUMN-INDEX)
             MOVE 0 TO WS-GRAND-AMOUNT(WS-COLUMN-INDEX)
             MOVE 0 TO WS-GRAND-COUNT(WS-COLUMN-INDEX)
          END-PERFORM

          SORT HistorySort ON ASCENDING KEY HSR-CUST-ID HSR-RUN-DATE
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE ReleaseHistory
             GIVING HistorySortedFile

          OPEN INPUT HistorySortedFile
          PERFORM ShowPageHeader

          SORT AgingSort ON ASCENDING KEY AGE-STATE AGE-CUST-ID
             INPUT PROCEDURE AgeMasterAccounts
             OUTPUT PROCEDURE PrintAgingByState

          PERFORM WriteAgingSummary

          CLOSE HistorySortedFile
          CLOSE MasterFile
          CLOSE ReportFile

          DISPLAY "AGING REPORT AS OF " WS-AS-OF-DISPLAY
             " WRITTEN TO CUSTAGE.RPT"
          MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
          MOVE WS-GRAND-AMOUNT(5) TO WS-GRAND-DISPLAY
          DISPLAY "OPEN BALANCES AGED: "
             FUNCTION TRIM(WS-COUNT-DISPLAY)
             "  TOTAL: " FUNCTION TRIM(WS-GRAND-DISPLAY)
          IF WS-NONNUM-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * an entry with a damaged date cannot be placed at all and
      * never reaches the sort.  Entries dated after the as-of date
      * describe moves the aging is not supposed to know about yet;
      * they are sorted with the rest only so the balance can be
      * taken back to the as-of date, and play no part in where the
      * history begins.
       ReleaseHistory.
          MOVE 0 TO END-OF-HISTORY
          OPEN INPUT HistoryFile
          READ HistoryFile
             AT END MOVE 1 TO END-OF-HISTORY
          END-READ
          PERFORM UNTIL END-OF-HISTORY = 1
             ADD 1 TO WS-HISTORY-READ-COUNT
             IF HST-CUST-ID NUMERIC
                   AND HST-RUN-DATE NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(HST-RUN-DATE) = 0
                   AND HST-OLD-BALANCE NUMERIC
                   AND HST-NEW-BALANCE NUMERIC
                IF HST-RUN-DATE > WS-AS-OF-CCYYMMDD
                   ADD 1 TO WS-HISTORY-LATER-COUNT
                ELSE
                   IF WS-HISTORY-START = 0
                         OR HST-RUN-DATE < WS-HISTORY-START
                      MOVE HST-RUN-DATE TO WS-HISTORY-START
                   END-IF
                END-IF
                MOVE HistoryRecord TO HistorySortRecord
                RELEASE HistorySortRecord
             ELSE
                ADD 1 TO WS-HISTORY-SKIP-COUNT
             END-IF
             READ HistoryFile
                AT END MOVE 1 TO END-OF-HISTORY
             END-READ
          END-PERFORM
          CLOSE HistoryFile.

       AgeMasterAccounts.
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
      * master has nothing to age and is passed over.
             PERFORM UNTIL WS-HISTORY-KEY >= WS-MASTER-KEY
                ADD 1 TO WS-ORPHAN-COUNT
                PERFORM ReadSortedHistory
             END-PERFORM
             MOVE 0 TO WS-FIRST-DATE
             MOVE 0 TO WS-LAST-DOWN-DATE
             MOVE 'N' TO WS-LATER-FOUND
             PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
                IF SHS-RUN-DATE > WS-AS-OF-CCYYMMDD
                   IF WS-LATER-FOUND = 'N'
                      MOVE 'Y' TO WS-LATER-FOUND
                      MOVE SHS-OLD-BALANCE TO WS-AGE-BALANCE
                   END-IF
                ELSE
                   IF WS-FIRST-DATE = 0
                      MOVE SHS-RUN-DATE TO WS-FIRST-DATE
                   END-IF
                   IF SHS-NEW-BALANCE < SHS-OLD-BALANCE
                      MOVE SHS-RUN-DATE TO WS-LAST-DOWN-DATE
                   END-IF
                END-IF
                PERFORM ReadSortedHistory
             END-PERFORM
             PERFORM AgeOneAccount
             READ MasterFile
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          PERFORM UNTIL WS-HISTORY-KEY = HIGH-VALUES
             ADD 1 TO WS-ORPHAN-COUNT
             PERFORM ReadSortedHistory
          END-PERFORM.

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

      * only an open balance is aged: a zero balance owes nothing,
      * and a master balance that fails the numeric test cannot be
      * bucketed and is counted for the summary instead, the same
      * rule the trailer and summary programs apply to CUST-BALANCE.
      * A balance taken back to the as-of date comes from the
      * history, which was tested numeric before it was sorted.
       AgeOneAccount.
          IF WS-LATER-FOUND = 'N' AND CUST-BALANCE NOT NUMERIC
             ADD 1 TO WS-NONNUM-COUNT
          ELSE
             IF WS-LATER-FOUND = 'N'
                MOVE CUST-BALANCE TO WS-AGE-BALANCE
             END-IF
             IF WS-AGE-BALANCE = 0
                ADD 1 TO WS-ZERO-COUNT
             ELSE
                ADD 1 TO WS-OPEN-COUNT
                IF WS-LATER-FOUND = 'Y'
                   ADD 1 TO WS-ROLLED-BACK-COUNT
                END-IF
                MOVE CUST-STATE TO AGE-STATE
                MOVE CUST-ID TO AGE-CUST-ID
                MOVE CUST-NAME TO AGE-NAME
                MOVE WS-AGE-BALANCE TO AGE-BALANCE
                EVALUATE TRUE
                   WHEN WS-LAST-DOWN-DATE NOT = 0
                      MOVE WS-LAST-DOWN-DATE TO AGE-FROM-DATE
                      MOVE SPACE TO AGE-BASIS
                      ADD 1 TO WS-PAID-BASIS-COUNT
                   WHEN WS-FIRST-DATE NOT = 0
                      MOVE WS-FIRST-DATE TO AGE-FROM-DATE
                      MOVE "*" TO AGE-BASIS
                      ADD 1 TO WS-FIRST-BASIS-COUNT
                   WHEN OTHER
                      MOVE WS-HISTORY-START TO AGE-FROM-DATE
                      MOVE "#" TO AGE-BASIS
                      ADD 1 TO WS-START-BASIS-COUNT
                END-EVALUATE
                IF AGE-FROM-DATE = 0
                   MOVE 0 TO WS-AGE-DAYS
                ELSE
                   COMPUTE WS-AGE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-AS-OF-CCYYMMDD)
                      - FUNCTION INTEGER-OF-DATE(AGE-FROM-DATE)
                END-IF
                IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
                END-IF
                IF WS-AGE-DAYS > 99999
                   MOVE 99999 TO WS-AGE-DAYS
                END-IF
                MOVE WS-AGE-DAYS TO AGE-DAYS
                EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                      MOVE 1 TO AGE-BUCKET
                   WHEN WS-AGE-DAYS <= 60
                      MOVE 2 TO AGE-BUCKET
                   WHEN WS-AGE-DAYS <= 90
                      MOVE 3 TO AGE-BUCKET
                   WHEN OTHER
                      MOVE 4 TO AGE-BUCKET
                END-EVALUATE
                RELEASE AgingSortRecord
             END-IF
          END-IF.

       PrintAgingByState.
          RETURN AgingSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          IF END-OF-SORT NOT = 1
             MOVE AGE-STATE TO WS-BREAK-STATE
          END-IF
          PERFORM UNTIL END-OF-SORT = 1
             IF AGE-STATE NOT = WS-BREAK-STATE
                PERFORM WriteStateSubtotal
                MOVE AGE-STATE TO WS-BREAK-STATE
             END-IF
             PERFORM WriteAgingDetail
             RETURN AgingSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM
          IF WS-STATE-COUNT > 0
             PERFORM WriteStateSubtotal
          END-IF
          PERFORM WriteGrandTotal.

       WriteAgingDetail.
          ADD 1 TO WS-STATE-COUNT
          ADD AGE-BALANCE TO WS-STATE-AMOUNT(AGE-BUCKET)
          ADD AGE-BALANCE TO WS-STATE-AMOUNT(5)
          ADD AGE-BALANCE TO WS-GRAND-AMOUNT(AGE-BUCKET)
          ADD AGE-BALANCE TO WS-GRAND-AMOUNT(5)
          ADD 1 TO WS-GRAND-COUNT(AGE-BUCKET)
          ADD 1 TO WS-GRAND-COUNT(5)

          MOVE SPACES TO WS-DATE-DISPLAY
          IF AGE-FROM-DATE NOT = 0
             STRING AGE-FROM-DATE(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    AGE-FROM-DATE(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    AGE-FROM-DATE(1:4) DELIMITED BY SIZE
                INTO WS-DATE-DISPLAY
          END-IF
          MOVE AGE-DAYS TO WS-DAYS-DISPLAY
          MOVE AGE-BALANCE TO WS-AMOUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING AGE-CUST-ID DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 AGE-NAME(1:24) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-DATE-DISPLAY DELIMITED BY SIZE
                 AGE-BASIS DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-DAYS-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          COMPUTE WS-COLUMN-END = 47 + 17 * AGE-BUCKET
          MOVE WS-AMOUNT-DISPLAY TO WS-OUT-LINE(WS-COLUMN-END - 11:12)
          PERFORM EmitReportLine.

       WriteStateSubtotal.
          MOVE WS-STATE-COUNT TO WS-COUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "  STATE " DELIMITED BY SIZE
                 WS-BREAK-STATE DELIMITED BY SIZE
                 " TOTAL  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                 " ACCOUNTS" DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             COMPUTE WS-COLUMN-END = 47 + 17 * WS-COLUMN-INDEX
             MOVE WS-STATE-AMOUNT(WS-COLUMN-INDEX)
                TO WS-SUBTOTAL-DISPLAY
             MOVE WS-SUBTOTAL-DISPLAY
                TO WS-OUT-LINE(WS-COLUMN-END - 13:14)
             MOVE 0 TO WS-STATE-AMOUNT(WS-COLUMN-INDEX)
          END-PERFORM
          PERFORM EmitReportLine
          MOVE SPACES TO WS-OUT-LINE
          PERFORM EmitReportLine
          ADD 1 TO WS-STATE-BREAK-COUNT
          MOVE 0 TO WS-STATE-COUNT.

      * the percent line is the controller's first question: how
      * much of the open book sits in each bucket.
       WriteGrandTotal.
          MOVE SPACES TO WS-OUT-LINE
          STRING "GRAND TOTAL  " DELIMITED BY SIZE
                 WS-STATE-BREAK-COUNT DELIMITED BY SIZE
                 " STATES" DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             COMPUTE WS-COLUMN-END = 47 + 17 * WS-COLUMN-INDEX
             MOVE WS-GRAND-AMOUNT(WS-COLUMN-INDEX) TO WS-GRAND-DISPLAY
             MOVE WS-GRAND-DISPLAY
                TO WS-OUT-LINE(WS-COLUMN-END - 16:17)
          END-PERFORM
          PERFORM EmitReportLine

          MOVE SPACES TO WS-OUT-LINE
          MOVE "ACCOUNTS" TO WS-OUT-LINE
          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             COMPUTE WS-COLUMN-END = 47 + 17 * WS-COLUMN-INDEX
             MOVE WS-GRAND-COUNT(WS-COLUMN-INDEX) TO WS-COUNT-DISPLAY
             MOVE WS-COUNT-DISPLAY
                TO WS-OUT-LINE(WS-COLUMN-END - 10:11)
          END-PERFORM
          PERFORM EmitReportLine

          MOVE SPACES TO WS-OUT-LINE
          MOVE "PERCENT OF OPEN BALANCE" TO WS-OUT-LINE
          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             COMPUTE WS-COLUMN-END = 47 + 17 * WS-COLUMN-INDEX
             IF WS-GRAND-AMOUNT(5) > 0
                COMPUTE WS-PERCENT ROUNDED =
                   WS-GRAND-AMOUNT(WS-COLUMN-INDEX) * 100
                   / WS-GRAND-AMOUNT(5)
             ELSE
                MOVE 0 TO WS-PERCENT
             END-IF
             MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
             MOVE WS-PERCENT-DISPLAY
                TO WS-OUT-LINE(WS-COLUMN-END - 5:5)
             MOVE "%" TO WS-OUT-LINE(WS-COLUMN-END:1)
          END-PERFORM
          PERFORM EmitReportLine.

       WriteAgingSummary.
          MOVE SPACES TO WS-OUT-LINE
          PERFORM EmitReportLine
          MOVE SPACES TO WS-OUT-LINE
          STRING "AGED FROM THE LAST DATE THE BALANCE WENT DOWN; "
                 DELIMITED BY SIZE
                 "* NEVER WENT DOWN - AGED FROM FIRST RECORDED "
                 DELIMITED BY SIZE
                 "CHANGE" DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM EmitReportLine
          MOVE SPACES TO WS-OUT-LINE
          MOVE SPACES TO WS-DATE-DISPLAY
          IF WS-HISTORY-START NOT = 0
             STRING WS-HISTORY-START(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-HISTORY-START(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-HISTORY-START(1:4) DELIMITED BY SIZE
                INTO WS-DATE-DISPLAY
          END-IF
          STRING "# NO RECORDED CHANGE - AGED FROM THE START OF "
                 DELIMITED BY SIZE
                 "HISTORY " DELIMITED BY SIZE
                 WS-DATE-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          PERFORM EmitReportLine
          MOVE SPACES TO WS-OUT-LINE
          PERFORM EmitReportLine

          MOVE "MASTER ACCOUNTS READ" TO WS-OUT-LINE
          MOVE WS-MASTER-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "OPEN BALANCES AGED" TO WS-OUT-LINE
          MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  AGED FROM LAST PAYDOWN" TO WS-OUT-LINE
          MOVE WS-PAID-BASIS-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  AGED FROM FIRST CHANGE (*)" TO WS-OUT-LINE
          MOVE WS-FIRST-BASIS-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  AGED FROM HISTORY START (#)" TO WS-OUT-LINE
          MOVE WS-START-BASIS-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  BALANCE TAKEN BACK TO AS-OF" TO WS-OUT-LINE
          MOVE WS-ROLLED-BACK-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "ZERO BALANCES NOT AGED" TO WS-OUT-LINE
          MOVE WS-ZERO-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "NON-NUMERIC BALANCES NOT AGED" TO WS-OUT-LINE
          MOVE WS-NONNUM-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "HISTORY RECORDS READ" TO WS-OUT-LINE
          MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  AFTER AS-OF DATE" TO WS-OUT-LINE
          MOVE WS-HISTORY-LATER-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  DAMAGED" TO WS-OUT-LINE
          MOVE WS-HISTORY-SKIP-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount
          MOVE "  FOR ACCOUNTS NO LONGER ON MASTER" TO WS-OUT-LINE
          MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
          PERFORM WriteSummaryCount.

       WriteSummaryCount.
          MOVE WS-COUNT-DISPLAY TO WS-OUT-LINE(36:11)
          PERFORM EmitReportLine
          MOVE SPACES TO WS-OUT-LINE.

       EmitReportLine.
          IF WS-LINE-ON-PAGE >= WS-PAGE-SIZE
             ADD 1 TO WS-PAGE-NUMBER
             MOVE 0 TO WS-LINE-ON-PAGE
             PERFORM ShowPageHeader
          END-IF
          WRITE ReportRecord FROM WS-OUT-LINE
          ADD 1 TO WS-LINE-ON-PAGE.

      * every page repeats the column headings, so a state that
      * runs over a page break still reads under its buckets.
       ShowPageHeader.
          MOVE SPACES TO WS-PAGE-HEADER
          STRING "RECEIVABLES AGING AS OF " DELIMITED BY SIZE
                 WS-AS-OF-DISPLAY DELIMITED BY SIZE
                 "  PAGE " DELIMITED BY SIZE
                 WS-PAGE-NUMBER DELIMITED BY SIZE
                 "  RUN DATE " DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
             INTO WS-PAGE-HEADER
          WRITE ReportRecord FROM WS-PAGE-HEADER
          MOVE SPACES TO WS-OUT-LINE
          MOVE "CUST-ID NAME" TO WS-OUT-LINE
          MOVE "AGED FROM   DAYS" TO WS-OUT-LINE(35:16)
          PERFORM VARYING WS-COLUMN-INDEX FROM 1 BY 1
                UNTIL WS-COLUMN-INDEX > 5
             COMPUTE WS-COLUMN-END = 47 + 17 * WS-COLUMN-INDEX
             MOVE WS-COLUMN-NAME(WS-COLUMN-INDEX)
                TO WS-OUT-LINE(WS-COLUMN-END - 11:12)
          END-PERFORM
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE 3 TO WS-LINE-ON-PAGE.
