       IDENTIFICATION DIVISION.
       PROGRAM-ID. custHoldTickler.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HoldFile ASSIGN TO "CUSTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TicklerSort ASSIGN TO "SORTWK".

           SELECT ReportFile ASSIGN TO "CUSTHOLD.TICKLER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       COPY CUSTHLD.

       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

      * the holds due are worked oldest follow-up first, so the
      * longest-waiting dispute heads the list.  Each carries the
      * account's name and balance as the master holds them today.
       SD TicklerSort.
       01 TicklerSortRecord.
           05 TKS-FOLLOWUP-DATE PIC 9(8).
           05 TKS-HOLD          PIC X(133).
           05 TKS-ON-MASTER     PIC X(1).
           05 TKS-CUSTOMER      PIC X(117).

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-SORT PIC Z(1).
      * asOfString is the date the tickler is run for, as
      * MM/DD/YYYY; blank means today.  A hold is due when its
      * follow-up date is on or before that date.
       01 asOfString    PIC X(10).

       01 WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).
       01 WS-AS-OF-DATE           PIC 9(8) VALUE 0.
       01 WS-AS-OF-DISPLAY        PIC X(10) VALUE SPACES.
       01 WS-DATE-WORK            PIC 9(8) VALUE 0.
       01 WS-DATE-DISPLAY         PIC X(10) VALUE SPACES.
       01 WS-DAYS-OVERDUE         PIC 9(5) VALUE 0.

       01 WS-HOLD-COUNT           PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(9) VALUE 0.
       01 WS-DUE-COUNT            PIC 9(9) VALUE 0.
       01 WS-DUE-BALANCE          PIC 9(13)V99 VALUE 0.
       01 WS-MISSING-COUNT        PIC 9(9) VALUE 0.
       01 WS-BAD-BALANCE-COUNT    PIC 9(9) VALUE 0.

       COPY CUSTREC.

       COPY CUSTHLD REPLACING ==HoldRecord== BY ==TicklerHold==
                      LEADING ==HLD== BY ==TKH==.

       01 WS-BALANCE-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01 WS-DAYS-DISPLAY         PIC ZZZZ9.
       01 WS-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION CHAINING asOfString.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

          IF FUNCTION TRIM(asOfString) = SPACES
             MOVE WS-RUN-DATE TO WS-AS-OF-DATE
             MOVE WS-RUN-DATE-DISPLAY TO WS-AS-OF-DISPLAY
          ELSE
             IF asOfString(1:2) NOT NUMERIC
                   OR asOfString(3:1) NOT = "/"
                   OR asOfString(4:2) NOT NUMERIC
                   OR asOfString(6:1) NOT = "/"
                   OR asOfString(7:4) NOT NUMERIC
                DISPLAY "TICKLER DATE MUST BE MM/DD/YYYY: " asOfString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             COMPUTE WS-AS-OF-DATE =
                FUNCTION NUMVAL(asOfString(7:4)) * 10000
                + FUNCTION NUMVAL(asOfString(1:2)) * 100
                + FUNCTION NUMVAL(asOfString(4:2))
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
                DISPLAY "TICKLER DATE IS NOT A CALENDAR DATE: "
                   asOfString
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             MOVE asOfString TO WS-AS-OF-DISPLAY
          END-IF

          OPEN INPUT HoldFile
          IF WS-HOLD-STATUS NOT = "00"
             DISPLAY "CUSTHOLD.DAT OPEN FAILED - STATUS "
                WS-HOLD-STATUS " - NO HOLDS HAVE BEEN OPENED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          CLOSE HoldFile

          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT ReportFile
          IF WS-REPORT-STATUS NOT = "00"
             DISPLAY "CUSTHOLD.TICKLER OPEN FAILED - STATUS "
                WS-REPORT-STATUS
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          SORT TicklerSort ON ASCENDING KEY TKS-FOLLOWUP-DATE
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE ReleaseDueHolds
             OUTPUT PROCEDURE PrintTickler

          CLOSE MasterFile
          PERFORM WriteTicklerTotals
          CLOSE ReportFile

          DISPLAY "HOLD TICKLER FOR " WS-AS-OF-DISPLAY
             " WRITTEN TO CUSTHOLD.TICKLER"
          DISPLAY "OPEN HOLDS: " WS-OPEN-COUNT
             "  DUE FOR FOLLOW-UP: " WS-DUE-COUNT
          IF WS-MISSING-COUNT > 0 OR WS-BAD-BALANCE-COUNT > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * the hold file is read in account order, so each due hold is
      * matched to the master with a keyed read.  A hold whose
      * account has left the master is still listed - it needs
      * releasing - but flagged.
       ReleaseDueHolds.
          OPEN INPUT HoldFile
          READ HoldFile NEXT RECORD
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-HOLD-COUNT
             IF HLD-STATUS = "O"
                ADD 1 TO WS-OPEN-COUNT
                IF HLD-FOLLOWUP-DATE <= WS-AS-OF-DATE
                   PERFORM ReleaseOneHold
                END-IF
             END-IF
             READ HoldFile NEXT RECORD
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          CLOSE HoldFile.

       ReleaseOneHold.
          MOVE HLD-FOLLOWUP-DATE TO TKS-FOLLOWUP-DATE
          MOVE HoldRecord TO TKS-HOLD
          MOVE HLD-CUST-ID TO MST-CUST-ID
          READ MasterFile
             INVALID KEY
                MOVE 'N' TO TKS-ON-MASTER
                MOVE SPACES TO TKS-CUSTOMER
             NOT INVALID KEY
                MOVE 'Y' TO TKS-ON-MASTER
                MOVE MasterRecord TO TKS-CUSTOMER
          END-READ
          RELEASE TicklerSortRecord.

       PrintTickler.
          PERFORM WriteTicklerHeading
          RETURN TicklerSort
             AT END MOVE 1 TO END-OF-SORT
          END-RETURN
          PERFORM UNTIL END-OF-SORT = 1
             PERFORM WriteDueHold
             RETURN TicklerSort
                AT END MOVE 1 TO END-OF-SORT
             END-RETURN
          END-PERFORM.

       WriteTicklerHeading.
          MOVE SPACES TO WS-OUT-LINE
          STRING "ACCOUNT HOLD FOLLOW-UP TICKLER  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  DUE ON OR BEFORE " DELIMITED BY SIZE
                 WS-AS-OF-DISPLAY DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE "CUST-ID  NAME" TO WS-OUT-LINE
          MOVE "BALANCE" TO WS-OUT-LINE(45:7)
          MOVE "FOLLOW-UP" TO WS-OUT-LINE(54:9)
          MOVE "DAYS" TO WS-OUT-LINE(67:4)
          MOVE "OPENED" TO WS-OUT-LINE(73:6)
          MOVE "ANALYST" TO WS-OUT-LINE(85:7)
          MOVE "HOLD REASON" TO WS-OUT-LINE(99:11)
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * days overdue counts from the follow-up date to the tickler
      * date, so a hold due today shows 0.
       WriteDueHold.
          MOVE TKS-HOLD TO TicklerHold
          ADD 1 TO WS-DUE-COUNT
          MOVE SPACES TO WS-OUT-LINE
          MOVE TKH-CUST-ID TO WS-OUT-LINE(1:6)
          IF TKS-ON-MASTER = 'N'
             ADD 1 TO WS-MISSING-COUNT
             MOVE "*** NOT ON CUSTOMER.MASTER ***"
                TO WS-OUT-LINE(10:30)
          ELSE
             MOVE TKS-CUSTOMER TO CustomerRecord
             MOVE CUST-NAME TO WS-OUT-LINE(10:30)
             IF CUST-BALANCE NUMERIC
                ADD CUST-BALANCE TO WS-DUE-BALANCE
                MOVE CUST-BALANCE TO WS-BALANCE-DISPLAY
                MOVE WS-BALANCE-DISPLAY TO WS-OUT-LINE(40:12)
             ELSE
                ADD 1 TO WS-BAD-BALANCE-COUNT
                MOVE "NOT NUMERIC" TO WS-OUT-LINE(41:11)
             END-IF
          END-IF
          MOVE TKH-FOLLOWUP-DATE TO WS-DATE-WORK
          PERFORM FormatDate
          MOVE WS-DATE-DISPLAY TO WS-OUT-LINE(54:10)
          MOVE 0 TO WS-DAYS-OVERDUE
          IF FUNCTION TEST-DATE-YYYYMMDD(TKH-FOLLOWUP-DATE) = 0
             COMPUTE WS-DAYS-OVERDUE =
                FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                - FUNCTION INTEGER-OF-DATE(TKH-FOLLOWUP-DATE)
          END-IF
          MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISPLAY
          MOVE WS-DAYS-DISPLAY TO WS-OUT-LINE(66:5)
          MOVE TKH-OPENED-DATE TO WS-DATE-WORK
          PERFORM FormatDate
          MOVE WS-DATE-DISPLAY TO WS-OUT-LINE(73:10)
          MOVE TKH-ANALYST TO WS-OUT-LINE(85:12)
          MOVE TKH-REASON TO WS-OUT-LINE(99:30)
          WRITE ReportRecord FROM WS-OUT-LINE
          IF TKH-NOTES NOT = SPACES
             MOVE SPACES TO WS-OUT-LINE
             MOVE "NOTES:" TO WS-OUT-LINE(10:6)
             MOVE TKH-NOTES TO WS-OUT-LINE(17:60)
             WRITE ReportRecord FROM WS-OUT-LINE
          END-IF.

       FormatDate.
          MOVE SPACES TO WS-DATE-DISPLAY
          IF WS-DATE-WORK > 0
             STRING WS-DATE-WORK(5:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-DATE-WORK(7:2) DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-DATE-WORK(1:4) DELIMITED BY SIZE
                INTO WS-DATE-DISPLAY
          END-IF.

       WriteTicklerTotals.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE WS-DUE-BALANCE TO WS-TOTAL-DISPLAY
          MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
          MOVE SPACES TO WS-OUT-LINE
          STRING "HOLDS DUE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                 "  BALANCE UNDER THEM: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "HOLDS ON FILE: " DELIMITED BY SIZE
                 WS-HOLD-COUNT DELIMITED BY SIZE
                 "  OPEN: " DELIMITED BY SIZE
                 WS-OPEN-COUNT DELIMITED BY SIZE
                 "  NOT ON MASTER: " DELIMITED BY SIZE
                 WS-MISSING-COUNT DELIMITED BY SIZE
                 "  BALANCE NOT NUMERIC: " DELIMITED BY SIZE
                 WS-BAD-BALANCE-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.
