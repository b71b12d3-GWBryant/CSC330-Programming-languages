       IDENTIFICATION DIVISION.
       PROGRAM-ID. custStateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxnFile ASSIGN TO txnName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      * DYNAMIC access lets one open take keyed adds, changes and
      * deletes and also walk the whole file in key order for LIST.
           SELECT StateZipFile ASSIGN TO "STATEZIP.REF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SZ-STATE
               FILE STATUS IS WS-STATEZIP-STATUS.

           SELECT ReportFile ASSIGN TO WS-REPORT-FILE-NAME
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
      * a reference transaction is a one-byte action code - A to
      * add, C to change, D to delete - followed by the
      * StateZipRecord fields at their own positions; a change
      * replaces the whole entry, name and ranges together, and a
      * delete only needs the state code filled in.
       FD TxnFile.
       01 TxnRecord       PIC X(85).

       FD StateZipFile.
       COPY STATEZIP.

       FD ReportFile.
       01 ReportRecord    PIC X(133).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
      * txnName is a transaction file, or SEED to start an empty
      * reference file from the Postal Service's standard prefix
      * assignments, or LIST to print the file as it stands.
       01 txnName     PIC X(32).

       01 WS-TXN-STATUS           PIC X(2) VALUE "00".
       01 WS-STATEZIP-STATUS      PIC X(2) VALUE "00".
       01 WS-REPORT-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-OUT-LINE             PIC X(133) VALUE SPACES.
       01 WS-RUN-MODE             PIC X(8) VALUE SPACES.
       01 WS-TXN-ACTION           PIC X(1) VALUE SPACE.
       01 WS-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-LIST-COUNT           PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

       01 WS-ACTION-COUNTS.
           05 WS-ADD-APPLIED      PIC 9(9) VALUE 0.
           05 WS-ADD-REJECTED     PIC 9(9) VALUE 0.
           05 WS-CHG-APPLIED      PIC 9(9) VALUE 0.
           05 WS-CHG-REJECTED     PIC 9(9) VALUE 0.
           05 WS-DEL-APPLIED      PIC 9(9) VALUE 0.
           05 WS-DEL-REJECTED     PIC 9(9) VALUE 0.
           05 WS-BAD-ACTION       PIC 9(9) VALUE 0.

       01 WS-RANGE-INDEX          PIC 9(2) VALUE 0.
       01 WS-RANGE-TEXT           PIC X(80) VALUE SPACES.
       01 WS-RANGE-POS            PIC 9(3) VALUE 1.

      * the standard assignments, used only by SEED to start an
      * empty file: state, name, and up to three prefix ranges of
      * low and high digits, 000000 for a range not used.  Once the
      * file exists it is the only list anything validates against,
      * and changes go through transactions.
       01 WS-SEED-TABLE.
           05 FILLER PIC X(40) VALUE
              "ALALABAMA             350369000000000000".
           05 FILLER PIC X(40) VALUE
              "AKALASKA              995999000000000000".
           05 FILLER PIC X(40) VALUE
              "AZARIZONA             850865000000000000".
           05 FILLER PIC X(40) VALUE
              "ARARKANSAS            716729000000000000".
           05 FILLER PIC X(40) VALUE
              "CACALIFORNIA          900961000000000000".
           05 FILLER PIC X(40) VALUE
              "COCOLORADO            800816000000000000".
           05 FILLER PIC X(40) VALUE
              "CTCONNECTICUT         060069000000000000".
           05 FILLER PIC X(40) VALUE
              "DEDELAWARE            197199000000000000".
           05 FILLER PIC X(40) VALUE
              "DCDISTRICT OF COLUMBIA200200202205569569".
           05 FILLER PIC X(40) VALUE
              "FLFLORIDA             320349000000000000".
           05 FILLER PIC X(40) VALUE
              "GAGEORGIA             300319398399000000".
           05 FILLER PIC X(40) VALUE
              "HIHAWAII              967968000000000000".
           05 FILLER PIC X(40) VALUE
              "IDIDAHO               832838000000000000".
           05 FILLER PIC X(40) VALUE
              "ILILLINOIS            600629000000000000".
           05 FILLER PIC X(40) VALUE
              "ININDIANA             460479000000000000".
           05 FILLER PIC X(40) VALUE
              "IAIOWA                500528000000000000".
           05 FILLER PIC X(40) VALUE
              "KSKANSAS              660679000000000000".
           05 FILLER PIC X(40) VALUE
              "KYKENTUCKY            400427000000000000".
           05 FILLER PIC X(40) VALUE
              "LALOUISIANA           700714000000000000".
           05 FILLER PIC X(40) VALUE
              "MEMAINE               039049000000000000".
           05 FILLER PIC X(40) VALUE
              "MDMARYLAND            206219000000000000".
           05 FILLER PIC X(40) VALUE
              "MAMASSACHUSETTS       010027055055000000".
           05 FILLER PIC X(40) VALUE
              "MIMICHIGAN            480499000000000000".
           05 FILLER PIC X(40) VALUE
              "MNMINNESOTA           550567000000000000".
           05 FILLER PIC X(40) VALUE
              "MSMISSISSIPPI         386397000000000000".
           05 FILLER PIC X(40) VALUE
              "MOMISSOURI            630658000000000000".
           05 FILLER PIC X(40) VALUE
              "MTMONTANA             590599000000000000".
           05 FILLER PIC X(40) VALUE
              "NENEBRASKA            680693000000000000".
           05 FILLER PIC X(40) VALUE
              "NVNEVADA              889898000000000000".
           05 FILLER PIC X(40) VALUE
              "NHNEW HAMPSHIRE       030038000000000000".
           05 FILLER PIC X(40) VALUE
              "NJNEW JERSEY          070089000000000000".
           05 FILLER PIC X(40) VALUE
              "NMNEW MEXICO          870884000000000000".
           05 FILLER PIC X(40) VALUE
              "NYNEW YORK            005005100149000000".
           05 FILLER PIC X(40) VALUE
              "NCNORTH CAROLINA      270289000000000000".
           05 FILLER PIC X(40) VALUE
              "NDNORTH DAKOTA        580588000000000000".
           05 FILLER PIC X(40) VALUE
              "OHOHIO                430459000000000000".
           05 FILLER PIC X(40) VALUE
              "OKOKLAHOMA            730732734749000000".
           05 FILLER PIC X(40) VALUE
              "OROREGON              970979000000000000".
           05 FILLER PIC X(40) VALUE
              "PAPENNSYLVANIA        150196000000000000".
           05 FILLER PIC X(40) VALUE
              "PRPUERTO RICO         006009000000000000".
           05 FILLER PIC X(40) VALUE
              "RIRHODE ISLAND        028029000000000000".
           05 FILLER PIC X(40) VALUE
              "SCSOUTH CAROLINA      290299000000000000".
           05 FILLER PIC X(40) VALUE
              "SDSOUTH DAKOTA        570577000000000000".
           05 FILLER PIC X(40) VALUE
              "TNTENNESSEE           370385000000000000".
           05 FILLER PIC X(40) VALUE
              "TXTEXAS               733733750799885885".
           05 FILLER PIC X(40) VALUE
              "UTUTAH                840847000000000000".
           05 FILLER PIC X(40) VALUE
              "VTVERMONT             050054056059000000".
           05 FILLER PIC X(40) VALUE
              "VAVIRGINIA            201201220246000000".
           05 FILLER PIC X(40) VALUE
              "WAWASHINGTON          980994000000000000".
           05 FILLER PIC X(40) VALUE
              "WVWEST VIRGINIA       247268000000000000".
           05 FILLER PIC X(40) VALUE
              "WIWISCONSIN           530549000000000000".
           05 FILLER PIC X(40) VALUE
              "WYWYOMING             820831000000000000".
       01 WS-SEED-LIST REDEFINES WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 52 TIMES.
              10 WS-SEED-STATE    PIC X(2).
              10 WS-SEED-NAME     PIC X(20).
              10 WS-SEED-RANGE OCCURS 3 TIMES.
                 15 WS-SEED-LOW   PIC 9(3).
                 15 WS-SEED-HIGH  PIC 9(3).
       01 WS-SEED-INDEX           PIC 9(2) VALUE 0.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-DISPLAY     PIC X(10).

      * SEED and transaction runs need the MAINT role on
      * CUSTAUTH.DAT; LIST is open to anyone.  Every check, allowed
      * or denied, and every update run that finishes is appended to
      * CUSTSEC.LOG for the auditors.
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

       PROCEDURE DIVISION CHAINING txnName.
       Begin.
          IF FUNCTION TRIM(txnName) = SPACES
             DISPLAY "A TRANSACTION FILE NAME, SEED OR LIST IS"
                " REQUIRED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(txnName))
             TO WS-RUN-MODE

          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          STRING WS-RUN-DATE(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-RUN-DATE(1:4) DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY

      * LIST only reads the reference file; SEED and transaction
      * runs change it and need the MAINT role.
          IF WS-RUN-MODE NOT = "LIST"
             IF WS-RUN-MODE = "SEED"
                MOVE "SEED" TO WS-SEC-ACTION
                MOVE "STATEZIP.REF" TO WS-SEC-FILENAME
             ELSE
                MOVE "UPDATE" TO WS-SEC-ACTION
                MOVE txnName TO WS-SEC-FILENAME
             END-IF
             PERFORM CheckOperatorAuthority
          END-IF

          IF WS-RUN-MODE = "SEED" OR WS-RUN-MODE = "LIST"
             MOVE "STATEZIP.REFRPT" TO WS-REPORT-FILE-NAME
          ELSE
             STRING FUNCTION TRIM(txnName) DELIMITED BY SIZE
                    ".REFRPT" DELIMITED BY SIZE
                INTO WS-REPORT-FILE-NAME
             OPEN INPUT TxnFile
             IF WS-TXN-STATUS NOT = "00"
                DISPLAY "TRANSACTION FILE NOT AVAILABLE - STATUS "
                   WS-TXN-STATUS " FOR " FUNCTION TRIM(txnName)
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF

      * the first SEED or add run finds no reference file and
      * starts an empty one; LIST of a file that is not there is
      * an error, not an empty list.
          IF WS-RUN-MODE = "LIST"
             OPEN INPUT StateZipFile
          ELSE
             OPEN I-O StateZipFile
             IF WS-STATEZIP-STATUS = "35"
                OPEN OUTPUT StateZipFile
                CLOSE StateZipFile
                OPEN I-O StateZipFile
             END-IF
          END-IF
          IF WS-STATEZIP-STATUS NOT = "00"
             DISPLAY "STATEZIP.REF OPEN FAILED - STATUS "
                WS-STATEZIP-STATUS
             IF WS-RUN-MODE NOT = "SEED" AND WS-RUN-MODE NOT = "LIST"
                CLOSE TxnFile
             END-IF
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN OUTPUT ReportFile
          MOVE SPACES TO WS-OUT-LINE
          STRING "STATE/ZIP REFERENCE MAINTENANCE  RUN DATE "
                 DELIMITED BY SIZE
                 WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
                 "  INPUT: " DELIMITED BY SIZE
                 FUNCTION TRIM(txnName) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE

          EVALUATE WS-RUN-MODE
             WHEN "SEED"
                PERFORM SeedReferenceFile
             WHEN "LIST"
                PERFORM ListReferenceFile
             WHEN OTHER
                READ TxnFile
                   AT END MOVE 1 TO END-OF-FILE
                END-READ
                PERFORM UNTIL END-OF-FILE = 1
                   PERFORM ApplyTransaction
                   READ TxnFile
                      AT END MOVE 1 TO END-OF-FILE
                   END-READ
                END-PERFORM
                CLOSE TxnFile
          END-EVALUATE

          CLOSE StateZipFile
          IF WS-RUN-MODE NOT = "LIST"
             PERFORM WriteActionSummary
          END-IF
          CLOSE ReportFile

          IF WS-RUN-MODE NOT = "LIST"
             MOVE "DONE" TO WS-SEC-OUTCOME
             MOVE "REFERENCE CHANGES" TO WS-SEC-DETAIL
             COMPUTE WS-SEC-COUNT = WS-ADD-APPLIED + WS-CHG-APPLIED
                + WS-DEL-APPLIED
             PERFORM WriteSecurityRecord
          END-IF

          DISPLAY "REFERENCE REPORT WRITTEN TO "
             FUNCTION TRIM(WS-REPORT-FILE-NAME)
          IF WS-ADD-REJECTED + WS-CHG-REJECTED + WS-DEL-REJECTED
                + WS-BAD-ACTION > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * a state already on file is left as it is and reported, so
      * SEED can be rerun safely and never undoes a change the desk
      * has made since.
       SeedReferenceFile.
          MOVE "A" TO WS-TXN-ACTION
          PERFORM VARYING WS-SEED-INDEX FROM 1 BY 1
                UNTIL WS-SEED-INDEX > 52
             ADD 1 TO WS-READ-COUNT
             MOVE ZEROS TO StateZipRecord
             MOVE WS-SEED-STATE(WS-SEED-INDEX) TO SZ-STATE
             MOVE WS-SEED-NAME(WS-SEED-INDEX) TO SZ-STATE-NAME
             MOVE 0 TO SZ-RANGE-COUNT
             PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > 3
                IF WS-SEED-HIGH(WS-SEED-INDEX, WS-RANGE-INDEX) > 0
                   ADD 1 TO SZ-RANGE-COUNT
                   MOVE WS-SEED-LOW(WS-SEED-INDEX, WS-RANGE-INDEX)
                      TO SZ-ZIP3-LOW(SZ-RANGE-COUNT)
                   MOVE WS-SEED-HIGH(WS-SEED-INDEX, WS-RANGE-INDEX)
                      TO SZ-ZIP3-HIGH(SZ-RANGE-COUNT)
                END-IF
             END-PERFORM
             MOVE SPACES TO WS-REJECT-REASON
             PERFORM ApplyAdd
          END-PERFORM.

       ListReferenceFile.
          READ StateZipFile NEXT RECORD
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          PERFORM UNTIL END-OF-FILE = 1
             ADD 1 TO WS-LIST-COUNT
             PERFORM FormatRanges
             MOVE SPACES TO WS-OUT-LINE
             STRING SZ-STATE DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    SZ-STATE-NAME DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-RANGE-TEXT DELIMITED BY SIZE
                INTO WS-OUT-LINE
             WRITE ReportRecord FROM WS-OUT-LINE
             READ StateZipFile NEXT RECORD
                AT END MOVE 1 TO END-OF-FILE
             END-READ
          END-PERFORM
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "STATES ON FILE: " DELIMITED BY SIZE
                 WS-LIST-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

      * blank lines and control trailers are control data, not
      * transactions, the same rule custMasterMaint applies.
       ApplyTransaction.
          ADD 1 TO WS-READ-COUNT
          IF FUNCTION TRIM(TxnRecord) = SPACES
                OR TxnRecord(1:3) = "TRL"
             ADD 1 TO WS-BYPASS-COUNT
          ELSE
             MOVE TxnRecord(1:1) TO WS-TXN-ACTION
             MOVE TxnRecord(2:FUNCTION LENGTH(StateZipRecord))
                TO StateZipRecord
             MOVE SPACES TO WS-REJECT-REASON
             EVALUATE WS-TXN-ACTION
                WHEN "A"
                   PERFORM EditStateEntry
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyAdd
                   ELSE
                      ADD 1 TO WS-ADD-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "C"
                   PERFORM EditStateEntry
                   IF WS-REJECT-REASON = SPACES
                      PERFORM ApplyChange
                   ELSE
                      ADD 1 TO WS-CHG-REJECTED
                      PERFORM WriteRejectedLine
                   END-IF
                WHEN "D"
                   PERFORM ApplyDelete
                WHEN OTHER
                   ADD 1 TO WS-BAD-ACTION
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                   PERFORM WriteRejectedLine
             END-EVALUATE
          END-IF.

      * ranges past the count are cleared, so an entry that drops
      * a range on change does not carry the old one along unseen.
       EditStateEntry.
          EVALUATE TRUE
             WHEN SZ-STATE NOT ALPHABETIC-UPPER
                   OR SZ-STATE(1:1) = SPACE
                   OR SZ-STATE(2:1) = SPACE
                MOVE "STATE CODE NOT TWO LETTERS" TO WS-REJECT-REASON
             WHEN SZ-STATE-NAME = SPACES
                MOVE "STATE NAME MISSING" TO WS-REJECT-REASON
             WHEN SZ-RANGE-COUNT NOT NUMERIC
                MOVE "RANGE COUNT NOT 1 TO 10" TO WS-REJECT-REASON
             WHEN SZ-RANGE-COUNT < 1 OR SZ-RANGE-COUNT > 10
                MOVE "RANGE COUNT NOT 1 TO 10" TO WS-REJECT-REASON
          END-EVALUATE
          IF WS-REJECT-REASON = SPACES
             PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > 10
                IF WS-RANGE-INDEX > SZ-RANGE-COUNT
                   MOVE 0 TO SZ-ZIP3-LOW(WS-RANGE-INDEX)
                   MOVE 0 TO SZ-ZIP3-HIGH(WS-RANGE-INDEX)
                ELSE
                   IF SZ-ZIP3-LOW(WS-RANGE-INDEX) NOT NUMERIC
                         OR SZ-ZIP3-HIGH(WS-RANGE-INDEX) NOT NUMERIC
                      MOVE "ZIP PREFIX RANGE NOT NUMERIC"
                         TO WS-REJECT-REASON
                   ELSE
                      IF SZ-ZIP3-LOW(WS-RANGE-INDEX)
                            > SZ-ZIP3-HIGH(WS-RANGE-INDEX)
                         MOVE "ZIP PREFIX RANGE LOW > HIGH"
                            TO WS-REJECT-REASON
                      END-IF
                   END-IF
                END-IF
             END-PERFORM
          END-IF.

       ApplyAdd.
          WRITE StateZipRecord
             INVALID KEY
                ADD 1 TO WS-ADD-REJECTED
                MOVE "STATE ALREADY ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                ADD 1 TO WS-ADD-APPLIED
                PERFORM WriteAppliedLine
          END-WRITE.

       ApplyChange.
          REWRITE StateZipRecord
             INVALID KEY
                ADD 1 TO WS-CHG-REJECTED
                MOVE "STATE NOT ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                ADD 1 TO WS-CHG-APPLIED
                PERFORM WriteAppliedLine
          END-REWRITE.

       ApplyDelete.
          DELETE StateZipFile
             INVALID KEY
                ADD 1 TO WS-DEL-REJECTED
                MOVE "STATE NOT ON FILE" TO WS-REJECT-REASON
                PERFORM WriteRejectedLine
             NOT INVALID KEY
                ADD 1 TO WS-DEL-APPLIED
                MOVE 0 TO SZ-RANGE-COUNT
                PERFORM WriteAppliedLine
          END-DELETE.

       FormatRanges.
          MOVE SPACES TO WS-RANGE-TEXT
          MOVE 1 TO WS-RANGE-POS
          IF SZ-RANGE-COUNT NUMERIC
             PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                   UNTIL WS-RANGE-INDEX > SZ-RANGE-COUNT
                      OR WS-RANGE-INDEX > 10
                STRING SZ-ZIP3-LOW(WS-RANGE-INDEX) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       SZ-ZIP3-HIGH(WS-RANGE-INDEX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-RANGE-TEXT WITH POINTER WS-RANGE-POS
             END-PERFORM
          END-IF.

       WriteAppliedLine.
          PERFORM FormatRanges
          MOVE SPACES TO WS-OUT-LINE
          STRING "APPLIED  " DELIMITED BY SIZE
                 WS-TXN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 SZ-STATE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 SZ-STATE-NAME DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-RANGE-TEXT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteRejectedLine.
          MOVE SPACES TO WS-OUT-LINE
          STRING "REJECTED " DELIMITED BY SIZE
                 WS-TXN-ACTION DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 SZ-STATE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

       WriteActionSummary.
          MOVE SPACES TO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "ADDS     APPLIED: " DELIMITED BY SIZE
                 WS-ADD-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-ADD-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "CHANGES  APPLIED: " DELIMITED BY SIZE
                 WS-CHG-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-CHG-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "DELETES  APPLIED: " DELIMITED BY SIZE
                 WS-DEL-APPLIED DELIMITED BY SIZE
                 "  REJECTED: " DELIMITED BY SIZE
                 WS-DEL-REJECTED DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "UNKNOWN ACTION: " DELIMITED BY SIZE
                 WS-BAD-ACTION DELIMITED BY SIZE
                 "  BLANK/TRAILER: " DELIMITED BY SIZE
                 WS-BYPASS-COUNT DELIMITED BY SIZE
                 "  TRANSACTIONS READ: " DELIMITED BY SIZE
                 WS-READ-COUNT DELIMITED BY SIZE
             INTO WS-OUT-LINE
          WRITE ReportRecord FROM WS-OUT-LINE.

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
                   IF AUTH-MAINT = "Y"
                      MOVE "ALLOWED" TO WS-SEC-OUTCOME
                      MOVE "MAINT ROLE HELD" TO WS-SEC-DETAIL
                   ELSE
                      MOVE "NO MAINT ROLE" TO WS-SEC-DETAIL
                   END-IF
             END-READ
             CLOSE AuthFile
          END-IF
          MOVE 0 TO WS-SEC-COUNT
          PERFORM WriteSecurityRecord
          IF WS-SEC-OUTCOME NOT = "ALLOWED"
             DISPLAY "custStateMaint REFUSED - USER "
                FUNCTION TRIM(WS-SEC-USERID)
                " DOES NOT HOLD THE MAINT ROLE ("
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
          MOVE "custStateMaint" TO SEC-PROGRAM
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
