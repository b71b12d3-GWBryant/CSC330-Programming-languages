               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.

           SELECT StateZipFile ASSIGN TO "STATEZIP.REF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SZ-STATE
               FILE STATUS IS WS-STATEZIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ExtractFile.
       FD BalanceControlFile.
       COPY BALCTL.

       FD StateZipFile.
       COPY STATEZIP.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 extractName PIC X(32).
       01 WS-BYPASS-COUNT         PIC 9(9) VALUE 0.
       01 WS-CLEAN-HASH-TOTAL     PIC 9(13)V99 VALUE 0.
       01 WS-BALCTL-STATUS        PIC X(2) VALUE "00".
       01 WS-STATEZIP-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-DATE             PIC 9(8).

      * every field failure appends its two-digit reason code to the
      * reject record, so one record rejected for three reasons shows
      * all three; the counts below are per reason, not per record.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 8 TIMES.
              10 WS-REASON-CODE  PIC X(2).
              10 WS-REASON-TEXT  PIC X(24).
              10 WS-REASON-COUNT PIC 9(9).
       01 WS-REASON-INDEX         PIC 9(2) VALUE 0.
       01 WS-RECORD-REASONS       PIC X(24) VALUE SPACES.
       01 WS-REASON-POS           PIC 9(2) VALUE 0.
       01 WS-RECORD-VALID         PIC X(1) VALUE 'Y'.

      * valid state codes and the ZIP prefixes that belong to each
      * come from STATEZIP.REF, kept by custStateMaint.
       01 WS-STATE-VALID          PIC X(1) VALUE 'N'.
       01 WS-ZIP-IN-STATE         PIC X(1) VALUE 'N'.
       01 WS-ZIP3                 PIC 9(3) VALUE 0.
       01 WS-RANGE-INDEX          PIC 9(2) VALUE 0.

       COPY CUSTREC.

                 ".REJECT" DELIMITED BY SIZE
             INTO WS-REJECT-FILE-NAME

          OPEN INPUT StateZipFile
          IF WS-STATEZIP-STATUS NOT = "00"
             DISPLAY "STATEZIP.REF OPEN FAILED - STATUS "
                WS-STATEZIP-STATUS " - RUN custStateMaint SEED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          OPEN INPUT ExtractFile
          OPEN OUTPUT CleanFile
          OPEN OUTPUT RejectFile
          CLOSE ExtractFile
          CLOSE CleanFile
          CLOSE RejectFile
          CLOSE StateZipFile

          PERFORM PostBalanceControl
          PERFORM ShowEditCounts.
          MOVE "CUST-ZIP INVALID" TO WS-REASON-TEXT(6)
          MOVE "07" TO WS-REASON-CODE(7)
          MOVE "CUST-BALANCE NOT NUMERIC" TO WS-REASON-TEXT(7)
          MOVE "08" TO WS-REASON-CODE(8)
          MOVE "CUST-ZIP NOT IN STATE" TO WS-REASON-TEXT(8)
          PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                UNTIL WS-REASON-INDEX > 8
             MOVE 0 TO WS-REASON-COUNT(WS-REASON-INDEX)
          END-PERFORM.

             PERFORM FlagReason
          END-IF
          PERFORM CheckZipCode
          IF WS-STATE-VALID = 'Y' AND CUST-ZIP(1:5) NUMERIC
             PERFORM CheckZipInState
             IF WS-ZIP-IN-STATE = 'N'
                MOVE 8 TO WS-REASON-INDEX
                PERFORM FlagReason
             END-IF
          END-IF
          IF CUST-BALANCE NOT NUMERIC
             MOVE 7 TO WS-REASON-INDEX
             PERFORM FlagReason
             TO WS-RECORD-REASONS(WS-REASON-POS:2)
          ADD 2 TO WS-REASON-POS.

      * a state is valid when it is on the reference file; the read
      * leaves its entry in StateZipRecord for CheckZipInState.
       CheckStateCode.
          MOVE 'N' TO WS-STATE-VALID
          MOVE CUST-STATE TO SZ-STATE
          READ StateZipFile
             INVALID KEY MOVE 'N' TO WS-STATE-VALID
             NOT INVALID KEY MOVE 'Y' TO WS-STATE-VALID
          END-READ.

      * the first three ZIP digits must fall inside one of the
      * prefix ranges the reference file assigns to the state.
       CheckZipInState.
          MOVE 'N' TO WS-ZIP-IN-STATE
          MOVE CUST-ZIP(1:3) TO WS-ZIP3
          PERFORM VARYING WS-RANGE-INDEX FROM 1 BY 1
                UNTIL WS-RANGE-INDEX > SZ-RANGE-COUNT
                   OR WS-RANGE-INDEX > 10
                   OR WS-ZIP-IN-STATE = 'Y'
             IF WS-ZIP3 >= SZ-ZIP3-LOW(WS-RANGE-INDEX)
                   AND WS-ZIP3 <= SZ-ZIP3-HIGH(WS-RANGE-INDEX)
                MOVE 'Y' TO WS-ZIP-IN-STATE
             END-IF
          END-PERFORM.

          DISPLAY "BLANK/TRAILER:    " WS-BYPASS-COUNT
          DISPLAY "FAILURES BY REASON:"
          PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                UNTIL WS-REASON-INDEX > 8
             DISPLAY "  " WS-REASON-CODE(WS-REASON-INDEX)
                " " WS-REASON-TEXT(WS-REASON-INDEX)
                " " WS-REASON-COUNT(WS-REASON-INDEX)
