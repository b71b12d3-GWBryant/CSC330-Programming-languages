               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

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
      * one catalog record per registered extract: its business date
           05 CAT-FILE-NAME   PIC X(32).
           05 CAT-VERIFIED    PIC X(1).

       FD AuthFile.
       COPY CUSTAUTH.

       FD SecurityLogFile.
       COPY SECREC.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
      * runMode picks the operation:
      * the extract itself unless the extract has been verified.
      * The night stream runs the compare and state summary against
      * the .CLEAN file, so their outputs carry compound .CLEAN.*
      * names and are purged alongside the single-level ones, as are
      * the master unload and resync files it writes ahead of the
      * load.
       01 WS-SUFFIX-TABLE.
           05 FILLER PIC X(16) VALUE ".SORTED".
           05 FILLER PIC X(16) VALUE ".CLEAN".
           05 FILLER PIC X(16) VALUE ".CLEAN.DELTA".
           05 FILLER PIC X(16) VALUE ".CLEAN.CHANGES".
           05 FILLER PIC X(16) VALUE ".CLEAN.STATERPT".
           05 FILLER PIC X(16) VALUE ".UNLOAD".
           05 FILLER PIC X(16) VALUE ".UNLOAD.RESYNC".
           05 FILLER PIC X(16) VALUE ".UNLOAD.CLNSORT".
       01 WS-SUFFIX-LIST REDEFINES WS-SUFFIX-TABLE.
           05 WS-SUFFIX OCCURS 16 TIMES PIC X(16).
       01 WS-SUFFIX-INDEX         PIC 9(2) VALUE 0.

      * catalog names land inside CALL "SYSTEM" command lines, so
       01 WS-CALL-RC              PIC S9(9) VALUE 0.
       01 WS-CALL-EXIT            PIC S9(4) VALUE 0.

      * PURGE deletes files, so the operator running it must hold
      * the OPS role on CUSTAUTH.DAT; the other modes only register,
      * verify and report and stay open to anyone.  Every check,
      * allowed or denied, and every purge that finishes is appended
      * to CUSTSEC.LOG for the auditors.
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

       PROCEDURE DIVISION CHAINING runMode, parmOne, parmTwo.
       Begin.
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                PERFORM LoadCatalog
                PERFORM RunComparePair
             WHEN "PURGE"
                MOVE "PURGE" TO WS-SEC-ACTION
                MOVE "CUSTGEN.CAT" TO WS-SEC-FILENAME
                PERFORM CheckOperatorAuthority
                PERFORM LoadCatalog
                PERFORM PurgeOldGenerations
                MOVE "DONE" TO WS-SEC-OUTCOME
                MOVE "GENERATIONS PURGED" TO WS-SEC-DETAIL
                MOVE WS-PURGED-GENS TO WS-SEC-COUNT
                PERFORM WriteSecurityRecord
             WHEN "LIST"
                PERFORM LoadCatalog
                PERFORM ListCatalog
                ADD 1 TO WS-HELD-GENS
             ELSE
                PERFORM VARYING WS-SUFFIX-INDEX FROM 1 BY 1
                      UNTIL WS-SUFFIX-INDEX > 16
                   PERFORM RemoveDerivedFile
                END-PERFORM
                IF WS-GEN-VERIFIED(WS-GEN-INDEX) = 'Y'
                 ALL "&" ALL "<" ALL ">" ALL "(" ALL ")" ALL "{"
                 ALL "}" ALL "*" ALL "?" ALL "!" ALL "#" ALL "~"
                 ALL "^" ALL "[" ALL "]" ALL "%" ALL "\".

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
             DISPLAY "custGenCatalog REFUSED - USER "
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
          MOVE "custGenCatalog" TO SEC-PROGRAM
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
