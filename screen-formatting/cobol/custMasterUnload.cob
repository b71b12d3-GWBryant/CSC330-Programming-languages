       IDENTIFICATION DIVISION.
       PROGRAM-ID. custMasterUnload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO "CUSTOMER.MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CUST-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT UnloadFile ASSIGN TO unloadName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

           SELECT CleanFile ASSIGN TO cleanName
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.

           SELECT CleanSortedFile ASSIGN TO WS-CLEAN-SORTED-NAME
               ORGANIZATION IS SEQUENTIAL.

           SELECT SortWork ASSIGN TO "SORTWK".

           SELECT ResyncFile ASSIGN TO WS-RESYNC-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESYNC-STATUS.

           SELECT MergeLogFile ASSIGN TO "CUSTMERGE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
       01 MasterRecord.
           05 MST-CUST-ID     PIC 9(6).
           05 MST-DETAIL      PIC X(111).

       FD UnloadFile.
       01 UnloadRecord    PIC X(133).

       FD CleanFile.
       01 CleanRecord     PIC X(133).

       FD CleanSortedFile.
       01 CleanSortedRecord PIC X(133).

       SD SortWork.
       01 SortRecord.
           05 SRT-ID          PIC 9(6).
           05 FILLER          PIC X(127).

       FD ResyncFile.
       01 ResyncRecord    PIC X(295).

       FD MergeLogFile.
       COPY CUSTMRG.

       WORKING-STORAGE SECTION.
       01 END-OF-FILE PIC Z(1).
       01 END-OF-CLEAN PIC Z(1).
       01 END-OF-RELEASE PIC Z(1).
       01 END-OF-MERGE-LOG PIC Z(1).
      * unloadName receives the master in the 133-byte extract
      * layout, sealed with a control trailer.  cleanName is the
      * clean extract the master was last loaded from; when it is
      * given, every account the master now holds differently is
      * written to <unloadName>.RESYNC for the source system to
      * apply.  Left blank, only the unload is written.
       01 unloadName PIC X(32).
       01 cleanName  PIC X(32).

       01 WS-MASTER-STATUS        PIC X(2) VALUE "00".
       01 WS-UNLOAD-STATUS        PIC X(2) VALUE "00".
       01 WS-CLEAN-STATUS         PIC X(2) VALUE "00".
       01 WS-RESYNC-STATUS        PIC X(2) VALUE "00".
       01 WS-CLEAN-SORTED-NAME    PIC X(42) VALUE SPACES.
       01 WS-RESYNC-FILE-NAME     PIC X(42) VALUE SPACES.
       01 WS-RESYNC-WANTED        PIC X(1) VALUE 'N'.

       01 WS-UNLOAD-COUNT         PIC 9(9) VALUE 0.
       01 WS-UNLOAD-HASH-TOTAL    PIC 9(13)V99 VALUE 0.

      * the clean extract is sorted on CUST-ID and walked once
      * alongside the master in key order, as custCompare walks its
      * two extracts; HIGH-VALUES on either key after end-of-file
      * lets one loop drain both sides.  The sort keeps duplicate
      * keys in file order, so the first copy is the one
      * custMasterLoad loaded and any later copy is one it skipped.
       01 WS-MASTER-KEY           PIC X(6) VALUE SPACES.
       01 WS-CLEAN-KEY            PIC X(6) VALUE SPACES.
       01 WS-LAST-CLEAN-KEY       PIC X(6) VALUE SPACES.
       01 WS-MATCHED-COUNT        PIC 9(9) VALUE 0.
       01 WS-ADD-COUNT            PIC 9(9) VALUE 0.
       01 WS-CORRECT-COUNT        PIC 9(9) VALUE 0.
       01 WS-DELETE-COUNT         PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-COUNT      PIC 9(9) VALUE 0.
       01 WS-RESYNC-TXN-COUNT     PIC 9(9) VALUE 0.
       01 WS-RESYNC-HASH-TOTAL    PIC 9(13)V99 VALUE 0.

       01 WS-REASON-FIELDS        PIC X(40) VALUE SPACES.
       01 WS-REASON-PTR           PIC 9(4) VALUE 0.

      * an account custMergeAccounts retired is deleted from the
      * source with the survivor named in the reason, so the source
      * retires it instead of sending it back.  The merge log is
      * held the way custCompare holds it.
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

       COPY CUSTREC.

       COPY CUSTREC REPLACING ==CustomerRecord== BY ==SourceCustomer==
                      LEADING ==CUST== BY ==SRC==.

       COPY CUSTRSY.

       COPY CUSTTRL.

       PROCEDURE DIVISION CHAINING unloadName, cleanName.
       Begin.
          IF FUNCTION TRIM(unloadName) = SPACES
             DISPLAY "AN UNLOAD FILE NAME IS REQUIRED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          IF FUNCTION TRIM(cleanName) NOT = SPACES
             MOVE 'Y' TO WS-RESYNC-WANTED
          END-IF
          STRING FUNCTION TRIM(unloadName) DELIMITED BY SIZE
                 ".RESYNC" DELIMITED BY SIZE
             INTO WS-RESYNC-FILE-NAME
          STRING FUNCTION TRIM(unloadName) DELIMITED BY SIZE
                 ".CLNSORT" DELIMITED BY SIZE
             INTO WS-CLEAN-SORTED-NAME

          OPEN INPUT MasterFile
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "CUSTOMER.MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-RESYNC-WANTED = 'Y'
             OPEN INPUT CleanFile
             IF WS-CLEAN-STATUS NOT = "00"
                DISPLAY "CLEAN EXTRACT OPEN FAILED - STATUS "
                   WS-CLEAN-STATUS " FOR " FUNCTION TRIM(cleanName)
                CLOSE MasterFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             CLOSE CleanFile
          END-IF

          OPEN OUTPUT UnloadFile
          IF WS-UNLOAD-STATUS NOT = "00"
             DISPLAY "UNLOAD FILE OPEN FAILED - STATUS "
                WS-UNLOAD-STATUS " FOR " FUNCTION TRIM(unloadName)
             CLOSE MasterFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF

          IF WS-RESYNC-WANTED = 'Y'
             PERFORM LoadMergeLog
             SORT SortWork ON ASCENDING KEY SRT-ID
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE ReleaseCleanExtract
                GIVING CleanSortedFile
             OPEN INPUT CleanSortedFile
             OPEN OUTPUT ResyncFile
             IF WS-RESYNC-STATUS NOT = "00"
                DISPLAY "RESYNC FILE OPEN FAILED - STATUS "
                   WS-RESYNC-STATUS " FOR "
                   FUNCTION TRIM(WS-RESYNC-FILE-NAME)
                CLOSE CleanSortedFile
                CLOSE UnloadFile
                CLOSE MasterFile
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             PERFORM ReadCleanFile
          ELSE
             MOVE HIGH-VALUES TO WS-CLEAN-KEY
          END-IF

          PERFORM ReadMasterFile

          PERFORM UNTIL WS-MASTER-KEY = HIGH-VALUES
                    AND WS-CLEAN-KEY = HIGH-VALUES
             EVALUATE TRUE
                WHEN WS-MASTER-KEY < WS-CLEAN-KEY
                   PERFORM UnloadMasterRecord
                   IF WS-RESYNC-WANTED = 'Y'
                      PERFORM WriteAddTransaction
                   END-IF
                   PERFORM ReadMasterFile
                WHEN WS-MASTER-KEY > WS-CLEAN-KEY
                   PERFORM WriteDeleteTransaction
                   PERFORM ReadCleanFile
                WHEN OTHER
                   PERFORM UnloadMasterRecord
                   PERFORM CompareWithSource
                   PERFORM ReadMasterFile
                   PERFORM ReadCleanFile
             END-EVALUATE
          END-PERFORM

          CLOSE MasterFile
          PERFORM SealUnloadFile

          DISPLAY "CUSTOMER.MASTER UNLOADED TO "
             FUNCTION TRIM(unloadName)
          DISPLAY "RECORD COUNT: " WS-UNLOAD-COUNT
          DISPLAY "HASH TOTAL:   " WS-UNLOAD-HASH-TOTAL

          IF WS-RESYNC-WANTED = 'Y'
             CLOSE CleanSortedFile
             PERFORM SealResyncFile
             DISPLAY "RESYNC TRANSACTIONS WRITTEN TO "
                FUNCTION TRIM(WS-RESYNC-FILE-NAME)
                "  TRANSACTIONS " WS-RESYNC-TXN-COUNT
                "  HASH " WS-RESYNC-HASH-TOTAL
             DISPLAY "MATCHED: " WS-MATCHED-COUNT
                "  CORRECTED: " WS-CORRECT-COUNT
                "  ADDED: " WS-ADD-COUNT
                "  DELETED: " WS-DELETE-COUNT
                "  DUPLICATE: " WS-DUPLICATE-COUNT
          ELSE
             DISPLAY "NO CLEAN EXTRACT NAMED - NO RESYNC FILE WRITTEN"
          END-IF.
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
          IF SRC-ID NUMERIC
             PERFORM VARYING WS-MERGE-INDEX FROM 1 BY 1
                   UNTIL WS-MERGE-INDEX > WS-MERGE-COUNT
                IF WS-MERGE-LOSER(WS-MERGE-INDEX) = SRC-ID
                   IF WS-MERGE-FOUND = 0
                         OR WS-MERGE-DATE(WS-MERGE-INDEX)
                            >= WS-MERGE-DATE(WS-MERGE-FOUND)
                      MOVE WS-MERGE-INDEX TO WS-MERGE-FOUND
                   END-IF
                END-IF
             END-PERFORM
          END-IF.

      * blank lines and control trailers never reach the sorted
      * file, so the match sees only real accounts.
       ReleaseCleanExtract.
          MOVE 0 TO END-OF-RELEASE
          OPEN INPUT CleanFile
          READ CleanFile
             AT END MOVE 1 TO END-OF-RELEASE
          END-READ
          PERFORM UNTIL END-OF-RELEASE = 1
             IF FUNCTION TRIM(CleanRecord) NOT = SPACES
                   AND CleanRecord(1:3) NOT = "TRL"
                MOVE CleanRecord TO SortRecord
                RELEASE SortRecord
             END-IF
             READ CleanFile
                AT END MOVE 1 TO END-OF-RELEASE
             END-READ
          END-PERFORM
          CLOSE CleanFile.

       ReadMasterFile.
          READ MasterFile
             AT END MOVE 1 TO END-OF-FILE
          END-READ
          IF END-OF-FILE = 1
             MOVE HIGH-VALUES TO WS-MASTER-KEY
          ELSE
             MOVE MasterRecord TO CustomerRecord
             MOVE MST-CUST-ID TO WS-MASTER-KEY
          END-IF.

      * a second copy of a key the source already sent was skipped
      * by the load, so the source is told to delete it here and the
      * match moves on to the next key.
       ReadCleanFile.
          PERFORM ReadCleanRecord
          PERFORM UNTIL WS-CLEAN-KEY = HIGH-VALUES
                OR WS-CLEAN-KEY NOT = WS-LAST-CLEAN-KEY
             PERFORM WriteDuplicateTransaction
             PERFORM ReadCleanRecord
          END-PERFORM
          MOVE WS-CLEAN-KEY TO WS-LAST-CLEAN-KEY.

       ReadCleanRecord.
          READ CleanSortedFile
             AT END MOVE 1 TO END-OF-CLEAN
          END-READ
          IF END-OF-CLEAN = 1
             MOVE HIGH-VALUES TO WS-CLEAN-KEY
          ELSE
             MOVE CleanSortedRecord(1:FUNCTION LENGTH(SourceCustomer))
                TO SourceCustomer
             MOVE SRC-ID TO WS-CLEAN-KEY
          END-IF.

      * the unload carries every master account in the extract
      * layout; a balance that fails the numeric test still counts
      * toward the record count but adds nothing to the hash total,
      * the rule custTrailerWrite seals under.
       UnloadMasterRecord.
          MOVE SPACES TO UnloadRecord
          MOVE CustomerRecord
             TO UnloadRecord(1:FUNCTION LENGTH(CustomerRecord))
          WRITE UnloadRecord
          ADD 1 TO WS-UNLOAD-COUNT
          IF CUST-BALANCE NUMERIC
             ADD CUST-BALANCE TO WS-UNLOAD-HASH-TOTAL
          END-IF.

      * the reason for a correction names each field the master
      * now holds differently from the source.
       CompareWithSource.
          ADD 1 TO WS-MATCHED-COUNT
          IF CustomerRecord NOT = SourceCustomer
             MOVE SPACES TO WS-REASON-FIELDS
             MOVE 1 TO WS-REASON-PTR
             IF CUST-NAME NOT = SRC-NAME
                STRING " NAME" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             IF CUST-ADDRESS NOT = SRC-ADDRESS
                STRING " ADDRESS" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             IF CUST-CITY NOT = SRC-CITY
                STRING " CITY" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             IF CUST-STATE NOT = SRC-STATE
                STRING " STATE" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             IF CUST-ZIP NOT = SRC-ZIP
                STRING " ZIP" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             IF CUST-BALANCE NOT = SRC-BALANCE
                STRING " BALANCE" DELIMITED BY SIZE
                   INTO WS-REASON-FIELDS WITH POINTER WS-REASON-PTR
             END-IF
             ADD 1 TO WS-CORRECT-COUNT
             MOVE SPACES TO ResyncTransaction
             MOVE "C" TO RSY-ACTION
             STRING "CORRECTED ON MASTER:" DELIMITED BY SIZE
                    WS-REASON-FIELDS DELIMITED BY SIZE
                INTO RSY-REASON
             MOVE SourceCustomer TO RSY-SOURCE-IMAGE
             MOVE CustomerRecord TO RSY-MASTER-IMAGE
             PERFORM WriteResyncTransaction
             IF CUST-BALANCE NUMERIC
                ADD CUST-BALANCE TO WS-RESYNC-HASH-TOTAL
             END-IF
          END-IF.

       WriteAddTransaction.
          ADD 1 TO WS-ADD-COUNT
          MOVE SPACES TO ResyncTransaction
          MOVE "A" TO RSY-ACTION
          MOVE "ADDED ON MASTER - NOT IN SOURCE EXTRACT" TO RSY-REASON
          MOVE CustomerRecord TO RSY-MASTER-IMAGE
          PERFORM WriteResyncTransaction
          IF CUST-BALANCE NUMERIC
             ADD CUST-BALANCE TO WS-RESYNC-HASH-TOTAL
          END-IF.

      * a source account the master no longer holds was either
      * merged into another account or deleted outright.
       WriteDeleteTransaction.
          ADD 1 TO WS-DELETE-COUNT
          PERFORM FindMergedAccount
          MOVE SPACES TO ResyncTransaction
          MOVE "D" TO RSY-ACTION
          IF WS-MERGE-FOUND = 0
             MOVE "DELETED FROM MASTER" TO RSY-REASON
          ELSE
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
             STRING "MERGED INTO " DELIMITED BY SIZE
                    WS-MERGE-SURVIVOR(WS-MERGE-FOUND)
                       DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-MERGE-DATE-DISPLAY DELIMITED BY SIZE
                INTO RSY-REASON
          END-IF
          MOVE SourceCustomer TO RSY-SOURCE-IMAGE
          PERFORM WriteResyncTransaction
          IF SRC-BALANCE NUMERIC
             ADD SRC-BALANCE TO WS-RESYNC-HASH-TOTAL
          END-IF.

       WriteDuplicateTransaction.
          ADD 1 TO WS-DUPLICATE-COUNT
          MOVE SPACES TO ResyncTransaction
          MOVE "D" TO RSY-ACTION
          MOVE "DUPLICATE CUST-ID IN SOURCE - NOT LOADED"
             TO RSY-REASON
          MOVE SourceCustomer TO RSY-SOURCE-IMAGE
          PERFORM WriteResyncTransaction
          IF SRC-BALANCE NUMERIC
             ADD SRC-BALANCE TO WS-RESYNC-HASH-TOTAL
          END-IF.

       WriteResyncTransaction.
          WRITE ResyncRecord FROM ResyncTransaction
          ADD 1 TO WS-RESYNC-TXN-COUNT.

      * both files are sealed the way custTrailerWrite seals an
      * extract, so the source system balances them before use.
       SealUnloadFile.
          MOVE "TRL" TO TRL-TAG
          MOVE WS-UNLOAD-COUNT TO TRL-RECORD-COUNT
          MOVE WS-UNLOAD-HASH-TOTAL TO TRL-HASH-TOTAL
          WRITE UnloadRecord FROM ControlTrailer
          CLOSE UnloadFile.

       SealResyncFile.
          MOVE "TRL" TO TRL-TAG
          MOVE WS-RESYNC-TXN-COUNT TO TRL-RECORD-COUNT
          MOVE WS-RESYNC-HASH-TOTAL TO TRL-HASH-TOTAL
          MOVE SPACES TO ResyncRecord
          MOVE ControlTrailer
             TO ResyncRecord(1:FUNCTION LENGTH(ControlTrailer))
          WRITE ResyncRecord
          CLOSE ResyncFile.
