      * One journal record is appended to CUSTMAST.JRNL for every
      * change any program makes to CUSTOMER.MASTER: the date as
      * CCYYMMDD and the time as HHMMSSss it was made, the program
      * that made it, the file that drove it, the action - A added,
      * C changed, D deleted - and the master image on each side of
      * the change.  An add carries spaces in its before image, a
      * delete carries spaces in its after image.  Three markers
      * carry no account: R when custMasterLoad empties the master to
      * rebuild it, S when custMasterRecover saves an image of the
      * master (the image file in the source field), and P when
      * custMasterRecover puts the master back to an earlier point.
       01 JournalRecord.
           05 JRN-DATE         PIC 9(8).
           05 JRN-TIME         PIC 9(8).
           05 JRN-PROGRAM      PIC X(20).
           05 JRN-SOURCE-FILE  PIC X(42).
           05 JRN-ACTION       PIC X(1).
           05 JRN-BEFORE-IMAGE PIC X(117).
           05 JRN-AFTER-IMAGE  PIC X(117).
