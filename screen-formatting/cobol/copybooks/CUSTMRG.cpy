      * One merge record is appended to CUSTMERGE.DAT by
      * custMergeAccounts for every duplicate account it retires: the
      * run date as CCYYMMDD, the surviving and the retired CUST-ID,
      * the balance moved across, the survivor's balance after the
      * move, and the retired account's last master image.
      * custCompare reads the log back so a retired account that
      * leaves the extract is reported as merged, not dropped.
       01 MergeRecord.
           05 MRG-RUN-DATE        PIC 9(8).
           05 MRG-SURVIVOR-ID     PIC 9(6).
           05 MRG-LOSER-ID        PIC 9(6).
           05 MRG-BALANCE-MOVED   PIC 9(7)V99.
           05 MRG-SURVIVOR-NEW    PIC 9(7)V99.
           05 MRG-LOSER-IMAGE     PIC X(117).
