      * One entry per valid CUST-STATE on the STATEZIP.REF reference
      * file, keyed on the two-letter code: the state's name, then up
      * to ten ranges of three-digit ZIP prefixes assigned to it, low
      * and high inclusive, with the count of ranges in use.  A
      * CUST-ZIP belongs to the state when its first three digits
      * fall inside one of the ranges.  custStateMaint keeps the file;
      * custEdit, custRejectRepair and custMasterMaint validate
      * against it.
       01 StateZipRecord.
           05 SZ-STATE            PIC X(2).
           05 SZ-STATE-NAME       PIC X(20).
           05 SZ-RANGE-COUNT      PIC 9(2).
           05 SZ-RANGE OCCURS 10 TIMES.
              10 SZ-ZIP3-LOW      PIC 9(3).
              10 SZ-ZIP3-HIGH     PIC 9(3).
