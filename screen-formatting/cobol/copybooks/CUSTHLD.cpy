      * One hold record per disputed account on CUSTHOLD.DAT, keyed
      * by CUST-ID: whether the hold is O open or R released, why it
      * was placed, the dates it was opened, is next to be followed
      * up and was released, all CCYYMMDD, the analyst working it,
      * and the desk's notes.  A released hold stays on file so the
      * dispute's history is kept; an open hold keeps the account
      * out of the collections letters.
       01 HoldRecord.
           05 HLD-CUST-ID       PIC 9(6).
           05 HLD-STATUS        PIC X(1).
           05 HLD-REASON        PIC X(30).
           05 HLD-OPENED-DATE   PIC 9(8).
           05 HLD-FOLLOWUP-DATE PIC 9(8).
           05 HLD-RELEASED-DATE PIC 9(8).
           05 HLD-ANALYST       PIC X(12).
           05 HLD-NOTES         PIC X(60).
