      * One run history record is appended to CUSTRUN.HIST for every
      * step custNightStream runs and every worklist file
      * screenFormatBatch formats: the date the stream started as
      * CCYYMMDD, so a step that runs past midnight stays with its
      * night, which stream ran it, the step name or worklist file,
      * how it ended, its start and end date and time (HHMMSSss),
      * the elapsed seconds between them, and the data records in
      * the file the step worked on.  custRunReport reads it back.
       01 RunHistoryRecord.
           05 RHS-RUN-DATE     PIC 9(8).
           05 RHS-STREAM       PIC X(8).
           05 RHS-STEP         PIC X(32).
           05 RHS-STATUS       PIC X(4).
           05 RHS-START-DATE   PIC 9(8).
           05 RHS-START-TIME   PIC 9(8).
           05 RHS-END-DATE     PIC 9(8).
           05 RHS-END-TIME     PIC 9(8).
           05 RHS-ELAPSED      PIC 9(7)V99.
           05 RHS-RECORD-COUNT PIC 9(9).
