      * One security record is appended to CUSTSEC.LOG each time a
      * protected program checks CUSTAUTH.DAT, and again when an
      * allowed run finishes: who ran it, which program, the action
      * asked for, against which file, when, the outcome - ALLOWED,
      * DENIED or DONE - and for DONE what the run changed and how
      * many times.
       01 SecurityRecord.
           05 SEC-USERID   PIC X(12).
           05 SEC-PROGRAM  PIC X(20).
           05 SEC-ACTION   PIC X(8).
           05 SEC-FILENAME PIC X(32).
           05 SEC-DATE     PIC X(10).
           05 SEC-TIME     PIC X(8).
           05 SEC-OUTCOME  PIC X(7).
           05 SEC-DETAIL   PIC X(24).
           05 SEC-COUNT    PIC 9(9).
