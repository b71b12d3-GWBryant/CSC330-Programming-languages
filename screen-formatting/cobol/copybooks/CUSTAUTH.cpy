      * One authorization record per user ID on CUSTAUTH.DAT, keyed
      * by the login the programs read from the USER environment
      * variable: the user's name, a Y or N for each role - INQUIRY
      * to look, MAINT to change accounts and reference data, REPAIR
      * to repair and recycle rejects, OPS to run the load, recovery
      * and purge jobs, SECURITY to keep this file - and who last
      * set the entry and when, as CCYYMMDD.
       01 AuthorizationRecord.
           05 AUTH-USERID      PIC X(12).
           05 AUTH-NAME        PIC X(30).
           05 AUTH-ROLES.
              10 AUTH-INQUIRY  PIC X(1).
              10 AUTH-MAINT    PIC X(1).
              10 AUTH-REPAIR   PIC X(1).
              10 AUTH-OPS      PIC X(1).
              10 AUTH-SECURITY PIC X(1).
           05 AUTH-SET-DATE    PIC 9(8).
           05 AUTH-SET-BY      PIC X(12).
