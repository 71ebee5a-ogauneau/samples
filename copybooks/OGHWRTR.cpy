      ****************************************************************
      * OGHWRTR - one name on the HWRETRY retry file: a name that    *
      * failed in an OGHWBAT run (DLV-STATUS "F" on HWDELIV) and is  *
      * still owed its greeting. OGHWRTY writes a new generation     *
      * after every run; the next night's OGHWINT merges that        *
      * generation into the intake as one more source next to        *
      * DEPTIN1-3, and the OGHWRTY after that run drops the names    *
      * that were served and bumps the count on the ones that        *
      * failed again.                                                *
      *                                                              *
      * The first sixteen bytes line up with WS-WORK-NAME,           *
      * WS-WORK-LANG and WS-WORK-DEPT (see copybook OGHWWRK), so the *
      * intake copies them across as they stand: the name goes back  *
      * in the language it first asked for and is charged to the     *
      * department that originally submitted it, not to whichever    *
      * DD happens to carry it.                                      *
      ****************************************************************
       01 HWRETRY-RECORD.
           05 RTR-USER-NAME        PIC X(10).
           05 RTR-REQ-LANG         PIC X(02).
           05 RTR-DEPT-CODE        PIC X(04).
      *  failed runs so far, this one included - a name whose count
      *  reaches the OGHWRTY limit comes off the file and onto that
      *  department's "given up" report instead
           05 RTR-ATTEMPT-COUNT    PIC 9(04).
      *  run dates (YYYYMMDD, off the HWDELIV header) of the first
      *  failure and of the latest one
           05 RTR-FIRST-FAIL-DATE  PIC X(08).
           05 RTR-LAST-FAIL-DATE   PIC X(08).
           05 FILLER               PIC X(44).
