      ****************************************************************
      * OGHWSBQ - one ad-hoc greeting request taken on the OGHWSUB   *
      * screen (transaction HWSB), on the indexed file HWSBREQ       *
      * (RIDFLD/RECORD KEY = SBQ-REQUEST-NO). The names themselves   *
      * and what became of each are on HWSBRES (copybook OGHWSBR).   *
      *                                                              *
      * SBQ-STATUS moves P (pending - written, the HWSP task not     *
      * yet started) to R (running - OGHWSBP has picked it up) to C  *
      * (complete - every name served or failed). OGHWSBP rewrites   *
      * the served and failed counts after each name, so the status  *
      * view shows a running request's progress as it goes.          *
      *                                                              *
      * Key 00000000 is not a request: it is the number control      *
      * record, read through the HWSBREQ-CONTROL-RECORD view below.  *
      * OGHWSUB takes the next request number from it under READ     *
      * UPDATE, so two terminals submitting at once cannot be given  *
      * the same number. The status list stops when it reaches it.   *
      ****************************************************************
       01 HWSBREQ-RECORD.
           05 SBQ-REQUEST-NO       PIC 9(08).
           05 SBQ-STATUS           PIC X(01).
               88 SBQ-STATUS-PENDING      VALUE "P".
               88 SBQ-STATUS-RUNNING      VALUE "R".
               88 SBQ-STATUS-COMPLETE     VALUE "C".
      *  signed-on userid of the requester, from EXEC CICS ASSIGN
           05 SBQ-USER-ID          PIC X(08).
      *  department keyed at the top of the screen - the default for
      *  any name keyed without a department of its own
           05 SBQ-DEPT-CODE        PIC X(04).
      *  YYYYMMDDHHMMSS; SPACES until the event happens
           05 SBQ-SUBMIT-TS        PIC X(14).
           05 SBQ-START-TS         PIC X(14).
           05 SBQ-END-TS           PIC X(14).
           05 SBQ-NAME-COUNT       PIC 9(04).
           05 SBQ-SERVED-COUNT     PIC 9(04).
           05 SBQ-FAILED-COUNT     PIC 9(04).
           05 FILLER               PIC X(05).

       01 HWSBREQ-CONTROL-RECORD REDEFINES HWSBREQ-RECORD.
           05 SBC-REQUEST-NO       PIC 9(08).
               88 SBC-CONTROL-KEY         VALUE ZERO.
           05 SBC-LAST-REQUEST-NO  PIC 9(08).
           05 FILLER               PIC X(64).
