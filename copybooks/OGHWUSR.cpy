      ****************************************************************
      * OGHWUSR - one customer on the user registry, the indexed     *
      * file HWUSER (RIDFLD/RECORD KEY = USR-USER-NAME). Loaded and  *
      * maintained only through the OGHWUSM batch program, which     *
      * writes a before/after image of every change it applies to    *
      * its own change audit (see copybook OGHWUSA).                 *
      *                                                              *
      * OGHWEDT rejects a work-file name that is not on the file or  *
      * is not active; OGCOBHW2's RESOLVE-GREETING-LANGUAGE takes    *
      * USR-PREF-LANG when the caller sent no LNGHWCOB container,    *
      * so batch, MQ and CECI callers all greet a customer in the    *
      * same language.                                               *
      ****************************************************************
       01 HWUSER-RECORD.
           05 USR-USER-NAME        PIC X(10).
      *  only an active customer is greeted by the batch cycle - an
      *  inactive one is held, a closed one is gone for good but kept
      *  on file so the name is not silently re-used
           05 USR-STATUS           PIC X(01).
               88 USR-STATUS-ACTIVE       VALUE "A".
               88 USR-STATUS-INACTIVE     VALUE "I".
               88 USR-STATUS-CLOSED       VALUE "C".
               88 USR-STATUS-VALID        VALUE "A" "I" "C".
      *  preferred greeting language - SPACES means no preference,
      *  and the English default stands
           05 USR-PREF-LANG        PIC X(02).
      *  owning department, the same four-byte code OGHWINT stamps
      *  into WS-WORK-DEPT (see copybook OGHWWRK)
           05 USR-DEPT-CODE        PIC X(04).
      *  YYYYMMDDHHMMSS of the last OGHWUSM change applied
           05 USR-LAST-CHANGED     PIC X(14).
           05 FILLER               PIC X(09).
