      ****************************************************************
      * OGHWUSA - change-audit record for the HWUSER user registry   *
      * (see copybook OGHWUSR). OGHWUSM writes one per change it     *
      * applies, to the sequential USRAUDIT dataset - a new          *
      * generation per run, the same way OGDB1MNT's AUDITOUT keeps   *
      * the IVPDB1 before/after images.                              *
      *                                                              *
      * USA-BEFORE-IMAGE is SPACES on an add, USA-AFTER-IMAGE is     *
      * SPACES on a delete - the pair reads as the before/after      *
      * image of the registry record.                                *
      ****************************************************************
       01 HWUSRAUD-RECORD.
           05 USA-TIMESTAMP        PIC X(14).
           05 USA-ACTION           PIC X(01).
               88 USA-ACTION-ADD          VALUE "A".
               88 USA-ACTION-REPLACE      VALUE "R".
               88 USA-ACTION-DELETE       VALUE "D".
           05 USA-USER-NAME        PIC X(10).
           05 USA-BEFORE-IMAGE     PIC X(40).
           05 USA-AFTER-IMAGE      PIC X(40).
