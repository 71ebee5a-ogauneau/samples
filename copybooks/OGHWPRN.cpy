      ****************************************************************
      * OGHWPRN - the reserved user name the OGHWPRB canary probe    *
      * greets. Its LINKs through OGCOBHW2 write real HWAUDIT and    *
      * OGCORAUD records, so every report that counts business       *
      * traffic (OGHWRPT, OGHWLAT, OGHWTRD, OGHWREC) copies this     *
      * and leaves records for the name out of its volumes and       *
      * failure rates. The asterisks keep it out of reach of any     *
      * real customer name.                                          *
      ****************************************************************
       01 PRN-PROBE-USER-NAME     PIC X(10) VALUE "*HWPROBE*".
