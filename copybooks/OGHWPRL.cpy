      ****************************************************************
      * OGHWPRL - one record of the HWPRBLOG probe log, written by   *
      * OGHWPRB for every canary probe it sends (HWPRBLOG is an      *
      * ESDS; each WRITE appends).                                   *
      *                                                              *
      * PRL-RESULT says how the probe went: O - the expected         *
      * greeting came back inside the slow threshold; S - it came    *
      * back, but slower than CPB-SLOW-MS (see copybook OGHWCTL);    *
      * F - it did not come back, or came back wrong, and            *
      * PRL-FAIL-REASON names the step. PRL-CONSEC-BAD is the run    *
      * of failed or slow probes this one belongs to (zero on an O   *
      * record) and PRL-ALERT-FLAG is Y on the probe that raised an  *
      * operator alert.                                              *
      ****************************************************************
       01 HWPRBLOG-RECORD.
      *  YYYYMMDDHHMMSS the probe was sent, then its EIBTASKN
           05 PRL-TIMESTAMP        PIC X(14).
           05 PRL-TASK-NUMBER      PIC 9(07).
           05 PRL-RESULT           PIC X(01).
               88 PRL-RESULT-OK           VALUE "O".
               88 PRL-RESULT-SLOW         VALUE "S".
               88 PRL-RESULT-FAILED       VALUE "F".
      *  round trip of the OGCOBHW2 LINK in milliseconds (ABSTIME
      *  ticks) - zero when the LINK was never reached
           05 PRL-ELAPSED-MS       PIC 9(08).
           05 PRL-RESPCODE         PIC 9(08).
           05 PRL-RESPCODE2        PIC 9(08).
           05 PRL-FAIL-REASON      PIC X(15).
           05 PRL-CONSEC-BAD       PIC 9(04).
           05 PRL-ALERT-FLAG       PIC X(01).
               88 PRL-ALERT-RAISED        VALUE "Y".
           05 FILLER               PIC X(14).
