      * CTL-PACE-NAMES names the run delays CTL-PACE-SECONDS.        *
      * Zero, blank or non-numeric in either field means no          *
      * throttle - existing unthrottled nights need no record.       *
      *                                                              *
      * The OGHWPRB canary probe keeps its own record on the same    *
      * file (CTL-JOB-NAME "OGHWPRB"), read through the              *
      * HWCNTL-PROBE-RECORD view below, so operations tune it the    *
      * same way:                                                    *
      *                                                              *
      *   CPB-COMMAND R (or spaces, or no record at all) - probe;    *
      *   CPB-COMMAND P - suspend: the probe keeps rescheduling      *
      *     itself but sends nothing, so a planned OGHWJ3 outage     *
      *     does not page anyone;                                    *
      *   CPB-COMMAND S - stop: the probe does not reschedule.       *
      *                                                              *
      * CPB-INTERVAL-SECONDS is the gap between probes (default      *
      * 300), CPB-SLOW-MS the round trip above which a probe counts  *
      * as slow (default 2000) and CPB-ALERT-AFTER the run of        *
      * consecutive failed or slow probes that raises the operator   *
      * alert (default 3). Zero, blank or non-numeric keeps the      *
      * default.                                                     *
      ****************************************************************
       01 HWCNTL-RECORD.
           05 CTL-JOB-NAME         PIC X(08).
           05 CTL-PACE-NAMES       PIC 9(04).
           05 CTL-PACE-SECONDS     PIC 9(04).
           05 FILLER               PIC X(63).

       01 HWCNTL-PROBE-RECORD REDEFINES HWCNTL-RECORD.
           05 CPB-JOB-NAME         PIC X(08).
           05 CPB-COMMAND          PIC X(01).
               88 CPB-RUN                 VALUE "R" " ".
               88 CPB-SUSPEND             VALUE "P".
               88 CPB-STOP                VALUE "S".
           05 CPB-INTERVAL-SECONDS PIC 9(04).
           05 CPB-SLOW-MS          PIC 9(06).
           05 CPB-ALERT-AFTER      PIC 9(04).
           05 FILLER               PIC X(57).
