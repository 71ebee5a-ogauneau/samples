      * fallback shape as OGHWARC's retention card). Run this in     *
      * the nightly window next to OGHWRPT, before OGHWARC empties   *
      * HWAUDIT.                                                     *
      *                                                              *
      * The OGHWPRB canary probe's own calls (its reserved name -    *
      * see copybook OGHWPRN) are left out of the figures and        *
      * counted on a line of their own: the probe's timings are on   *
      * its HWPRBLOG, and they would flatter a quiet hour's average. *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-TOTAL-SUM-MS        PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOTAL-MAX-MS        PIC S9(8)  COMP VALUE 0.
           05 WS-TOTAL-OVER          PIC S9(8)  COMP VALUE 0.
           05 WS-PROBE-EXCLUDED      PIC S9(8)  COMP VALUE 0.
       01 WS-AVG-MS              PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-MAX-ED          PIC ZZZZZZZ9.
           05 WS-OVER-ED         PIC ZZZZZZZ9.
           05 WS-SKIPPED-ED      PIC ZZZZZZZ9.
           05 WS-PROBE-ED        PIC ZZZZZZZ9.

      * the canary probe's reserved user name - see copybook OGHWPRN
           COPY OGHWPRN.

       01 WS-HEADING-LINE.
           05 FILLER             PIC X(4)  VALUE "HOUR".
      * Only records where the LINK was actually attempted are in
      * scope, and of those only the ones whose elapsed time was
      * really captured (see the prologue on zero) are measured.
      * The canary probe's calls are set aside first.
       MEASURE-AUDIT-RECORD.
           IF AUD-USER-NAME = PRN-PROBE-USER-NAME
               ADD 1 TO WS-PROBE-EXCLUDED
           ELSE
               IF AUD-LINK-OK OR AUD-LINK-FAILED
                   IF AUD-ELAPSED-MS > 0
                       PERFORM TALLY-ELAPSED-TIME
                   ELSE
                       ADD 1 TO WS-NOT-CAPTURED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-PROBE-EXCLUDED > 0
               MOVE WS-PROBE-EXCLUDED TO WS-PROBE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CANARY PROBE CALLS (EXCLUDED) . . . : "
                           DELIMITED BY SIZE
                      WS-PROBE-ED   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

      * One line per clock hour that saw measured calls - quiet
