      * generations really are daily and in order - a gap in the     *
      * GDG shifts the comparison by one line, the same way it       *
      * would in the drawer of printouts this report replaces.       *
      *                                                              *
      * Archived calls made by the OGHWPRB canary probe under its    *
      * reserved name (copybook OGHWPRN) are not business traffic -  *
      * a probe every few minutes would otherwise set a floor under  *
      * every day's volume and, on a bad morning, swell its failure  *
      * rate. They are skipped and counted at the foot of the page.  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-WOW-DELTA           PIC S9(4)V99 COMP-3.
       01 WS-FLAGGED-COUNT       PIC S9(4) COMP VALUE 0.

      * the canary probe's reserved user name - see copybook OGHWPRN
           COPY OGHWPRN.
       01 WS-PROBE-EXCLUDED      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-RATE-ED         PIC ZZ9.99.
           05 WS-DELTA-ED        PIC +ZZ9.99.
           05 WS-MARGIN-ED       PIC ZZ9.99.
           05 WS-DAYS-ED         PIC ZZZ9.
           05 WS-FLAGGED-ED      PIC ZZZ9.
           05 WS-PROBE-ED        PIC ZZZZZZZ9.

       01 WS-HEADING-LINE.
           05 FILLER             PIC X(8)  VALUE "DATE".
      * record reflects container-handling trouble, not OGHWJ3
      * trouble, and would overstate the failure rate. Within that
      * population a record is failed when the LINK itself failed or
      * either RESP came back non-zero. The canary probe's records
      * are counted apart before any of that - see the prologue.
       PROCESS-ARCHIVE-RECORD.
           IF AUD-USER-NAME = PRN-PROBE-USER-NAME
               ADD 1 TO WS-PROBE-EXCLUDED
           ELSE
               PERFORM ACCUMULATE-ARCHIVE-RECORD
           END-IF
           PERFORM READ-ARCHIVE-RECORD
           .

       ACCUMULATE-ARCHIVE-RECORD.
           IF AUD-TIMESTAMP (1:8) NOT = WS-CURRENT-DATE
               PERFORM CLOSE-CURRENT-DAY
               PERFORM OPEN-NEW-DAY
               PERFORM COUNT-DISTINCT-USER THRU
                       COUNT-DISTINCT-USER-EXIT
           END-IF
           .

       OPEN-NEW-DAY.
           END-STRING
           WRITE REPORT-LINE

           IF WS-PROBE-EXCLUDED > 0
               MOVE WS-PROBE-EXCLUDED TO WS-PROBE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CANARY PROBE CALLS (EXCLUDED) . . . : "
                           DELIMITED BY SIZE
                      WS-PROBE-ED       DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-USERS-FLOOR
               MOVE WS-USER-TABLE-MAX TO WS-USER-TABLE-MAX-ED
               MOVE SPACES TO REPORT-LINE
