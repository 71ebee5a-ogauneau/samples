      * entry in-storage table whose overflow turned the count into  *
      * a floor. The JCL must allocate the AIX path DD alongside     *
      * the base cluster, IBM convention HWAUDIT1.                   *
      *                                                              *
      * Calls made by the OGHWPRB canary probe under its reserved    *
      * name (copybook OGHWPRN) are real HWAUDIT records but not     *
      * business traffic: they are left out of every figure above    *
      * and counted on a line of their own.                          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-TOTAL-INVOCATIONS   PIC S9(8) COMP VALUE 0.
           05 WS-NONZERO-RESP-COUNT  PIC S9(8) COMP VALUE 0.
           05 WS-DISTINCT-USER-COUNT PIC S9(8) COMP VALUE 0.
           05 WS-PROBE-EXCLUDED      PIC S9(8) COMP VALUE 0.

      * the canary probe's reserved user name - see copybook OGHWPRN
           COPY OGHWPRN.

      * the user whose records the alternate-key pass is currently
      * walking - a key break is one more distinct user
           05 WS-NONZERO-ED      PIC ZZZZZZZ9.
           05 WS-DISTINCT-ED     PIC ZZZZZZZ9.
           05 WS-LANG-VOL-ED     PIC ZZZZZZZ9.
           05 WS-PROBE-ED        PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      *
      * at neither (e.g. GET-ARGUMENTS failed before the LINK was
      * ever attempted) reflects container-handling trouble, not
      * OGHWJ3 trouble, and would overstate OGHWJ3's failure rate.
      * The canary probe's calls are counted apart for the same
      * reason - they are not business volume.
       PROCESS-AUDIT-RECORD.
           IF AUD-USER-NAME = PRN-PROBE-USER-NAME
               ADD 1 TO WS-PROBE-EXCLUDED
           ELSE
               IF AUD-LINK-OK OR AUD-LINK-FAILED
                   ADD 1 TO WS-TOTAL-INVOCATIONS
                   IF AUD-LINK-FAILED
                       OR AUD-RESPCODE NOT = 0
                       OR AUD-RESPCODE2 NOT = 0
                       ADD 1 TO WS-NONZERO-RESP-COUNT
                   END-IF
                   PERFORM RECORD-LANGUAGE-VOLUME
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD
           .
       COUNT-USER-KEY-BREAK.
           IF AUD-USER-NAME NOT = SPACES
              AND AUD-USER-NAME NOT = WS-PREV-USER
              AND AUD-USER-NAME NOT = PRN-PROBE-USER-NAME
               ADD 1 TO WS-DISTINCT-USER-COUNT
           END-IF
           MOVE AUD-USER-NAME TO WS-PREV-USER
           END-STRING
           WRITE REPORT-LINE

           IF WS-PROBE-EXCLUDED > 0
               MOVE WS-PROBE-EXCLUDED TO WS-PROBE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CANARY PROBE CALLS (NOT COUNTED) . : "
                           DELIMITED BY SIZE
                      WS-PROBE-ED       DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-LANG-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
