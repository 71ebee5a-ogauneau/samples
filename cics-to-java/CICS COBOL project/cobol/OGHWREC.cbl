      * RECRPT; any discrepancy ends the run RC 4 so the schedule    *
      * can hold the compliance hand-off. Run after the online day   *
      * closes and BEFORE OGHWARC empties HWAUDIT.                   *
      *                                                              *
      * Calls made by the OGHWPRB canary probe under its reserved    *
      * name (copybook OGHWPRN) are not business traffic and are     *
      * left out of both passes and the checked counts; pass 1       *
      * counts them on a line of their own. OGCORAUD carries no      *
      * user name, so a probe correlation record whose HWAUDIT       *
      * record is missing still shows as an orphan - the drift is    *
      * real whoever made the call.                                  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CORAUD-ORPHANS      PIC S9(8) COMP VALUE 0.
           05 WS-OUTCOME-MISMATCHES  PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-DISCREPANCIES PIC S9(8) COMP VALUE 0.
           05 WS-PROBE-EXCLUDED      PIC S9(8) COMP VALUE 0.

      * the canary probe's reserved user name - see copybook OGHWPRN
           COPY OGHWPRN.

       01 WS-RUN-DATE            PIC 9(8).

           05 WS-AUD-ORPHAN-ED   PIC ZZZZZZZ9.
           05 WS-COR-ORPHAN-ED   PIC ZZZZZZZ9.
           05 WS-MISMATCH-ED     PIC ZZZZZZZ9.
           05 WS-PROBE-ED        PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      *
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-AUDIT
           PERFORM CHECK-AUDIT-RECORD THRU CHECK-AUDIT-RECORD-EXIT
                   UNTIL WS-EOF
           .
       RECONCILE-AUDIT-TRAIL-EXIT.
           EXIT.
           .

       CHECK-AUDIT-RECORD.
           IF AUD-USER-NAME = PRN-PROBE-USER-NAME
               ADD 1 TO WS-PROBE-EXCLUDED
               PERFORM READ-NEXT-AUDIT
               GO TO CHECK-AUDIT-RECORD-EXIT
           END-IF
           IF AUD-LINK-OK OR AUD-LINK-FAILED
               ADD 1 TO WS-AUDIT-CHECKED
               PERFORM LOOKUP-CORAUD-RECORD
           END-IF
           PERFORM READ-NEXT-AUDIT
           .
       CHECK-AUDIT-RECORD-EXIT.
           EXIT.

       LOOKUP-CORAUD-RECORD.
           MOVE "N"                 TO WS-FOUND-SWITCH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-NEXT-CORAUD
           PERFORM CHECK-CORAUD-RECORD THRU CHECK-CORAUD-RECORD-EXIT
                   UNTIL WS-EOF
           .
       RECONCILE-CORAUD-TRAIL-EXIT.
           EXIT.
           .

       CHECK-CORAUD-RECORD.
           MOVE "N"           TO WS-FOUND-SWITCH
           MOVE COR-TIMESTAMP TO AUD-TIMESTAMP
           READ HWAUDIT-FILE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ
      *  the probe's own correlation record - already set aside in
      *  pass 1 along with its audit record
           IF WS-RECORD-FOUND
              AND AUD-USER-NAME = PRN-PROBE-USER-NAME
               PERFORM READ-NEXT-CORAUD
               GO TO CHECK-CORAUD-RECORD-EXIT
           END-IF
           ADD 1 TO WS-CORAUD-CHECKED
           IF NOT WS-RECORD-FOUND
               ADD 1 TO WS-CORAUD-ORPHANS
               ADD 1 TO WS-TOTAL-DISCREPANCIES
           END-IF
           PERFORM READ-NEXT-CORAUD
           .
       CHECK-CORAUD-RECORD-EXIT.
           EXIT.

       REPORT-AUDIT-ORPHAN.
           MOVE SPACES TO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-PROBE-EXCLUDED > 0
               MOVE WS-PROBE-EXCLUDED TO WS-PROBE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "CANARY PROBE RECORDS (NOT CHECKED) : "
                           DELIMITED BY SIZE
                      WS-PROBE-ED       DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-TOTAL-DISCREPANCIES = 0
               MOVE "TRAILS RECONCILE CLEAN" TO REPORT-LINE
