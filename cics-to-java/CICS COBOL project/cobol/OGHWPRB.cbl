       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWPRB.
      ****************************************************************
      *  Program CICS                                                *
      *                                                              *
      * Synthetic canary probe over OGCOBHW2 and OGHWJ3 -            *
      * transaction HWPB.                                            *
      *                                                              *
      * OGHWMON only notices trouble once real callers have been     *
      * failing for a whole sampling interval, and on a quiet        *
      * morning there may be too few calls to judge at all. This     *
      * transaction sends a call of its own every few minutes: it    *
      * PUTs the reserved probe name (copybook OGHWPRN) in INHWCOB   *
      * on HWCHANNEL, LINKs OGCOBHW2 exactly as OGHWBAT's            *
      * CALL-OGCOBHW2 does, checks that OUTHWCOB comes back with the *
      * expected English greeting, and times the round trip with     *
      * ASKTIME either side of the LINK. An abend inside OGCOBHW2    *
      * (its ABORT-REQUEST - HWLK when OGHWJ3 itself failed) is      *
      * caught by PROBE-ABEND-HANDLER and logged as a failed probe,  *
      * not lost with the task.                                      *
      *                                                              *
      * Every probe appends one record to the HWPRBLOG ESDS          *
      * (copybook OGHWPRL). A run of CPB-ALERT-AFTER consecutive     *
      * failed or slow probes raises the operator alert - a console  *
      * line on CSMT and a line on TD queue HWAL, which the          *
      * automation package watches - repeated at every further       *
      * CPB-ALERT-AFTER while the run lasts, and a clear message     *
      * once a good probe ends it.                                   *
      *                                                              *
      * The interval, slow threshold and alert run come from the     *
      * probe's own HWCNTL record, re-read on every probe, which     *
      * also suspends or stops it (see copybook OGHWCTL). Each task  *
      * reschedules the next with START AFTER, under a fixed REQID   *
      * that is cancelled first - so HWPB keyed at a terminal or     *
      * started from the PLT at region start replaces the pending    *
      * probe instead of starting a second chain. The run of bad     *
      * probes rides in the START data; a chain started by hand      *
      * begins its count again at zero.                              *
      *                                                              *
      * The probe's HWAUDIT and OGCORAUD records are real ones.      *
      * OGHWRPT, OGHWLAT, OGHWTRD and OGHWREC recognise the probe    *
      * name and keep them out of the business figures.              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TMP                    PIC X(78).

       01 WS-CHANNEL-NAME        PIC X(16) VALUE "HWCHANNEL".
       01 WS-VALUE-LENGTH        PIC S9(8) COMP-4.
       01 WS-RESPCODE            PIC S9(8) COMP-4 VALUE 0.
       01 WS-RESPCODE2           PIC S9(8) COMP-4 VALUE 0.

      * the reserved probe name - see copybook OGHWPRN
           COPY OGHWPRN.

       01 ARG1.
          05 CONTAINER-NAME.
                10 FILLER PIC X(7) VALUE "INHWCOB".
                10 FILLER PIC X(9) VALUE SPACES.
          05 USER-NAME       PIC X(10) VALUE SPACES.

      * the probe always asks for English explicitly - OGCOBHW2 then
      * skips the HWUSER preference lookup, and the greeting it
      * should return is fixed
       01 LANG-ARG.
          05 CONTAINER-NAME.
                10 FILLER PIC X(8) VALUE "LNGHWCOB".
                10 FILLER PIC X(8) VALUE SPACES.
          05 LANG-CODE       PIC X(2)  VALUE "EN".

       01 RESPONSE.
          05 CONTAINER-NAME.
                10 FILLER PIC X(8) VALUE "OUTHWCOB".
                10 FILLER PIC X(8) VALUE SPACES.
          05 GREETINGS.
             10 FILLER       PIC X(20) VALUE SPACES.
             10 USER-NAME    PIC X(10) VALUE SPACES.

      * what OUTHWCOB must hold for the probe to pass - OGCOBHW2's
      * English text followed by the probe name
       01 WS-EXPECTED-GREETING.
           05 FILLER             PIC X(20) VALUE "COBOL says Hello to ".
           05 WS-EXPECTED-NAME   PIC X(10) VALUE SPACES.

      * carried from each probe task to the next in the START data.
      * The eyecatcher tells a real hand-over from a task started
      * with no data (terminal or PLT), which begins a fresh chain.
       01 WS-PROBE-STATE.
           05 PST-EYECATCHER     PIC X(8).
           05 PST-CONSEC-BAD     PIC S9(4) COMP.
           05 PST-PROBE-COUNT    PIC S9(8) COMP.
       01 WS-STATE-EYECATCHER    PIC X(8)  VALUE "OGHWPRB ".
       01 WS-STATE-LENGTH        PIC S9(4) COMP.

       01 WS-PROBE-TRANSID       PIC X(4)  VALUE "HWPB".
       01 WS-PROBE-REQID         PIC X(8)  VALUE "HWPROBE ".

      * settings from the probe's HWCNTL record, defaulted when the
      * record or a field is missing - see READ-PROBE-CONTROL
       01 WS-INTERVAL-SECONDS    PIC S9(8) COMP VALUE 300.
       01 WS-SLOW-MS             PIC S9(8) COMP VALUE 2000.
       01 WS-ALERT-AFTER         PIC S9(4) COMP VALUE 3.
       01 WS-STOP-SW             PIC X     VALUE "N".
           88 WS-PROBE-STOPPED   VALUE "Y".
       01 WS-SUSPEND-SW          PIC X     VALUE "N".
           88 WS-PROBE-SUSPENDED VALUE "Y".

      * the probe's outcome, settled by RUN-PROBE or the abend
      * handler and graded by JUDGE-PROBE-RESULT
       01 WS-PROBE-RESULT-SW     PIC X     VALUE "F".
           88 WS-PROBE-OK        VALUE "O".
           88 WS-PROBE-SLOW      VALUE "S".
           88 WS-PROBE-FAILED    VALUE "F".
       01 WS-FAIL-REASON         PIC X(15) VALUE SPACES.
       01 WS-PROBE-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 WS-PROBE-RESPCODE2     PIC S9(8) COMP-4 VALUE 0.
       01 WS-ABEND-CODE          PIC X(4)  VALUE SPACES.
       01 WS-ALERT-SW            PIC X     VALUE "N".
           88 WS-ALERT-RAISED    VALUE "Y".
       01 WS-ALERT-QUOTIENT      PIC S9(4) COMP.
       01 WS-ALERT-REMAINDER     PIC S9(4) COMP.
      *  the run a good probe just ended, for the clear message
       01 WS-ENDED-RUN           PIC S9(4) COMP VALUE 0.

       01 TIME-FIELDS.
           05 WS-ABSTIME         PIC S9(15) COMP-3.
           05 WS-DATE-YMD        PIC X(8).
           05 WS-TIME-HMS        PIC X(6).
      *  ABSTIME (milliseconds) either side of the OGCOBHW2 LINK -
      *  zero start means the LINK was never reached
           05 WS-LINK-START-ABS  PIC S9(15) COMP-3 VALUE 0.
           05 WS-LINK-END-ABS    PIC S9(15) COMP-3 VALUE 0.
           05 WS-ELAPSED-MS      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-ELAPSED-ED      PIC ZZZZZZZ9.
           05 WS-CONSEC-ED       PIC ZZZ9.
           05 WS-RESP-ED         PIC -(8)9.

      * one HWPRBLOG record - see copybook OGHWPRL
           COPY OGHWPRL.
       01 WS-PRBLOG-RBA          PIC S9(8) COMP VALUE 0.

      * the probe's control record - see copybook OGHWCTL
           COPY OGHWCTL.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           EXEC CICS HANDLE ABEND LABEL(PROBE-ABEND-HANDLER)
                END-EXEC
           PERFORM RETRIEVE-PROBE-STATE
           PERFORM READ-PROBE-CONTROL THRU READ-PROBE-CONTROL-EXIT
           IF WS-PROBE-STOPPED
               MOVE "OGHWPRB: STOPPED BY OPERATOR - NOT RESCHEDULED"
                 TO TMP
               EXEC CICS WRITEQ TD QUEUE('CSMT') FROM (TMP)
                    NOHANDLE
                    END-EXEC
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           IF WS-PROBE-SUSPENDED
               PERFORM SCHEDULE-NEXT-PROBE
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           PERFORM RUN-PROBE THRU RUN-PROBE-EXIT
           GO TO PROBE-FINISH
           .

      * Grade the probe, log it, alert if the run of bad probes has
      * reached the threshold, and reschedule. The abend handler
      * re-enters here, so an OGCOBHW2 abend is logged and alerted
      * on like any other failure.
       PROBE-FINISH.
           PERFORM JUDGE-PROBE-RESULT
           PERFORM CHECK-ALERT-THRESHOLD
           PERFORM WRITE-PROBE-LOG
           PERFORM SCHEDULE-NEXT-PROBE
           EXEC CICS RETURN
                END-EXEC.

      * OGCOBHW2 abended under the probe - its ABCODE says which step
      * (HWLK: the OGHWJ3 LINK itself failed). The round trip is
      * still clocked: a LINK that hung for a minute before failing
      * is the slowdown the probe exists to see.
       PROBE-ABEND-HANDLER.
           EXEC CICS ASKTIME ABSTIME(WS-LINK-END-ABS)
                END-EXEC
           EXEC CICS ASSIGN ABCODE(WS-ABEND-CODE)
                NOHANDLE
                END-EXEC
           SET WS-PROBE-FAILED TO TRUE
           MOVE SPACES TO WS-FAIL-REASON
           STRING "ABEND "      DELIMITED BY SIZE
                  WS-ABEND-CODE DELIMITED BY SIZE
                  INTO WS-FAIL-REASON
           END-STRING
           GO TO PROBE-FINISH
           .

      * The run of bad probes so far, handed over in the START data.
      * No data (a terminal or PLT start) or somebody else's data
      * begins a fresh chain.
       RETRIEVE-PROBE-STATE.
           MOVE LENGTH OF WS-PROBE-STATE TO WS-STATE-LENGTH
           EXEC CICS RETRIEVE INTO(WS-PROBE-STATE)
                LENGTH(WS-STATE-LENGTH)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              OR PST-EYECATCHER NOT = WS-STATE-EYECATCHER
               MOVE WS-STATE-EYECATCHER TO PST-EYECATCHER
               MOVE 0 TO PST-CONSEC-BAD
               MOVE 0 TO PST-PROBE-COUNT
           END-IF
           .

      * No HWCNTL record (or an unreadable one) probes on the
      * defaults - same judgement as OGHWBAT's READ-CONTROL-RECORD.
      * Each field is only taken when it is numeric and non-zero.
       READ-PROBE-CONTROL.
           MOVE "OGHWPRB" TO CTL-JOB-NAME
           EXEC CICS READ FILE('HWCNTL')
                INTO(HWCNTL-RECORD)
                RIDFLD(CTL-JOB-NAME)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               GO TO READ-PROBE-CONTROL-EXIT
           END-IF
           IF CPB-STOP
               SET WS-PROBE-STOPPED TO TRUE
           END-IF
           IF CPB-SUSPEND
               SET WS-PROBE-SUSPENDED TO TRUE
           END-IF
           IF CPB-INTERVAL-SECONDS IS NUMERIC
              AND CPB-INTERVAL-SECONDS > 0
               MOVE CPB-INTERVAL-SECONDS TO WS-INTERVAL-SECONDS
           END-IF
           IF CPB-SLOW-MS IS NUMERIC
              AND CPB-SLOW-MS > 0
               MOVE CPB-SLOW-MS TO WS-SLOW-MS
           END-IF
           IF CPB-ALERT-AFTER IS NUMERIC
              AND CPB-ALERT-AFTER > 0
               MOVE CPB-ALERT-AFTER TO WS-ALERT-AFTER
           END-IF
           .
       READ-PROBE-CONTROL-EXIT.
           EXIT.

      * One probe: PUT INHWCOB and LNGHWCOB, LINK OGCOBHW2 with the
      * clock running, GET OUTHWCOB and compare it with the greeting
      * the probe name must get. The first step that goes wrong
      * names the failure.
       RUN-PROBE.
           ADD 1 TO PST-PROBE-COUNT
           SET WS-PROBE-FAILED TO TRUE
           PERFORM BUILD-PROBE-TIMESTAMP
           MOVE PRN-PROBE-USER-NAME TO USER-NAME IN ARG1
           MOVE PRN-PROBE-USER-NAME TO WS-EXPECTED-NAME
           MOVE LENGTH OF USER-NAME IN ARG1 TO WS-VALUE-LENGTH
           EXEC CICS PUT CONTAINER(CONTAINER-NAME IN ARG1)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                FROM (USER-NAME IN ARG1)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "PUT INHWCOB" TO WS-FAIL-REASON
               PERFORM SAVE-PROBE-RESP
               GO TO RUN-PROBE-EXIT
           END-IF
           MOVE LENGTH OF LANG-CODE TO WS-VALUE-LENGTH
           EXEC CICS PUT CONTAINER(CONTAINER-NAME IN LANG-ARG)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                FROM (LANG-CODE)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "PUT LNGHWCOB" TO WS-FAIL-REASON
               PERFORM SAVE-PROBE-RESP
               GO TO RUN-PROBE-EXIT
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-LINK-START-ABS)
                END-EXEC
           EXEC CICS LINK PROGRAM('OGCOBHW2')
                CHANNEL(WS-CHANNEL-NAME)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           EXEC CICS ASKTIME ABSTIME(WS-LINK-END-ABS)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "LINK OGCOBHW2" TO WS-FAIL-REASON
               PERFORM SAVE-PROBE-RESP
               GO TO RUN-PROBE-EXIT
           END-IF
           MOVE LENGTH OF GREETINGS TO WS-VALUE-LENGTH
           EXEC CICS GET CONTAINER(CONTAINER-NAME IN RESPONSE)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                INTO (GREETINGS)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "GET OUTHWCOB" TO WS-FAIL-REASON
               PERFORM SAVE-PROBE-RESP
               GO TO RUN-PROBE-EXIT
           END-IF
           IF GREETINGS NOT = WS-EXPECTED-GREETING
               MOVE "WRONG GREETING" TO WS-FAIL-REASON
               GO TO RUN-PROBE-EXIT
           END-IF
           SET WS-PROBE-OK TO TRUE
           .
       RUN-PROBE-EXIT.
           EXIT.

       SAVE-PROBE-RESP.
           MOVE WS-RESPCODE  TO WS-PROBE-RESPCODE
           MOVE WS-RESPCODE2 TO WS-PROBE-RESPCODE2
           .

       BUILD-PROBE-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-YMD)
                TIME(WS-TIME-HMS)
                END-EXEC
           .

      * A good greeting that took longer than the slow threshold is
      * a slow probe; slow and failed probes both extend the run,
      * a good one ends it.
       JUDGE-PROBE-RESULT.
           IF WS-LINK-START-ABS > 0 AND WS-LINK-END-ABS > 0
               COMPUTE WS-ELAPSED-MS =
                   WS-LINK-END-ABS - WS-LINK-START-ABS
           ELSE
               MOVE 0 TO WS-ELAPSED-MS
           END-IF
           IF WS-PROBE-OK AND WS-ELAPSED-MS > WS-SLOW-MS
               SET WS-PROBE-SLOW TO TRUE
               MOVE "SLOW RESPONSE" TO WS-FAIL-REASON
           END-IF
           IF WS-PROBE-OK
               MOVE PST-CONSEC-BAD TO WS-ENDED-RUN
               MOVE 0 TO PST-CONSEC-BAD
           ELSE
               ADD 1 TO PST-CONSEC-BAD
           END-IF
           .

      * The alert fires when the run reaches CPB-ALERT-AFTER and again
      * at every further multiple, so a long outage keeps reminding;
      * a good probe that ends a run long enough to have alerted
      * sends the clear.
       CHECK-ALERT-THRESHOLD.
           MOVE "N" TO WS-ALERT-SW
           IF PST-CONSEC-BAD >= WS-ALERT-AFTER
               DIVIDE PST-CONSEC-BAD BY WS-ALERT-AFTER
                   GIVING WS-ALERT-QUOTIENT
                   REMAINDER WS-ALERT-REMAINDER
               IF WS-ALERT-REMAINDER = 0
                   SET WS-ALERT-RAISED TO TRUE
                   PERFORM RAISE-PROBE-ALERT
               END-IF
           END-IF
           IF WS-PROBE-OK AND WS-ENDED-RUN >= WS-ALERT-AFTER
               PERFORM CLEAR-PROBE-ALERT
           END-IF
           .

       RAISE-PROBE-ALERT.
           MOVE PST-CONSEC-BAD TO WS-CONSEC-ED
           MOVE WS-ELAPSED-MS  TO WS-ELAPSED-ED
           MOVE SPACES TO TMP
           STRING "OGHWPRB ALERT: "        DELIMITED BY SIZE
                  WS-CONSEC-ED             DELIMITED BY SIZE
                  " BAD PROBES IN A ROW - LAST: " DELIMITED BY SIZE
                  WS-FAIL-REASON           DELIMITED BY SIZE
                  " MS="                   DELIMITED BY SIZE
                  WS-ELAPSED-ED            DELIMITED BY SIZE
                  INTO TMP
           END-STRING
           PERFORM SEND-OPERATOR-MESSAGE
           .

       CLEAR-PROBE-ALERT.
           MOVE WS-ENDED-RUN TO WS-CONSEC-ED
           MOVE SPACES TO TMP
           STRING "OGHWPRB CLEAR: PROBE HEALTHY AGAIN AFTER "
                                           DELIMITED BY SIZE
                  WS-CONSEC-ED             DELIMITED BY SIZE
                  " BAD PROBES"            DELIMITED BY SIZE
                  INTO TMP
           END-STRING
           PERFORM SEND-OPERATOR-MESSAGE
           .

      * Console line and the HWAL line the automation package acts
      * on - neither write may cost the probe its log record.
       SEND-OPERATOR-MESSAGE.
           EXEC CICS WRITEQ TD QUEUE('CSMT') FROM (TMP)
                NOHANDLE
                END-EXEC
           EXEC CICS WRITEQ TD QUEUE('HWAL') FROM (TMP)
                NOHANDLE
                END-EXEC
           .

      * HWPRBLOG is an ESDS, so the WRITE is an append - the same
      * shape as OGHWBAT's WRITE-DELIVERY-RECORD. A failed write is
      * noted on CSMT; the probe and its alerting carry on.
       WRITE-PROBE-LOG.
           MOVE SPACES             TO HWPRBLOG-RECORD
           MOVE SPACES             TO PRL-TIMESTAMP
           STRING WS-DATE-YMD      DELIMITED BY SIZE
                  WS-TIME-HMS      DELIMITED BY SIZE
                  INTO PRL-TIMESTAMP
           END-STRING
           MOVE EIBTASKN           TO PRL-TASK-NUMBER
           MOVE WS-PROBE-RESULT-SW TO PRL-RESULT
           MOVE WS-ELAPSED-MS      TO PRL-ELAPSED-MS
           MOVE WS-PROBE-RESPCODE  TO PRL-RESPCODE
           MOVE WS-PROBE-RESPCODE2 TO PRL-RESPCODE2
           MOVE WS-FAIL-REASON     TO PRL-FAIL-REASON
           MOVE PST-CONSEC-BAD     TO PRL-CONSEC-BAD
           MOVE WS-ALERT-SW        TO PRL-ALERT-FLAG
           MOVE 0 TO WS-PRBLOG-RBA
           EXEC CICS WRITE FILE('HWPRBLOG')
                FROM (HWPRBLOG-RECORD)
                RIDFLD(WS-PRBLOG-RBA)
                RBA
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPCODE TO WS-RESP-ED
               MOVE SPACES TO TMP
               STRING "OGHWPRB: HWPRBLOG WRITE FAILED RESP="
                                           DELIMITED BY SIZE
                      WS-RESP-ED           DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               EXEC CICS WRITEQ TD QUEUE('CSMT') FROM (TMP)
                    NOHANDLE
                    END-EXEC
           END-IF
           .

      * Cancel whatever probe is already pending under the REQID,
      * then start the next one - there is only ever one chain. A
      * failed START ends the chain, so it is said loudly on both
      * queues rather than left for someone to notice the silence.
       SCHEDULE-NEXT-PROBE.
           EXEC CICS CANCEL REQID(WS-PROBE-REQID)
                TRANSID(WS-PROBE-TRANSID)
                NOHANDLE
                END-EXEC
           MOVE LENGTH OF WS-PROBE-STATE TO WS-STATE-LENGTH
           EXEC CICS START TRANSID(WS-PROBE-TRANSID)
                AFTER SECONDS(WS-INTERVAL-SECONDS)
                REQID(WS-PROBE-REQID)
                FROM (WS-PROBE-STATE)
                LENGTH(WS-STATE-LENGTH)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE WS-RESPCODE TO WS-RESP-ED
               MOVE SPACES TO TMP
               STRING "OGHWPRB ALERT: RESCHEDULE FAILED RESP="
                                           DELIMITED BY SIZE
                      WS-RESP-ED           DELIMITED BY SIZE
                      " - PROBING HAS STOPPED" DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM SEND-OPERATOR-MESSAGE
           END-IF
           .
