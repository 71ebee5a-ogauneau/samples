       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWRTY.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Post-run retry cycle for names OGHWBAT failed to greet.      *
      *                                                              *
      * Run this AFTER OGHWBAT. Every failed name lands on HWDELIV   *
      * with DLV-STATUS "F" (see copybook OGHWDLV); until now they   *
      * had to be picked out of the delivery file by hand and keyed  *
      * back into a department extract, and plenty were forgotten.   *
      * This program reads the previous retry generation (RETRYIN -  *
      * the one OGHWINT merged into tonight's intake, see copybook   *
      * OGHWRTR) and tonight's delivery file (AS-HWDELIV), and       *
      * writes the next retry generation (RETRYOUT) for tomorrow's   *
      * OGHWINT:                                                     *
      *                                                              *
      *   - a name served tonight comes off the file;                *
      *   - a name that failed again has its attempt count bumped;   *
      *   - a name failing for the first time goes on with a count   *
      *     of one, tonight's run date as its first failure, and     *
      *     the department and language it was submitted with;       *
      *   - a retry name missing from tonight's delivery file (it    *
      *     went into the intake but OGHWEDT rejected it) counts as  *
      *     a failed attempt too, so it cannot circle for ever.      *
      *                                                              *
      * A name whose count reaches the retry limit comes off the     *
      * file and onto the GIVEUPRP report under its owning           *
      * department, so no failed customer is silently dropped or     *
      * retried for ever. The limit comes from SYSIN (default 3) -   *
      * no card, or a blank/non-numeric one, keeps the default       *
      * (same fallback shape as OGHWARC's retention card). The run   *
      * ends RC 4 when anything was given up, RC 0 otherwise.        *
      *                                                              *
      * A delivery file with no detail records at all means OGHWBAT  *
      * did not get to run, not that every retry name failed - the   *
      * retry file is then carried forward with no count charged.    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  the retry generation OGHWINT merged into tonight's intake -
      *  absent on the very first night
           SELECT RETRY-IN-FILE ASSIGN TO RETRYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-IN-STATUS.

      *  tonight's delivery ESDS - the AS- prefix gives QSAM-interface
      *  access to the VSAM cluster OGHWBAT wrote through CICS
           SELECT DELIV-FILE ASSIGN TO AS-HWDELIV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIV-STATUS.

           SELECT RETRY-OUT-FILE ASSIGN TO RETRYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO GIVEUPRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *  optional control card overriding the retry limit of 3 - no
      *  card, or a blank/non-numeric one, keeps the default
           SELECT CTL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-CARD-STATUS.

      *  shared run-control ledger - one START and one END event per
      *  window, verified by OGHWVER (see copybook OGHWRCL)
           SELECT LEDGER-FILE ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRY-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RETRY-IN-RECORD        PIC X(80).

       FD  DELIV-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *  header, detail and trailer share the one record area - the
      *  marker in the first eight bytes says which this is
           COPY OGHWDLV.

       FD  RETRY-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 RETRY-OUT-RECORD       PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-CARD-RECORD.
           05  CTL-MAX-ATTEMPTS   PIC X(4).
           05  FILLER             PIC X(76).

       FD  LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OGHWRCL.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS       PIC X(2).
           88 WS-LEDGER-OK       VALUE "00".
      *  the event staged for RECORD-LEDGER-EVENT - the FD record
      *  area cannot be touched before the OPEN
       01 WS-LEDGER-EVENT        PIC X(1).
       01 WS-LEDGER-COUNT        PIC 9(8).
       01 WS-RETRY-IN-STATUS     PIC X(2).
           88 WS-RETRY-IN-OK     VALUE "00".
       01 WS-DELIV-STATUS        PIC X(2).
           88 WS-DELIV-OK        VALUE "00".
       01 WS-RETRY-OUT-STATUS    PIC X(2).
           88 WS-RETRY-OUT-OK    VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE "00".
       01 WS-CTL-CARD-STATUS     PIC X(2).
           88 WS-CTL-CARD-OK     VALUE "00".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

      *  failed runs after which a name is given up - default 3,
      *  SYSIN-overridable
       01 WS-MAX-ATTEMPTS        PIC S9(4) COMP VALUE 3.

      *  tonight's run date - off the HWDELIV header, today's date
      *  only if the header is missing
       01 WS-RUN-DATE            PIC X(8).

      *  any detail record at all on HWDELIV - see the prologue
       01 WS-DETAILS-SEEN-SW     PIC X     VALUE "N".
           88 WS-DETAILS-SEEN    VALUE "Y".

      * one HWRETRY record - see copybook OGHWRTR. Staged here rather
      * than in the FD so it can be built for RETRYOUT after RETRYIN
      * has been closed.
           COPY OGHWRTR.

      * every name the cycle is tracking tonight: the retry file as
      * loaded plus tonight's new failures, searched linearly the way
      * OGHWEDT's seen-name table is and with the same bound
       01 WS-RETRY-TABLE-MAX     PIC S9(8) COMP VALUE 5000.
       01 WS-RETRY-COUNT         PIC S9(8) COMP VALUE 0.
       01 WS-RETRY-TABLE.
           05 WS-RTE-ENTRY OCCURS 5000 TIMES.
               10 WS-RTE-NAME        PIC X(10).
               10 WS-RTE-LANG        PIC X(2).
               10 WS-RTE-DEPT        PIC X(4).
               10 WS-RTE-ATTEMPTS    PIC 9(4).
               10 WS-RTE-FIRST-FAIL  PIC X(8).
               10 WS-RTE-LAST-FAIL   PIC X(8).
      *  what tonight's delivery file said about the name
               10 WS-RTE-OUTCOME     PIC X(1).
                   88 WS-RTE-CARRIED      VALUE "C".
                   88 WS-RTE-FAILED-AGAIN VALUE "F".
                   88 WS-RTE-NEW-FAILURE  VALUE "N".
                   88 WS-RTE-SERVED       VALUE "S".
                   88 WS-RTE-GIVEN-UP     VALUE "G".
      *  given-up name already printed under its department
               10 WS-RTE-LISTED-SW   PIC X(1).
                   88 WS-RTE-LISTED       VALUE "Y".
       01 WS-RETRY-IDX           PIC S9(8) COMP.
       01 WS-SEARCH-IDX          PIC S9(8) COMP.
       01 WS-FOUND-IDX           PIC S9(8) COMP.

      * departments with given-up names, in order of first appearance
      * - one report section each. A department past the bound still
      * has its names printed, in a catch-all section at the end.
       01 WS-GU-DEPT-TABLE-MAX   PIC S9(4) COMP VALUE 50.
       01 WS-GU-DEPT-TABLE-FULL-SW PIC X   VALUE "N".
           88 WS-GU-DEPT-TABLE-FULL VALUE "Y".
       01 WS-GU-DEPT-COUNT       PIC S9(4) COMP VALUE 0.
       01 WS-GU-DEPT-TABLE.
           05 WS-GU-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-GU-DEPT-CODE    PIC X(4).
               10 WS-GU-DEPT-NAMES   PIC S9(8) COMP.
       01 WS-GU-DEPT-IDX         PIC S9(4) COMP.
       01 WS-DEPT-FOUND-SW       PIC X.
           88 WS-DEPT-FOUND      VALUE "Y".
       01 WS-THIS-DEPT           PIC X(4).

       01 WS-COUNTERS.
           05 WS-LOADED-COUNT        PIC S9(8) COMP VALUE 0.
           05 WS-SERVED-READ         PIC S9(8) COMP VALUE 0.
           05 WS-FAILED-READ         PIC S9(8) COMP VALUE 0.
           05 WS-NEW-FAILURE-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-RECOVERED-COUNT     PIC S9(8) COMP VALUE 0.
           05 WS-NOT-DELIVERED-COUNT PIC S9(8) COMP VALUE 0.
           05 WS-RETAINED-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-GIVEUP-COUNT        PIC S9(8) COMP VALUE 0.
      *  names that would not fit the table - passed straight
      *  through to RETRYOUT so none is lost, but not tracked
           05 WS-OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-MAX-ATTEMPTS-ED PIC ZZZ9.
           05 WS-LOADED-ED       PIC ZZZZZZZ9.
           05 WS-FAILED-ED       PIC ZZZZZZZ9.
           05 WS-NEW-ED          PIC ZZZZZZZ9.
           05 WS-RECOVERED-ED    PIC ZZZZZZZ9.
           05 WS-NOT-DELIV-ED    PIC ZZZZZZZ9.
           05 WS-RETAINED-ED     PIC ZZZZZZZ9.
           05 WS-GIVEUP-ED       PIC ZZZZZZZ9.
           05 WS-OVERFLOW-ED     PIC ZZZZZZZ9.
           05 WS-DEPT-NAMES-ED   PIC ZZZZZZZ9.

       01 WS-HEADING-LINE.
           05 FILLER             PIC X(10) VALUE "USER NAME".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "ATTEMPTS".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "FIRST FAIL".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "LAST FAIL".
           05 FILLER             PIC X(30) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DTL-USER-NAME      PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DTL-LANG           PIC X(2).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 DTL-ATTEMPTS       PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DTL-FIRST-FAIL     PIC X(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DTL-LAST-FAIL      PIC X(8).
           05 FILLER             PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM RECORD-LEDGER-START
           PERFORM GET-RUNTIME-OPTIONS
           PERFORM OPEN-FILES
           PERFORM LOAD-RETRY-FILE THRU LOAD-RETRY-FILE-EXIT
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-DELIV-RECORD
           PERFORM APPLY-DELIV-RECORD UNTIL WS-EOF
           PERFORM DISPOSE-RETRY-ENTRY
                   VARYING WS-RETRY-IDX FROM 1 BY 1
                   UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
           PERFORM WRITE-GIVEUP-REPORT
           PERFORM CLOSE-FILES
           PERFORM WRITE-RUN-SUMMARY
           IF WS-GIVEUP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-LEDGER-END
           STOP RUN
           .

       RECORD-LEDGER-START.
           MOVE "S" TO WS-LEDGER-EVENT
           MOVE 0   TO WS-LEDGER-COUNT
           PERFORM RECORD-LEDGER-EVENT
           .

       RECORD-LEDGER-END.
           MOVE "E" TO WS-LEDGER-EVENT
           MOVE WS-RETAINED-COUNT TO WS-LEDGER-COUNT
           PERFORM RECORD-LEDGER-EVENT
           .

      * One run-control event to the shared ledger - see copybook
      * OGHWRCL. The record fields are only touched once the OPEN
      * has succeeded. A ledger failure is noted, not fatal: the
      * retry file matters more than the bookkeeping, and OGHWVER
      * will read the window as incomplete and page anyway.
       RECORD-LEDGER-EVENT.
           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-OK
               MOVE FUNCTION CURRENT-DATE (1:8) TO RCL-RUN-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCL-RUN-TIME
               MOVE "OGHWRTY"       TO RCL-STEP-NAME
               MOVE WS-LEDGER-EVENT TO RCL-EVENT
               MOVE RETURN-CODE     TO RCL-RETURN-CODE
               MOVE WS-LEDGER-COUNT TO RCL-KEY-COUNT
               WRITE RUNLEDG-RECORD
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "OGHWRTY: RUNLEDG UNAVAILABLE, FILE STATUS="
                       WS-LEDGER-STATUS
           END-IF
           .

      * Pick up the retry-limit override from an optional SYSIN
      * control card. No card, an empty card, or a non-numeric/zero
      * value all fall back to the default of 3 attempts.
       GET-RUNTIME-OPTIONS.
           OPEN INPUT CTL-CARD-FILE
           IF WS-CTL-CARD-OK
               READ CTL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-CONTROL-CARD
               END-READ
               CLOSE CTL-CARD-FILE
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CTL-MAX-ATTEMPTS IS NUMERIC
              AND FUNCTION NUMVAL(CTL-MAX-ATTEMPTS) > 0
               MOVE FUNCTION NUMVAL(CTL-MAX-ATTEMPTS)
                 TO WS-MAX-ATTEMPTS
           END-IF
           .

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           OPEN INPUT DELIV-FILE
           IF NOT WS-DELIV-OK
               DISPLAY "OGHWRTY: HWDELIV OPEN FAILED, FILE STATUS="
                       WS-DELIV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETRY-OUT-FILE
           IF NOT WS-RETRY-OUT-OK
               DISPLAY "OGHWRTY: RETRYOUT OPEN FAILED, FILE STATUS="
                       WS-RETRY-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "OGHWRTY: GIVEUPRP OPEN FAILED, FILE STATUS="
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * The previous generation into the table, every name marked
      * CARRIED until tonight's delivery file says otherwise. No
      * RETRYIN (the first night, or nothing failed last time) just
      * means the table starts empty.
       LOAD-RETRY-FILE.
           OPEN INPUT RETRY-IN-FILE
           IF NOT WS-RETRY-IN-OK
               DISPLAY "OGHWRTY: RETRYIN NOT AVAILABLE, FILE STATUS="
                       WS-RETRY-IN-STATUS " - NO NAMES CARRIED"
               GO TO LOAD-RETRY-FILE-EXIT
           END-IF
           PERFORM READ-RETRY-IN-RECORD
           PERFORM LOAD-RETRY-ENTRY UNTIL WS-EOF
           CLOSE RETRY-IN-FILE
           .
       LOAD-RETRY-FILE-EXIT.
           EXIT.

       READ-RETRY-IN-RECORD.
           READ RETRY-IN-FILE INTO HWRETRY-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOADED-COUNT
           END-READ
           .

       LOAD-RETRY-ENTRY.
           IF WS-RETRY-COUNT < WS-RETRY-TABLE-MAX
               ADD 1 TO WS-RETRY-COUNT
               MOVE RTR-USER-NAME   TO WS-RTE-NAME(WS-RETRY-COUNT)
               MOVE RTR-REQ-LANG    TO WS-RTE-LANG(WS-RETRY-COUNT)
               MOVE RTR-DEPT-CODE   TO WS-RTE-DEPT(WS-RETRY-COUNT)
               MOVE RTR-ATTEMPT-COUNT
                 TO WS-RTE-ATTEMPTS(WS-RETRY-COUNT)
               MOVE RTR-FIRST-FAIL-DATE
                 TO WS-RTE-FIRST-FAIL(WS-RETRY-COUNT)
               MOVE RTR-LAST-FAIL-DATE
                 TO WS-RTE-LAST-FAIL(WS-RETRY-COUNT)
               SET WS-RTE-CARRIED(WS-RETRY-COUNT) TO TRUE
               MOVE "N" TO WS-RTE-LISTED-SW(WS-RETRY-COUNT)
           ELSE
               PERFORM WRITE-RETRY-RECORD
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF
           PERFORM READ-RETRY-IN-RECORD
           .

       READ-DELIV-RECORD.
           READ DELIV-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * Header first (its run date dates tonight's failures), then
      * the details; the trailer's counts are the print shop's
      * business, not this program's.
       APPLY-DELIV-RECORD.
           EVALUATE TRUE
               WHEN DLH-TYPE-MARKER
                   IF DLH-RUN-DATE NOT = SPACES
                       MOVE DLH-RUN-DATE TO WS-RUN-DATE
                   END-IF
               WHEN DLT-TYPE-MARKER
                   CONTINUE
               WHEN DLV-STATUS-FAILED
                   SET WS-DETAILS-SEEN TO TRUE
                   ADD 1 TO WS-FAILED-READ
                   PERFORM NOTE-FAILED-NAME
               WHEN DLV-STATUS-SERVED
                   SET WS-DETAILS-SEEN TO TRUE
                   ADD 1 TO WS-SERVED-READ
                   PERFORM NOTE-SERVED-NAME
           END-EVALUATE
           PERFORM READ-DELIV-RECORD
           .

      * A restarted OGHWBAT can deliver the same name twice; a name
      * already marked tonight keeps its first verdict, except that
      * a served verdict always wins (see NOTE-SERVED-NAME).
       NOTE-FAILED-NAME.
           PERFORM FIND-RETRY-ENTRY
           IF WS-FOUND-IDX > 0
               IF WS-RTE-CARRIED(WS-FOUND-IDX)
                   SET WS-RTE-FAILED-AGAIN(WS-FOUND-IDX) TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-NEW-FAILURE-COUNT
               IF DLV-DEPT-CODE = SPACES
                   MOVE "NONE" TO WS-THIS-DEPT
               ELSE
                   MOVE DLV-DEPT-CODE TO WS-THIS-DEPT
               END-IF
               IF WS-RETRY-COUNT < WS-RETRY-TABLE-MAX
                   ADD 1 TO WS-RETRY-COUNT
                   MOVE DLV-USER-NAME TO WS-RTE-NAME(WS-RETRY-COUNT)
                   MOVE DLV-LANG-REQUESTED
                     TO WS-RTE-LANG(WS-RETRY-COUNT)
                   MOVE WS-THIS-DEPT  TO WS-RTE-DEPT(WS-RETRY-COUNT)
                   MOVE 0 TO WS-RTE-ATTEMPTS(WS-RETRY-COUNT)
                   MOVE WS-RUN-DATE
                     TO WS-RTE-FIRST-FAIL(WS-RETRY-COUNT)
                   MOVE WS-RUN-DATE
                     TO WS-RTE-LAST-FAIL(WS-RETRY-COUNT)
                   SET WS-RTE-NEW-FAILURE(WS-RETRY-COUNT) TO TRUE
                   MOVE "N" TO WS-RTE-LISTED-SW(WS-RETRY-COUNT)
               ELSE
      *  table full - the name still goes on the retry file, as a
      *  first attempt, rather than be dropped
                   MOVE SPACES             TO HWRETRY-RECORD
                   MOVE DLV-USER-NAME      TO RTR-USER-NAME
                   MOVE DLV-LANG-REQUESTED TO RTR-REQ-LANG
                   MOVE WS-THIS-DEPT       TO RTR-DEPT-CODE
                   MOVE 1                  TO RTR-ATTEMPT-COUNT
                   MOVE WS-RUN-DATE        TO RTR-FIRST-FAIL-DATE
                   MOVE WS-RUN-DATE        TO RTR-LAST-FAIL-DATE
                   PERFORM WRITE-RETRY-RECORD
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           .

      * Served on any pass tonight means the customer got the
      * greeting - the name comes off the file.
       NOTE-SERVED-NAME.
           PERFORM FIND-RETRY-ENTRY
           IF WS-FOUND-IDX > 0
               SET WS-RTE-SERVED(WS-FOUND-IDX) TO TRUE
           END-IF
           .

       FIND-RETRY-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM SEARCH-RETRY-TABLE
                   VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-RETRY-COUNT
                      OR WS-FOUND-IDX > 0
           .

       SEARCH-RETRY-TABLE.
           IF WS-RTE-NAME(WS-SEARCH-IDX) = DLV-USER-NAME
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
           END-IF
           .

      * Tonight's verdict on one tracked name: off the file when
      * served, carried unchanged when OGHWBAT never ran, otherwise
      * one more failed attempt - and given up once that reaches
      * the limit.
       DISPOSE-RETRY-ENTRY.
           EVALUATE TRUE
               WHEN WS-RTE-SERVED(WS-RETRY-IDX)
                   ADD 1 TO WS-RECOVERED-COUNT
               WHEN WS-RTE-CARRIED(WS-RETRY-IDX)
                AND NOT WS-DETAILS-SEEN
                   PERFORM STAGE-RETRY-RECORD
                   PERFORM WRITE-RETRY-RECORD
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN OTHER
                   IF WS-RTE-CARRIED(WS-RETRY-IDX)
                       ADD 1 TO WS-NOT-DELIVERED-COUNT
                   END-IF
                   ADD 1 TO WS-RTE-ATTEMPTS(WS-RETRY-IDX)
                   MOVE WS-RUN-DATE TO WS-RTE-LAST-FAIL(WS-RETRY-IDX)
                   IF WS-RTE-ATTEMPTS(WS-RETRY-IDX) < WS-MAX-ATTEMPTS
                       PERFORM STAGE-RETRY-RECORD
                       PERFORM WRITE-RETRY-RECORD
                       ADD 1 TO WS-RETAINED-COUNT
                   ELSE
                       SET WS-RTE-GIVEN-UP(WS-RETRY-IDX) TO TRUE
                       ADD 1 TO WS-GIVEUP-COUNT
                       PERFORM NOTE-GIVEUP-DEPT
                   END-IF
           END-EVALUATE
           .

       STAGE-RETRY-RECORD.
           MOVE SPACES TO HWRETRY-RECORD
           MOVE WS-RTE-NAME(WS-RETRY-IDX)       TO RTR-USER-NAME
           MOVE WS-RTE-LANG(WS-RETRY-IDX)       TO RTR-REQ-LANG
           MOVE WS-RTE-DEPT(WS-RETRY-IDX)       TO RTR-DEPT-CODE
           MOVE WS-RTE-ATTEMPTS(WS-RETRY-IDX)   TO RTR-ATTEMPT-COUNT
           MOVE WS-RTE-FIRST-FAIL(WS-RETRY-IDX) TO RTR-FIRST-FAIL-DATE
           MOVE WS-RTE-LAST-FAIL(WS-RETRY-IDX)  TO RTR-LAST-FAIL-DATE
           .

       WRITE-RETRY-RECORD.
           WRITE RETRY-OUT-RECORD FROM HWRETRY-RECORD
           IF NOT WS-RETRY-OUT-OK
               DISPLAY "OGHWRTY: RETRYOUT WRITE FAILED, FILE STATUS="
                       WS-RETRY-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Open (or find) the report section for the given-up name's
      * department - the same linear-search shape as OGHWBAT's
      * department table.
       NOTE-GIVEUP-DEPT.
           MOVE WS-RTE-DEPT(WS-RETRY-IDX) TO WS-THIS-DEPT
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM SEARCH-GU-DEPT-TABLE
                   VARYING WS-GU-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GU-DEPT-IDX > WS-GU-DEPT-COUNT
                      OR WS-DEPT-FOUND
           IF NOT WS-DEPT-FOUND
               IF WS-GU-DEPT-COUNT < WS-GU-DEPT-TABLE-MAX
                   ADD 1 TO WS-GU-DEPT-COUNT
                   MOVE WS-THIS-DEPT
                     TO WS-GU-DEPT-CODE(WS-GU-DEPT-COUNT)
                   MOVE 1 TO WS-GU-DEPT-NAMES(WS-GU-DEPT-COUNT)
               ELSE
                   SET WS-GU-DEPT-TABLE-FULL TO TRUE
               END-IF
           END-IF
           .

       SEARCH-GU-DEPT-TABLE.
           IF WS-GU-DEPT-CODE(WS-GU-DEPT-IDX) = WS-THIS-DEPT
               SET WS-DEPT-FOUND TO TRUE
               ADD 1 TO WS-GU-DEPT-NAMES(WS-GU-DEPT-IDX)
           END-IF
           .

      * GIVEUPRP: the run's figures, then one section per department
      * listing the names that reached the limit tonight - each
      * department's page is what goes back to it.
       WRITE-GIVEUP-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "HWRETRY GIVEN-UP REPORT - RUN DATE "
                       DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "RETRY LIMIT . . . . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-MAX-ATTEMPTS-ED DELIMITED BY SIZE
                  " FAILED RUNS"    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-FAILED-READ TO WS-FAILED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "FAILED NAMES ON HWDELIV . . . . . . : "
                       DELIMITED BY SIZE
                  WS-FAILED-ED      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RECOVERED-COUNT TO WS-RECOVERED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "RETRIES SERVED (OFF THE FILE) . . . : "
                       DELIMITED BY SIZE
                  WS-RECOVERED-ED   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-RETAINED-COUNT TO WS-RETAINED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "NAMES KEPT FOR RETRY  . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-RETAINED-ED    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GIVEUP-COUNT TO WS-GIVEUP-ED
           MOVE SPACES TO REPORT-LINE
           STRING "NAMES GIVEN UP  . . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-GIVEUP-ED      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF NOT WS-DETAILS-SEEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "** NO DETAIL RECORDS ON HWDELIV - "
                           DELIMITED BY SIZE
                      "RETRY FILE CARRIED FORWARD UNCHANGED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-OVERFLOW-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** RETRY TABLE FULL AT 5000 - "
                           DELIMITED BY SIZE
                      WS-OVERFLOW-ED DELIMITED BY SIZE
                      " NAMES PASSED THROUGH UNCOUNTED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-DEPT-SECTION
                   VARYING WS-GU-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-GU-DEPT-IDX > WS-GU-DEPT-COUNT

      *  departments past the section table - their names are still
      *  printed, just not under a section of their own
           IF WS-GU-DEPT-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** DEPARTMENT TABLE FULL AT 50 - OTHERS **"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM WRITE-UNLISTED-LINE
                       VARYING WS-RETRY-IDX FROM 1 BY 1
                       UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
           END-IF
           .

       WRITE-DEPT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENT  . . . . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-GU-DEPT-CODE(WS-GU-DEPT-IDX)
                                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           PERFORM WRITE-GIVEUP-LINE
                   VARYING WS-RETRY-IDX FROM 1 BY 1
                   UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
           MOVE WS-GU-DEPT-NAMES(WS-GU-DEPT-IDX) TO WS-DEPT-NAMES-ED
           MOVE SPACES TO REPORT-LINE
           STRING "NAMES GIVEN UP FOR "
                       DELIMITED BY SIZE
                  WS-GU-DEPT-CODE(WS-GU-DEPT-IDX)
                                    DELIMITED BY SIZE
                  " . . . . . . . . : "
                                    DELIMITED BY SIZE
                  WS-DEPT-NAMES-ED  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       WRITE-GIVEUP-LINE.
           IF WS-RTE-GIVEN-UP(WS-RETRY-IDX)
              AND WS-RTE-DEPT(WS-RETRY-IDX)
                = WS-GU-DEPT-CODE(WS-GU-DEPT-IDX)
               PERFORM WRITE-NAME-DETAIL
           END-IF
           .

       WRITE-UNLISTED-LINE.
           IF WS-RTE-GIVEN-UP(WS-RETRY-IDX)
              AND NOT WS-RTE-LISTED(WS-RETRY-IDX)
               PERFORM WRITE-NAME-DETAIL
           END-IF
           .

       WRITE-NAME-DETAIL.
           MOVE WS-RTE-NAME(WS-RETRY-IDX)       TO DTL-USER-NAME
           MOVE WS-RTE-LANG(WS-RETRY-IDX)       TO DTL-LANG
           MOVE WS-RTE-ATTEMPTS(WS-RETRY-IDX)   TO DTL-ATTEMPTS
           MOVE WS-RTE-FIRST-FAIL(WS-RETRY-IDX) TO DTL-FIRST-FAIL
           MOVE WS-RTE-LAST-FAIL(WS-RETRY-IDX)  TO DTL-LAST-FAIL
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           SET WS-RTE-LISTED(WS-RETRY-IDX) TO TRUE
           .

       CLOSE-FILES.
           CLOSE DELIV-FILE
           CLOSE RETRY-OUT-FILE
           CLOSE REPORT-FILE
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-LOADED-COUNT        TO WS-LOADED-ED
           MOVE WS-FAILED-READ         TO WS-FAILED-ED
           MOVE WS-NEW-FAILURE-COUNT   TO WS-NEW-ED
           MOVE WS-RECOVERED-COUNT     TO WS-RECOVERED-ED
           MOVE WS-NOT-DELIVERED-COUNT TO WS-NOT-DELIV-ED
           MOVE WS-RETAINED-COUNT      TO WS-RETAINED-ED
           MOVE WS-GIVEUP-COUNT        TO WS-GIVEUP-ED
           DISPLAY "OGHWRTY SUMMARY: CARRIED IN=" WS-LOADED-ED
                   " FAILED=" WS-FAILED-ED
                   " NEW=" WS-NEW-ED
                   " SERVED=" WS-RECOVERED-ED
                   " NOT DELIVERED=" WS-NOT-DELIV-ED
                   " KEPT=" WS-RETAINED-ED
                   " GIVEN UP=" WS-GIVEUP-ED
           .
