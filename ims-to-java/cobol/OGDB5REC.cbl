       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGDB5REC.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Nightly reconciliation of the OGDB5DLT export delta against  *
      * the OGDB1MNT maintenance audit.                              *
      *                                                              *
      * Every sanctioned IVPDB1 change goes through OGDB1MNT and     *
      * leaves a before/after image on AUDITOUT (copybook OGDB1AU);  *
      * OGDB5DLT says which segments were added, changed or deleted  *
      * between two nights' exports. A DBA hand-edit or a program    *
      * that bypasses OGDB1MNT shows up in the second and not the    *
      * first - this program matches the two on IVPDBKY and lists    *
      * every difference on EXCPRPT.                                 *
      *                                                              *
      * The window is the one the delta covers: after the run time   *
      * on last night's export header (OGDB5OLD), up to and          *
      * including the run time on tonight's (OGDB5NEW). Only those   *
      * two header records are read. AUDITIN is the concatenation    *
      * of every OGDB1MNT AUDITOUT that could fall in the window;    *
      * records outside it are counted and passed over.              *
      *                                                              *
      * Several audited changes to one key in the window collapse    *
      * to their net effect - the key existed before the window if   *
      * its earliest change was a replace or delete, and exists      *
      * after it if its latest was an add or replace - which is all  *
      * an export-to-export delta can see:                           *
      *   existed before and after  - C, latest after-image must     *
      *                               equal the delta's new image;   *
      *   after only                - A, likewise;                   *
      *   before only               - D, earliest before-image must  *
      *                               equal the delta's old image;   *
      *   neither                   - no delta line expected.        *
      * A C whose latest after-image equals its earliest before-     *
      * image changed nothing the export can see and expects no      *
      * line either.                                                 *
      *                                                              *
      * Exceptions, both ways:                                       *
      *   NO AUDITED CHANGE    - a delta line with no audit record;  *
      *   ACTION MISMATCH      - delta and net audit action differ;  *
      *   IMAGE MISMATCH       - actions agree, images do not;       *
      *   NOT IN EXPORT DELTA  - an audited net change with no delta *
      *                          line.                               *
      *                                                              *
      * RC 0 the two agree; RC 8 any exception, so the DBA team is   *
      * paged; RC 16 an input that cannot be reconciled - a missing  *
      * export header, a DELTAIN without its *CONTROL record or      *
      * whose counts disagree with it (OGDB5DLT abandoned the        *
      * delta), or more audited keys than the table holds.           *
      *                                                              *
      * An OGDB1MNT run that backed out to its last checkpoint left  *
      * audit records for changes that no longer stand (see its      *
      * ROLL-BACK-UOW); the rerun re-audits them, so the net effect  *
      * normally still comes out right. Where it does not, the       *
      * exception is genuine - the audit trail really does disagree  *
      * with the database.                                           *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  OGDB5DLT's DELTAOUT for tonight
           SELECT DELTA-FILE ASSIGN TO DELTAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

      *  OGDB1MNT AUDITOUT files covering the window, concatenated
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

      *  the two exports OGDB5DLT compared - only their headers are
      *  read, for the window
           SELECT NEW-EXPORT-FILE ASSIGN TO OGDB5NEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-EXPORT-FILE ASSIGN TO OGDB5OLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *  shared run-control ledger - one START and one END event per
      *  window, verified by OGHWVER (see copybook OGHWRCL)
           SELECT LEDGER-FILE ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  see OGDB5DLT - action, '|', key, '|', 183 bytes of segment
      *  data; a column-header line first and a *CONTROL line last
       FD  DELTA-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 203 CHARACTERS.
       01 DELTA-LINE.
           05 DLT-ACTION         PIC X(1).
               88 DLT-ACTION-ADD        VALUE 'A'.
               88 DLT-ACTION-CHANGE     VALUE 'C'.
               88 DLT-ACTION-DELETE     VALUE 'D'.
           05 FILLER             PIC X(1).
           05 DLT-IVPDBKY        PIC X(17).
           05 FILLER             PIC X(1).
           05 DLT-SEG-DATA       PIC X(183).
       01 DELTA-CONTROL-LINE.
           05 DCT-RECORD-TYPE    PIC X(9).
               88 DCT-TYPE-MARKER       VALUE '*CONTROL|'.
           05 DCT-ADDED          PIC X(8).
           05 FILLER             PIC X(1).
           05 DCT-CHANGED        PIC X(8).
           05 FILLER             PIC X(1).
           05 DCT-DELETED        PIC X(8).
           05 FILLER             PIC X(168).

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 432 CHARACTERS.
           COPY OGDB1AU.

       FD  NEW-EXPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 NEW-EXPORT-RECORD      PIC X(200).

       FD  OLD-EXPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 OLD-EXPORT-RECORD      PIC X(200).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       FD  LEDGER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OGHWRCL.

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS       PIC X(2).
           88 WS-LEDGER-OK       VALUE '00'.
      *  the event staged for RECORD-LEDGER-EVENT - the FD record
      *  area cannot be touched before the OPEN
       01 WS-LEDGER-EVENT        PIC X(1).
       01 WS-LEDGER-COUNT        PIC 9(8).
       01 WS-DELTA-STATUS        PIC X(2).
           88 WS-DELTA-OK        VALUE '00'.
           88 WS-DELTA-EOF       VALUE '10'.
       01 WS-AUDIT-IN-STATUS     PIC X(2).
           88 WS-AUDIT-IN-OK     VALUE '00'.
           88 WS-AUDIT-IN-EOF    VALUE '10'.
       01 WS-NEW-STATUS          PIC X(2).
           88 WS-NEW-OK          VALUE '00'.
       01 WS-OLD-STATUS          PIC X(2).
           88 WS-OLD-OK          VALUE '00'.
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE '00'.

       01 WS-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.

      *  set when an input cannot be reconciled at all - RC 16
       01 WS-UNUSABLE-SW         PIC X     VALUE 'N'.
           88 WS-UNUSABLE        VALUE 'Y'.

      *  the window, YYYYMMDDHHMMSS from the two export headers
       01 WS-WINDOW-FROM         PIC X(14) VALUE SPACES.
       01 WS-WINDOW-TO           PIC X(14) VALUE SPACES.

       01 WS-RUN-DATE            PIC 9(8).

      *  DELTAIN verify pass - the detail lines counted by action and
      *  the *CONTROL totals they must agree with
       01 WS-CONTROL-SEEN-SW     PIC X     VALUE 'N'.
           88 WS-CONTROL-SEEN    VALUE 'Y'.
       01 WS-DELTA-COUNTS.
           05 WS-DLT-ADDED           PIC S9(8) COMP VALUE 0.
           05 WS-DLT-CHANGED         PIC S9(8) COMP VALUE 0.
           05 WS-DLT-DELETED         PIC S9(8) COMP VALUE 0.
           05 WS-DLT-OTHER           PIC S9(8) COMP VALUE 0.

      *  one entry per IVPDBKY audited in the window - the earliest
      *  and latest change, which is all the net effect needs
       01 WS-KEY-TABLE-MAX       PIC S9(8) COMP VALUE 2000.
       01 WS-KEY-COUNT           PIC S9(8) COMP VALUE 0.
       01 WS-KEY-IDX             PIC S9(8) COMP VALUE 0.
       01 WS-MATCH-IDX           PIC S9(8) COMP VALUE 0.
       01 WS-SEARCH-KEY          PIC X(17).
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 2000 TIMES.
               10 WS-KEY-IVPDBKY     PIC X(17).
               10 WS-KEY-FIRST-TS    PIC X(14).
               10 WS-KEY-FIRST-ACT   PIC X(1).
               10 WS-KEY-FIRST-IMAGE PIC X(200).
               10 WS-KEY-LAST-TS     PIC X(14).
               10 WS-KEY-LAST-ACT    PIC X(1).
               10 WS-KEY-LAST-IMAGE  PIC X(200).
               10 WS-KEY-MATCHED     PIC X(1).

      *  the net effect of the entry being judged - A, C, D, or N
      *  for none
       01 WS-NET-ACTION          PIC X(1).
       01 WS-DELTA-IMAGE.
           05 WS-DLT-IMAGE-KEY   PIC X(17).
           05 WS-DLT-IMAGE-DATA  PIC X(183).

       01 WS-COUNTERS.
           05 WS-AUDIT-READ          PIC S9(8) COMP VALUE 0.
           05 WS-AUDIT-BEFORE        PIC S9(8) COMP VALUE 0.
           05 WS-AUDIT-AFTER         PIC S9(8) COMP VALUE 0.
           05 WS-AUDIT-IN-WINDOW     PIC S9(8) COMP VALUE 0.
           05 WS-DELTA-CHECKED       PIC S9(8) COMP VALUE 0.
           05 WS-DELTA-MATCHED       PIC S9(8) COMP VALUE 0.
           05 WS-EXC-NO-AUDIT        PIC S9(8) COMP VALUE 0.
           05 WS-EXC-ACTION          PIC S9(8) COMP VALUE 0.
           05 WS-EXC-IMAGE           PIC S9(8) COMP VALUE 0.
           05 WS-EXC-NOT-IN-DELTA    PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-EXCEPTIONS    PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-COUNTS.
           05 WS-AUDIT-READ-ED       PIC ZZZZZZZ9.
           05 WS-AUDIT-BEFORE-ED     PIC ZZZZZZZ9.
           05 WS-AUDIT-AFTER-ED      PIC ZZZZZZZ9.
           05 WS-AUDIT-IN-WINDOW-ED  PIC ZZZZZZZ9.
           05 WS-KEY-COUNT-ED        PIC ZZZZZZZ9.
           05 WS-DELTA-CHECKED-ED    PIC ZZZZZZZ9.
           05 WS-DELTA-MATCHED-ED    PIC ZZZZZZZ9.
           05 WS-EXC-NO-AUDIT-ED     PIC ZZZZZZZ9.
           05 WS-EXC-ACTION-ED       PIC ZZZZZZZ9.
           05 WS-EXC-IMAGE-ED        PIC ZZZZZZZ9.
           05 WS-EXC-NOT-IN-DELTA-ED PIC ZZZZZZZ9.
           05 WS-TOTAL-EXCEPTIONS-ED PIC ZZZZZZZ9.

       01 WS-EXCEPTION-HEADING.
           05 FILLER             PIC X(17) VALUE 'IVPDBKY'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE 'DELTA'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE 'AUDIT'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'EXCEPTION'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'LAST AUDITED'.
           05 FILLER             PIC X(11) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
           05 EXL-IVPDBKY        PIC X(17).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 EXL-DELTA-ACTION   PIC X(1).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 EXL-AUDIT-ACTION   PIC X(1).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 EXL-REASON         PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 EXL-LAST-TS        PIC X(14).
           05 FILLER             PIC X(11) VALUE SPACES.

      *  header/trailer layouts - the marker test and the header run
      *  date and time that bound the window
           COPY OGDB5HT.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM RECORD-LEDGER-START
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM OPEN-REPORT-FILE
           PERFORM READ-WINDOW-BOUNDS
           IF NOT WS-UNUSABLE
               PERFORM VERIFY-DELTA-FILE
           END-IF
           IF NOT WS-UNUSABLE
               PERFORM LOAD-AUDITED-CHANGES
           END-IF
           IF WS-UNUSABLE
               MOVE SPACES TO REPORT-LINE
               STRING '** RECONCILIATION NOT ATTEMPTED - SEE THE '
                           DELIMITED BY SIZE
                      'JOB LOG **' DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM MATCH-DELTA-LINES
           PERFORM REPORT-UNMATCHED-AUDIT
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-TOTAL-EXCEPTIONS > 0
               DISPLAY 'OGDB5REC: ' WS-TOTAL-EXCEPTIONS-ED
                       ' IVPDB1 CHANGE(S) DO NOT RECONCILE - '
                       'SEE EXCPRPT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'OGDB5REC: EXPORT DELTA AND MAINTENANCE '
                       'AUDIT RECONCILE'
           END-IF
           PERFORM RECORD-LEDGER-END
           STOP RUN
           .

       RECORD-LEDGER-START.
           MOVE 'S' TO WS-LEDGER-EVENT
           MOVE 0   TO WS-LEDGER-COUNT
           PERFORM RECORD-LEDGER-EVENT
           .

       RECORD-LEDGER-END.
           MOVE 'E' TO WS-LEDGER-EVENT
           MOVE WS-DELTA-CHECKED TO WS-LEDGER-COUNT
           PERFORM RECORD-LEDGER-EVENT
           .

      * One run-control event to the shared ledger - see copybook
      * OGHWRCL. The record fields are only touched once the OPEN
      * has succeeded. A ledger failure is noted, not fatal: the
      * verdict matters more than the bookkeeping, and OGHWVER will
      * read the window as incomplete and page anyway.
       RECORD-LEDGER-EVENT.
           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-OK
               MOVE FUNCTION CURRENT-DATE (1:8) TO RCL-RUN-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCL-RUN-TIME
               MOVE 'OGDB5REC'      TO RCL-STEP-NAME
               MOVE WS-LEDGER-EVENT TO RCL-EVENT
               MOVE RETURN-CODE     TO RCL-RETURN-CODE
               MOVE WS-LEDGER-COUNT TO RCL-KEY-COUNT
               WRITE RUNLEDG-RECORD
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'OGDB5REC: RUNLEDG UNAVAILABLE, FILE STATUS='
                       WS-LEDGER-STATUS
           END-IF
           .

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'OGDB5REC: EXCPRPT OPEN FAILED, FILE STATUS='
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           .

      * The window is bounded by the run date and time on the two
      * export headers. An export whose first record is not a header
      * is not one OGDB5DLT could have built a delta from.
       READ-WINDOW-BOUNDS.
           OPEN INPUT OLD-EXPORT-FILE
           IF NOT WS-OLD-OK
               DISPLAY 'OGDB5REC: OGDB5OLD OPEN FAILED, FILE STATUS='
                       WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           MOVE SPACES TO OLD-EXPORT-RECORD
           READ OLD-EXPORT-FILE
               AT END
                   CONTINUE
           END-READ
           MOVE OLD-EXPORT-RECORD TO OGDB5-HEADER-RECORD
           IF HDR-TYPE-MARKER
               STRING HDR-RUN-DATE  DELIMITED BY SIZE
                      HDR-RUN-TIME  DELIMITED BY SIZE
                      INTO WS-WINDOW-FROM
               END-STRING
           ELSE
               DISPLAY 'OGDB5REC: OGDB5OLD FIRST RECORD IS NOT A '
                       'HEADER'
               SET WS-UNUSABLE TO TRUE
           END-IF
           CLOSE OLD-EXPORT-FILE

           OPEN INPUT NEW-EXPORT-FILE
           IF NOT WS-NEW-OK
               DISPLAY 'OGDB5REC: OGDB5NEW OPEN FAILED, FILE STATUS='
                       WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           MOVE SPACES TO NEW-EXPORT-RECORD
           READ NEW-EXPORT-FILE
               AT END
                   CONTINUE
           END-READ
           MOVE NEW-EXPORT-RECORD TO OGDB5-HEADER-RECORD
           IF HDR-TYPE-MARKER
               STRING HDR-RUN-DATE  DELIMITED BY SIZE
                      HDR-RUN-TIME  DELIMITED BY SIZE
                      INTO WS-WINDOW-TO
               END-STRING
           ELSE
               DISPLAY 'OGDB5REC: OGDB5NEW FIRST RECORD IS NOT A '
                       'HEADER'
               SET WS-UNUSABLE TO TRUE
           END-IF
           CLOSE NEW-EXPORT-FILE

           IF NOT WS-UNUSABLE
              AND WS-WINDOW-TO NOT > WS-WINDOW-FROM
               DISPLAY 'OGDB5REC: OGDB5NEW IS NOT LATER THAN '
                       'OGDB5OLD - ' WS-WINDOW-FROM ' TO '
                       WS-WINDOW-TO
               SET WS-UNUSABLE TO TRUE
           END-IF
           .

      * A full pass over DELTAIN before any line is judged: every
      * detail line must be A, C or D and the *CONTROL totals must
      * agree with them. No *CONTROL line means OGDB5DLT abandoned
      * the delta, and reconciling half a delta would page the DBA
      * team over keys that were simply never compared.
       VERIFY-DELTA-FILE.
           OPEN INPUT DELTA-FILE
           IF NOT WS-DELTA-OK
               DISPLAY 'OGDB5REC: DELTAIN OPEN FAILED, FILE STATUS='
                       WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           PERFORM SKIP-DELTA-HEADER
           PERFORM COUNT-DELTA-LINE UNTIL WS-EOF
           CLOSE DELTA-FILE
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-SEEN
                   DISPLAY 'OGDB5REC: DELTAIN HAS NO *CONTROL RECORD'
                           ' - OGDB5DLT DID NOT COMPLETE'
                   SET WS-UNUSABLE TO TRUE
               WHEN WS-DLT-OTHER > 0
                   DISPLAY 'OGDB5REC: DELTAIN HAS ' WS-DLT-OTHER
                           ' LINE(S) THAT ARE NOT A, C OR D'
                   SET WS-UNUSABLE TO TRUE
           END-EVALUATE
           .

      * Read past the column-header line OGDB5DLT writes first, so
      * its 'A' is never taken for an add.
       SKIP-DELTA-HEADER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-DELTA-LINE
           IF NOT WS-EOF
               PERFORM READ-DELTA-LINE
           END-IF
           .

       READ-DELTA-LINE.
           READ DELTA-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * The *CONTROL line is checked the moment it is read, while it
      * is still in the record area.
       COUNT-DELTA-LINE.
           EVALUATE TRUE
               WHEN DCT-TYPE-MARKER
                   SET WS-CONTROL-SEEN TO TRUE
                   IF DCT-ADDED IS NUMERIC
                      AND DCT-CHANGED IS NUMERIC
                      AND DCT-DELETED IS NUMERIC
                       IF DCT-ADDED NOT = WS-DLT-ADDED
                          OR DCT-CHANGED NOT = WS-DLT-CHANGED
                          OR DCT-DELETED NOT = WS-DLT-DELETED
                           DISPLAY 'OGDB5REC: DELTAIN *CONTROL '
                                   'COUNTS DISAGREE WITH ITS LINES'
                           SET WS-UNUSABLE TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'OGDB5REC: DELTAIN *CONTROL COUNTS '
                               'NOT NUMERIC'
                       SET WS-UNUSABLE TO TRUE
                   END-IF
                   SET WS-EOF TO TRUE
               WHEN DLT-ACTION-ADD
                   ADD 1 TO WS-DLT-ADDED
               WHEN DLT-ACTION-CHANGE
                   ADD 1 TO WS-DLT-CHANGED
               WHEN DLT-ACTION-DELETE
                   ADD 1 TO WS-DLT-DELETED
               WHEN OTHER
                   ADD 1 TO WS-DLT-OTHER
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-DELTA-LINE
           END-IF
           .

      * Every audited change in the window, folded into one entry per
      * key: the earliest and latest by MNA-TIMESTAMP, file order
      * breaking a tie within the second.
       LOAD-AUDITED-CHANGES.
           OPEN INPUT AUDIT-IN-FILE
           IF NOT WS-AUDIT-IN-OK
               DISPLAY 'OGDB5REC: AUDITIN OPEN FAILED, FILE STATUS='
                       WS-AUDIT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
           PERFORM LOAD-AUDIT-RECORD THRU LOAD-AUDIT-RECORD-EXIT
                   UNTIL WS-EOF
           CLOSE AUDIT-IN-FILE
           .

       READ-AUDIT-RECORD.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       LOAD-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ
           IF MNA-TIMESTAMP NOT > WS-WINDOW-FROM
               ADD 1 TO WS-AUDIT-BEFORE
               PERFORM READ-AUDIT-RECORD
               GO TO LOAD-AUDIT-RECORD-EXIT
           END-IF
           IF MNA-TIMESTAMP > WS-WINDOW-TO
               ADD 1 TO WS-AUDIT-AFTER
               PERFORM READ-AUDIT-RECORD
               GO TO LOAD-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO WS-AUDIT-IN-WINDOW
           MOVE MNA-IVPDBKY TO WS-SEARCH-KEY
           PERFORM FIND-AUDITED-KEY
           IF WS-MATCH-IDX = 0
               IF WS-KEY-COUNT < WS-KEY-TABLE-MAX
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-MATCH-IDX
                   MOVE MNA-IVPDBKY
                       TO WS-KEY-IVPDBKY(WS-MATCH-IDX)
                   MOVE MNA-TIMESTAMP
                       TO WS-KEY-FIRST-TS(WS-MATCH-IDX)
                   MOVE MNA-ACTION
                       TO WS-KEY-FIRST-ACT(WS-MATCH-IDX)
                   MOVE MNA-BEFORE-IMAGE
                       TO WS-KEY-FIRST-IMAGE(WS-MATCH-IDX)
                   MOVE MNA-TIMESTAMP
                       TO WS-KEY-LAST-TS(WS-MATCH-IDX)
                   MOVE MNA-ACTION
                       TO WS-KEY-LAST-ACT(WS-MATCH-IDX)
                   MOVE MNA-AFTER-IMAGE
                       TO WS-KEY-LAST-IMAGE(WS-MATCH-IDX)
                   MOVE 'N' TO WS-KEY-MATCHED(WS-MATCH-IDX)
               ELSE
                   DISPLAY 'OGDB5REC: MORE THAN ' WS-KEY-TABLE-MAX
                           ' IVPDBKYS AUDITED IN THE WINDOW'
                   SET WS-UNUSABLE TO TRUE
                   SET WS-EOF TO TRUE
                   GO TO LOAD-AUDIT-RECORD-EXIT
               END-IF
           ELSE
               IF MNA-TIMESTAMP < WS-KEY-FIRST-TS(WS-MATCH-IDX)
                   MOVE MNA-TIMESTAMP
                       TO WS-KEY-FIRST-TS(WS-MATCH-IDX)
                   MOVE MNA-ACTION
                       TO WS-KEY-FIRST-ACT(WS-MATCH-IDX)
                   MOVE MNA-BEFORE-IMAGE
                       TO WS-KEY-FIRST-IMAGE(WS-MATCH-IDX)
               END-IF
               IF MNA-TIMESTAMP NOT < WS-KEY-LAST-TS(WS-MATCH-IDX)
                   MOVE MNA-TIMESTAMP
                       TO WS-KEY-LAST-TS(WS-MATCH-IDX)
                   MOVE MNA-ACTION
                       TO WS-KEY-LAST-ACT(WS-MATCH-IDX)
                   MOVE MNA-AFTER-IMAGE
                       TO WS-KEY-LAST-IMAGE(WS-MATCH-IDX)
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD
           .
       LOAD-AUDIT-RECORD-EXIT.
           EXIT.

      * WS-MATCH-IDX to the table entry for WS-SEARCH-KEY, zero if
      * the key has no entry yet
       FIND-AUDITED-KEY.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM CHECK-AUDITED-KEY
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
                      OR WS-MATCH-IDX > 0
           .

       CHECK-AUDITED-KEY.
           IF WS-KEY-IVPDBKY(WS-KEY-IDX) = WS-SEARCH-KEY
               MOVE WS-KEY-IDX TO WS-MATCH-IDX
           END-IF
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING 'IVPDB1 DELTA VS MAINTENANCE AUDIT - RUN DATE '
                       DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WINDOW AFTER ' DELIMITED BY SIZE
                  WS-WINDOW-FROM    DELIMITED BY SIZE
                  ' UP TO '         DELIMITED BY SIZE
                  WS-WINDOW-TO      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING
           .

      * Second pass over DELTAIN, now known to be complete: each
      * detail line against the net audited change for its key.
       MATCH-DELTA-LINES.
           OPEN INPUT DELTA-FILE
           IF NOT WS-DELTA-OK
               DISPLAY 'OGDB5REC: DELTAIN RE-OPEN FAILED, FILE '
                       'STATUS=' WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           PERFORM SKIP-DELTA-HEADER
           PERFORM MATCH-DELTA-LINE UNTIL WS-EOF
           CLOSE DELTA-FILE
           .

       MATCH-DELTA-LINE.
           IF DCT-TYPE-MARKER
               SET WS-EOF TO TRUE
           ELSE
               PERFORM JUDGE-DELTA-LINE
               PERFORM READ-DELTA-LINE
           END-IF
           .

       JUDGE-DELTA-LINE.
           ADD 1 TO WS-DELTA-CHECKED
           MOVE DLT-IVPDBKY  TO WS-DLT-IMAGE-KEY
           MOVE DLT-SEG-DATA TO WS-DLT-IMAGE-DATA
           MOVE DLT-IVPDBKY  TO WS-SEARCH-KEY
           PERFORM FIND-AUDITED-KEY
           IF WS-MATCH-IDX = 0
               ADD 1 TO WS-EXC-NO-AUDIT
               MOVE DLT-IVPDBKY       TO EXL-IVPDBKY
               MOVE DLT-ACTION        TO EXL-DELTA-ACTION
               MOVE '-'               TO EXL-AUDIT-ACTION
               MOVE 'NO AUDITED CHANGE' TO EXL-REASON
               MOVE SPACES            TO EXL-LAST-TS
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE 'Y' TO WS-KEY-MATCHED(WS-MATCH-IDX)
               MOVE WS-MATCH-IDX TO WS-KEY-IDX
               PERFORM DERIVE-NET-ACTION
               MOVE DLT-IVPDBKY       TO EXL-IVPDBKY
               MOVE DLT-ACTION        TO EXL-DELTA-ACTION
               MOVE WS-NET-ACTION     TO EXL-AUDIT-ACTION
               MOVE WS-KEY-LAST-TS(WS-MATCH-IDX) TO EXL-LAST-TS
               EVALUATE TRUE
                   WHEN WS-NET-ACTION NOT = DLT-ACTION
                       ADD 1 TO WS-EXC-ACTION
                       MOVE 'ACTION MISMATCH' TO EXL-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN DLT-ACTION-DELETE
                    AND WS-KEY-FIRST-IMAGE(WS-MATCH-IDX)
                        NOT = WS-DELTA-IMAGE
                       ADD 1 TO WS-EXC-IMAGE
                       MOVE 'IMAGE MISMATCH' TO EXL-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN NOT DLT-ACTION-DELETE
                    AND WS-KEY-LAST-IMAGE(WS-MATCH-IDX)
                        NOT = WS-DELTA-IMAGE
                       ADD 1 TO WS-EXC-IMAGE
                       MOVE 'IMAGE MISMATCH' TO EXL-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       ADD 1 TO WS-DELTA-MATCHED
               END-EVALUATE
           END-IF
           .

      * The net effect of table entry WS-KEY-IDX - see the prologue.
      * A replace that put back exactly what was there nets to N.
       DERIVE-NET-ACTION.
           EVALUATE TRUE
               WHEN WS-KEY-FIRST-ACT(WS-KEY-IDX) = 'A'
                AND WS-KEY-LAST-ACT(WS-KEY-IDX) = 'D'
                   MOVE 'N' TO WS-NET-ACTION
               WHEN WS-KEY-FIRST-ACT(WS-KEY-IDX) = 'A'
                   MOVE 'A' TO WS-NET-ACTION
               WHEN WS-KEY-LAST-ACT(WS-KEY-IDX) = 'D'
                   MOVE 'D' TO WS-NET-ACTION
               WHEN WS-KEY-LAST-IMAGE(WS-KEY-IDX)
                    = WS-KEY-FIRST-IMAGE(WS-KEY-IDX)
                   MOVE 'N' TO WS-NET-ACTION
               WHEN OTHER
                   MOVE 'C' TO WS-NET-ACTION
           END-EVALUATE
           .

      * An audited key no delta line claimed, whose net effect the
      * export should have shown.
       REPORT-UNMATCHED-AUDIT.
           IF WS-KEY-MATCHED(WS-KEY-IDX) = 'N'
               PERFORM DERIVE-NET-ACTION
               IF WS-NET-ACTION NOT = 'N'
                   ADD 1 TO WS-EXC-NOT-IN-DELTA
                   MOVE WS-KEY-IVPDBKY(WS-KEY-IDX) TO EXL-IVPDBKY
                   MOVE '-'           TO EXL-DELTA-ACTION
                   MOVE WS-NET-ACTION TO EXL-AUDIT-ACTION
                   MOVE 'NOT IN EXPORT DELTA' TO EXL-REASON
                   MOVE WS-KEY-LAST-TS(WS-KEY-IDX) TO EXL-LAST-TS
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           IF NOT WS-REPORT-OK
               DISPLAY 'OGDB5REC: EXCPRPT WRITE FAILED, FILE STATUS='
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-LEDGER-END
               STOP RUN
           END-IF
           .

       WRITE-SUMMARY.
           COMPUTE WS-TOTAL-EXCEPTIONS = WS-EXC-NO-AUDIT
               + WS-EXC-ACTION + WS-EXC-IMAGE + WS-EXC-NOT-IN-DELTA
           MOVE WS-AUDIT-READ       TO WS-AUDIT-READ-ED
           MOVE WS-AUDIT-BEFORE     TO WS-AUDIT-BEFORE-ED
           MOVE WS-AUDIT-AFTER      TO WS-AUDIT-AFTER-ED
           MOVE WS-AUDIT-IN-WINDOW  TO WS-AUDIT-IN-WINDOW-ED
           MOVE WS-KEY-COUNT        TO WS-KEY-COUNT-ED
           MOVE WS-DELTA-CHECKED    TO WS-DELTA-CHECKED-ED
           MOVE WS-DELTA-MATCHED    TO WS-DELTA-MATCHED-ED
           MOVE WS-EXC-NO-AUDIT     TO WS-EXC-NO-AUDIT-ED
           MOVE WS-EXC-ACTION       TO WS-EXC-ACTION-ED
           MOVE WS-EXC-IMAGE        TO WS-EXC-IMAGE-ED
           MOVE WS-EXC-NOT-IN-DELTA TO WS-EXC-NOT-IN-DELTA-ED
           MOVE WS-TOTAL-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS-ED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS READ  . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-AUDIT-READ-ED  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  BEFORE THE WINDOW . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-AUDIT-BEFORE-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  AFTER THE WINDOW  . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-AUDIT-AFTER-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  IN THE WINDOW . . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-AUDIT-IN-WINDOW-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  DISTINCT IVPDBKYS . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-KEY-COUNT-ED   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'DELTA LINES CHECKED . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-DELTA-CHECKED-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING '  RECONCILED TO THE AUDIT . . . . . : '
                       DELIMITED BY SIZE
                  WS-DELTA-MATCHED-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'NO AUDITED CHANGE . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-EXC-NO-AUDIT-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'ACTION MISMATCH . . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-EXC-ACTION-ED  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'IMAGE MISMATCH  . . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-EXC-IMAGE-ED   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'NOT IN EXPORT DELTA . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-EXC-NOT-IN-DELTA-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL EXCEPTIONS  . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-TOTAL-EXCEPTIONS-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
