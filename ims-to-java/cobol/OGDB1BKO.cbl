      *
      * Backout transaction generator for OGDB1MNT runs
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGDB1BKO.
      ****************************************************************
      *  Program batch BMP - companion to OGDB1MNT                   *
      *                                                              *
      * When the business submits a bad MAINTIN file, OGDB1MNT       *
      * applies it faithfully and the only record of what was there  *
      * before is the before-image on AUDITOUT (copybook OGDB1AU).   *
      * This BMP reads an AUDITOUT back and writes MAINTOUT, a       *
      * reversing transaction file in the 220-byte MAINTIN layout    *
      * (copybook OGDB1MT), newest change first:                     *
      *                                                              *
      *   applied A - D of the key;                                  *
      *   applied D - A of the before-image;                         *
      *   applied R - R back to the before-image.                    *
      *                                                              *
      * MAINTOUT is then run through OGDB1MNT like any other         *
      * maintenance file, so the backout is itself audited.          *
      *                                                              *
      * The selection can be narrowed on SYSIN to an MNA-TIMESTAMP   *
      * range and, through the optional KEYLIST file (one IVPDBKY    *
      * per card in columns 1-17), to a list of keys. No card and no *
      * KEYLIST backs out everything on AUDITIN.                     *
      *                                                              *
      * Nothing is reversed blind. Before each backout record is     *
      * written, the segment is read from IVPDB1 through the DB PCB  *
      * (read only, PROCOPT=G) and must still be exactly the         *
      * change's after-image - present with that image after an A    *
      * or R, absent after a D. When one key has several changes in  *
      * the selection, the newest is checked against the database    *
      * and each older one against the state the newer backouts      *
      * will leave. A key that has changed again since goes to the   *
      * CONFRPT conflicts report instead, and so does every older    *
      * change to the same key - backing those out past the          *
      * conflict would overwrite someone else's work.                *
      *                                                              *
      * RC 0 every selected change reversed; RC 4 some went to the   *
      * conflicts report; RC 16 a file or DL/I error, or more        *
      * selected changes than the tables hold - no MAINTOUT is worth *
      * running in that case, so none is left behind.                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  the OGDB1MNT AUDITOUT to reverse
           SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

      *  optional control card - MNA-TIMESTAMP range. No card, or a
      *  blank/non-numeric bound, leaves that end open (same
      *  fallback shape as IMS4C2J's SYSIN card)
           SELECT CTL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-CARD-STATUS.

      *  optional list of IVPDBKYs to confine the backout to
           SELECT KEY-LIST-FILE ASSIGN TO KEYLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEY-LIST-STATUS.

           SELECT MAINT-OUT-FILE ASSIGN TO MAINTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-OUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO CONFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 432 CHARACTERS.
           COPY OGDB1AU.

       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-CARD-RECORD.
      *  inclusive MNA-TIMESTAMP bounds, YYYYMMDDHHMMSS
           05  CTL-FROM-TS        PIC X(14).
           05  FILLER             PIC X(1).
           05  CTL-TO-TS          PIC X(14).
           05  FILLER             PIC X(51).

       FD  KEY-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  KEY-LIST-RECORD.
           05  KYL-IVPDBKY        PIC X(17).
           05  FILLER             PIC X(63).

       FD  MAINT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
           COPY OGDB1MT.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.

       77 CT-PROG-NAME        PIC X(8)   VALUE 'OGDB1BKO'.

       01 WS-AUDIT-IN-STATUS  PIC X(2).
           88 WS-AUDIT-IN-OK  VALUE '00'.
       01 WS-CTL-CARD-STATUS  PIC X(2).
           88 WS-CTL-CARD-OK  VALUE '00'.
       01 WS-KEY-LIST-STATUS  PIC X(2).
           88 WS-KEY-LIST-OK  VALUE '00'.
       01 WS-MAINT-OUT-STATUS PIC X(2).
           88 WS-MAINT-OUT-OK VALUE '00'.
       01 WS-REPORT-STATUS    PIC X(2).
           88 WS-REPORT-OK    VALUE '00'.

       01 WS-EOF-SWITCH       PIC X     VALUE 'N'.
           88 WS-EOF          VALUE 'Y'.

      *  selection in force after the control card and KEYLIST
       01 WS-FROM-TS          PIC X(14) VALUE LOW-VALUES.
       01 WS-TO-TS            PIC X(14) VALUE HIGH-VALUES.
       01 WS-KEY-LIST-MAX     PIC S9(8) COMP VALUE 500.
       01 WS-KEY-LIST-COUNT   PIC S9(8) COMP VALUE 0.
       01 WS-KEY-LIST-TABLE.
           05 WS-LIST-KEY OCCURS 500 TIMES
                           PIC X(17).
       01 WS-LIST-IDX         PIC S9(8) COMP VALUE 0.
       01 WS-LISTED-SW        PIC X     VALUE 'N'.
           88 WS-KEY-LISTED   VALUE 'Y'.

      *  the selected changes in order of application - walked
      *  backwards to write the backout
       01 WS-CHANGE-TABLE-MAX PIC S9(8) COMP VALUE 2000.
       01 WS-CHANGE-COUNT     PIC S9(8) COMP VALUE 0.
       01 WS-CHANGE-IDX       PIC S9(8) COMP VALUE 0.
       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 2000 TIMES.
               10 WS-CHG-TIMESTAMP    PIC X(14).
               10 WS-CHG-ACTION       PIC X(1).
               10 WS-CHG-IVPDBKY      PIC X(17).
               10 WS-CHG-BEFORE-IMAGE PIC X(200).
               10 WS-CHG-AFTER-IMAGE  PIC X(200).

      *  one entry per key met on the way back: the state the
      *  segment is in once the backouts already written have been
      *  applied, and whether the key is in conflict
       01 WS-STATE-TABLE-MAX  PIC S9(8) COMP VALUE 2000.
       01 WS-STATE-COUNT      PIC S9(8) COMP VALUE 0.
       01 WS-STATE-IDX        PIC S9(8) COMP VALUE 0.
       01 WS-MATCH-IDX        PIC S9(8) COMP VALUE 0.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 2000 TIMES.
               10 WS-STATE-IVPDBKY    PIC X(17).
               10 WS-STATE-PRESENT    PIC X(1).
               10 WS-STATE-IMAGE      PIC X(200).
               10 WS-STATE-CONFLICT   PIC X(1).

       01 WS-CONFLICT-REASON  PIC X(20) VALUE SPACES.

       01 DLI-FUNCTION-GU    PIC X(4) VALUE 'GU  '.

       01 DB-SEGMENT-IO      PIC X(200) VALUE SPACES.

      * SSA qualified on the IVPDB1 root key, equal compare - same
      * shape as OGDB1MNT's
       01 IVPDB1-SSA-QUALIFIED.
           05 SSA-SEGMENT    PIC X(8)  VALUE 'IVPDB1'.
           05 FILLER         PIC X(1)  VALUE '('.
           05 SSA-FIELD      PIC X(8)  VALUE 'IVPDBKY'.
           05 SSA-OPER       PIC X(2)  VALUE 'EQ'.
           05 SSA-VALUE      PIC X(17) VALUE SPACES.
           05 FILLER         PIC X(1)  VALUE ')'.

       01 WS-COUNTERS.
           05 WS-READ-COUNT          PIC S9(8) COMP VALUE 0.
           05 WS-OUT-OF-RANGE        PIC S9(8) COMP VALUE 0.
           05 WS-NOT-LISTED          PIC S9(8) COMP VALUE 0.
           05 WS-BAD-ACTION          PIC S9(8) COMP VALUE 0.
           05 WS-DELETES-WRITTEN     PIC S9(8) COMP VALUE 0.
           05 WS-ADDS-WRITTEN        PIC S9(8) COMP VALUE 0.
           05 WS-REPLACES-WRITTEN    PIC S9(8) COMP VALUE 0.
           05 WS-CONFLICT-COUNT      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-COUNTS.
           05 WS-READ-ED             PIC ZZZZZZZ9.
           05 WS-SELECTED-ED         PIC ZZZZZZZ9.
           05 WS-OUT-OF-RANGE-ED     PIC ZZZZZZZ9.
           05 WS-NOT-LISTED-ED       PIC ZZZZZZZ9.
           05 WS-BAD-ACTION-ED       PIC ZZZZZZZ9.
           05 WS-DELETES-ED          PIC ZZZZZZZ9.
           05 WS-ADDS-ED             PIC ZZZZZZZ9.
           05 WS-REPLACES-ED         PIC ZZZZZZZ9.
           05 WS-CONFLICT-ED         PIC ZZZZZZZ9.
           05 WS-KEY-LIST-ED         PIC ZZZZZZZ9.

       01 WS-CONFLICT-HEADING.
           05 FILLER             PIC X(14) VALUE 'APPLIED AT'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(3)  VALUE 'ACT'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(17) VALUE 'IVPDBKY'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'CONFLICT'.
           05 FILLER             PIC X(20) VALUE SPACES.

       01 WS-CONFLICT-LINE.
           05 CFL-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CFL-ACTION         PIC X(1).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 CFL-IVPDBKY        PIC X(17).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CFL-REASON         PIC X(20).
           05 FILLER             PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  IOPCB.
           02  LTERM-NAME      PIC  X(8).
           02  IO-RESERVE-IMS  PIC  X(2).
           02  IO-STATUS       PIC  X(2).
           02  CURR-DATE       PIC  X(4).
           02  CURR-TIME       PIC  X(4).
           02  IN-MSN          PIC  X(4).
           02  MODNAME         PIC  X(8).
           02  USERID          PIC  X(8).
           02  GROUP-NAME      PIC  X(8).
           02  TIME-STAMP      PIC  X(12).
           02  USERID-IND      PIC  X(1).
      *
      * DB PCB to IVPDB1 - PROCOPT=G is enough, nothing here updates
      * the database; OGDB1MNT applies the backout later
      *
       01  DBPCB.
           02  DBD-NAME        PIC  X(8).
           02  SEG-LEVEL       PIC  X(2).
           02  DBSTATUS        PIC  X(2).
               88  DB-STATUS-NORMAL      VALUE SPACES.
               88  DB-STATUS-END-OF-DB   VALUE 'GB'.
               88  DB-STATUS-NOT-FOUND   VALUE 'GE'.
           02  PROC-OPTIONS    PIC  X(4).
           02  RESERVE-DLI     PIC  X(4).
           02  SEG-NAME-FB     PIC  X(8).
           02  LENGTH-FB-KEY   PIC  9(4).
           02  NUMB-SENS-SEGS  PIC  9(4).
           02  KEY-FB-AREA     PIC  X(17).

       PROCEDURE DIVISION USING IOPCB, DBPCB.

       MAIN-RTN.
           DISPLAY 'COBOL says hello from ' CT-PROG-NAME
           PERFORM GET-RUNTIME-OPTIONS
           PERFORM LOAD-KEY-LIST
           PERFORM LOAD-SELECTED-CHANGES
           PERFORM OPEN-OUTPUT-FILES
           PERFORM BACK-OUT-CHANGE
                   VARYING WS-CHANGE-IDX FROM WS-CHANGE-COUNT BY -1
                   UNTIL WS-CHANGE-IDX < 1
           PERFORM WRITE-RUN-SUMMARY
           CLOSE MAINT-OUT-FILE
           CLOSE REPORT-FILE
           IF WS-CONFLICT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'End'
           GOBACK
           .

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
           IF CTL-FROM-TS IS NUMERIC
               MOVE CTL-FROM-TS TO WS-FROM-TS
           END-IF
           IF CTL-TO-TS IS NUMERIC
               MOVE CTL-TO-TS TO WS-TO-TS
           END-IF
           .

      * No KEYLIST DD, or an empty one, means every key. Blank cards
      * are skipped; a list longer than the table cannot be honoured
      * safely - backing out keys nobody listed is worse than
      * stopping.
       LOAD-KEY-LIST.
           OPEN INPUT KEY-LIST-FILE
           IF WS-KEY-LIST-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-KEY-LIST
               PERFORM STORE-LISTED-KEY UNTIL WS-EOF
               CLOSE KEY-LIST-FILE
           END-IF
           .

       READ-KEY-LIST.
           READ KEY-LIST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       STORE-LISTED-KEY.
           IF KYL-IVPDBKY NOT = SPACES
               IF WS-KEY-LIST-COUNT < WS-KEY-LIST-MAX
                   ADD 1 TO WS-KEY-LIST-COUNT
                   MOVE KYL-IVPDBKY TO WS-LIST-KEY(WS-KEY-LIST-COUNT)
               ELSE
                   DISPLAY 'OGDB1BKO: MORE THAN ' WS-KEY-LIST-MAX
                           ' KEYS ON KEYLIST - NO BACKOUT WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM READ-KEY-LIST
           .

       LOAD-SELECTED-CHANGES.
           OPEN INPUT AUDIT-IN-FILE
           IF NOT WS-AUDIT-IN-OK
               DISPLAY 'OGDB1BKO: AUDITIN OPEN FAILED, FILE STATUS='
                       WS-AUDIT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-AUDIT-RECORD
           PERFORM SELECT-AUDIT-RECORD THRU SELECT-AUDIT-RECORD-EXIT
                   UNTIL WS-EOF
           CLOSE AUDIT-IN-FILE
           .

       READ-AUDIT-RECORD.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ
           .

       SELECT-AUDIT-RECORD.
           IF MNA-TIMESTAMP < WS-FROM-TS
              OR MNA-TIMESTAMP > WS-TO-TS
               ADD 1 TO WS-OUT-OF-RANGE
               PERFORM READ-AUDIT-RECORD
               GO TO SELECT-AUDIT-RECORD-EXIT
           END-IF
           IF WS-KEY-LIST-COUNT > 0
               MOVE 'N' TO WS-LISTED-SW
               PERFORM CHECK-LISTED-KEY
                       VARYING WS-LIST-IDX FROM 1 BY 1
                       UNTIL WS-LIST-IDX > WS-KEY-LIST-COUNT
                          OR WS-KEY-LISTED
               IF NOT WS-KEY-LISTED
                   ADD 1 TO WS-NOT-LISTED
                   PERFORM READ-AUDIT-RECORD
                   GO TO SELECT-AUDIT-RECORD-EXIT
               END-IF
           END-IF
           IF NOT MNA-ACTION-ADD
              AND NOT MNA-ACTION-REPLACE
              AND NOT MNA-ACTION-DELETE
               DISPLAY 'OGDB1BKO: AUDIT RECORD WITH ACTION '
                       MNA-ACTION ' SKIPPED, KEY=' MNA-IVPDBKY
               ADD 1 TO WS-BAD-ACTION
               PERFORM READ-AUDIT-RECORD
               GO TO SELECT-AUDIT-RECORD-EXIT
           END-IF
           IF WS-CHANGE-COUNT NOT < WS-CHANGE-TABLE-MAX
               DISPLAY 'OGDB1BKO: MORE THAN ' WS-CHANGE-TABLE-MAX
                       ' CHANGES SELECTED - NO BACKOUT WRITTEN;'
                       ' NARROW THE SYSIN RANGE OR KEYLIST'
               CLOSE AUDIT-IN-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE MNA-TIMESTAMP    TO WS-CHG-TIMESTAMP(WS-CHANGE-COUNT)
           MOVE MNA-ACTION       TO WS-CHG-ACTION(WS-CHANGE-COUNT)
           MOVE MNA-IVPDBKY      TO WS-CHG-IVPDBKY(WS-CHANGE-COUNT)
           MOVE MNA-BEFORE-IMAGE
               TO WS-CHG-BEFORE-IMAGE(WS-CHANGE-COUNT)
           MOVE MNA-AFTER-IMAGE
               TO WS-CHG-AFTER-IMAGE(WS-CHANGE-COUNT)
           PERFORM READ-AUDIT-RECORD
           .
       SELECT-AUDIT-RECORD-EXIT.
           EXIT.

       CHECK-LISTED-KEY.
           IF WS-LIST-KEY(WS-LIST-IDX) = MNA-IVPDBKY
               SET WS-KEY-LISTED TO TRUE
           END-IF
           .

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT MAINT-OUT-FILE
           IF NOT WS-MAINT-OUT-OK
               DISPLAY 'OGDB1BKO: MAINTOUT OPEN FAILED, FILE STATUS='
                       WS-MAINT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'OGDB1BKO: CONFRPT OPEN FAILED, FILE STATUS='
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'OGDB1MNT BACKOUT CONFLICTS - CHANGES NOT REVERSED'
                       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-CONFLICT-HEADING
           .

      * One selected change, newest first: judge it against the state
      * its key will be in once the newer backouts have run, then
      * either write its reversal and roll that state back to the
      * before-image, or report the conflict.
       BACK-OUT-CHANGE.
           PERFORM FIND-KEY-STATE
           MOVE SPACES TO WS-CONFLICT-REASON
           EVALUATE TRUE
               WHEN WS-STATE-CONFLICT(WS-MATCH-IDX) = 'Y'
                   MOVE 'NEWER CHANGE BLOCKED' TO WS-CONFLICT-REASON
               WHEN WS-CHG-ACTION(WS-CHANGE-IDX) = 'D'
                AND WS-STATE-PRESENT(WS-MATCH-IDX) = 'Y'
                   MOVE 'RE-ADDED SINCE' TO WS-CONFLICT-REASON
               WHEN WS-CHG-ACTION(WS-CHANGE-IDX) NOT = 'D'
                AND WS-STATE-PRESENT(WS-MATCH-IDX) = 'N'
                   MOVE 'DELETED SINCE' TO WS-CONFLICT-REASON
               WHEN WS-CHG-ACTION(WS-CHANGE-IDX) NOT = 'D'
                AND WS-STATE-IMAGE(WS-MATCH-IDX)
                    NOT = WS-CHG-AFTER-IMAGE(WS-CHANGE-IDX)
                   MOVE 'CHANGED SINCE' TO WS-CONFLICT-REASON
           END-EVALUATE
           IF WS-CONFLICT-REASON NOT = SPACES
               MOVE 'Y' TO WS-STATE-CONFLICT(WS-MATCH-IDX)
               PERFORM WRITE-CONFLICT-LINE
           ELSE
               PERFORM WRITE-BACKOUT-RECORD
           END-IF
           .

      * WS-MATCH-IDX to the state entry for this change's key. A key
      * not met yet is read from IVPDB1 - that is its state now,
      * before any backout runs.
       FIND-KEY-STATE.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM CHECK-KEY-STATE
                   VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT
                      OR WS-MATCH-IDX > 0
           IF WS-MATCH-IDX = 0
               PERFORM READ-CURRENT-SEGMENT
           END-IF
           .

       CHECK-KEY-STATE.
           IF WS-STATE-IVPDBKY(WS-STATE-IDX)
              = WS-CHG-IVPDBKY(WS-CHANGE-IDX)
               MOVE WS-STATE-IDX TO WS-MATCH-IDX
           END-IF
           .

      * The state table is as large as the change table, so a new
      * key always has room.
       READ-CURRENT-SEGMENT.
           ADD 1 TO WS-STATE-COUNT
           MOVE WS-STATE-COUNT TO WS-MATCH-IDX
           MOVE WS-CHG-IVPDBKY(WS-CHANGE-IDX)
               TO WS-STATE-IVPDBKY(WS-MATCH-IDX)
           MOVE 'N' TO WS-STATE-CONFLICT(WS-MATCH-IDX)
           MOVE WS-CHG-IVPDBKY(WS-CHANGE-IDX) TO SSA-VALUE
           CALL 'CBLTDLI' USING DLI-FUNCTION-GU, DBPCB,
                IVPDB1-SSA-QUALIFIED, DB-SEGMENT-IO
           EVALUATE TRUE
               WHEN DB-STATUS-NORMAL
                   MOVE 'Y' TO WS-STATE-PRESENT(WS-MATCH-IDX)
                   MOVE DB-SEGMENT-IO TO WS-STATE-IMAGE(WS-MATCH-IDX)
               WHEN DB-STATUS-NOT-FOUND OR DB-STATUS-END-OF-DB
                   MOVE 'N' TO WS-STATE-PRESENT(WS-MATCH-IDX)
                   MOVE SPACES TO WS-STATE-IMAGE(WS-MATCH-IDX)
               WHEN OTHER
                   PERFORM ABORT-ON-DLI-ERROR
           END-EVALUATE
           .

      * A read-only PCB has nothing to back out - but a MAINTOUT cut
      * short is not a backout anyone should run, so it is emptied.
       ABORT-ON-DLI-ERROR.
           DISPLAY 'OGDB1BKO ABENDING - ABNORMAL DBSTATUS='
                   DBSTATUS IN DBPCB
                   ' KEY=' WS-CHG-IVPDBKY(WS-CHANGE-IDX)
           CLOSE MAINT-OUT-FILE
           OPEN OUTPUT MAINT-OUT-FILE
           CLOSE MAINT-OUT-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

      * The reversal, in the MAINTIN layout OGDB1MNT applies.
       WRITE-BACKOUT-RECORD.
           MOVE SPACES TO MAINT-RECORD
           MOVE WS-CHG-IVPDBKY(WS-CHANGE-IDX) TO MNT-IVPDBKY
           EVALUATE WS-CHG-ACTION(WS-CHANGE-IDX)
               WHEN 'A'
                   SET MNT-ACTION-DELETE TO TRUE
                   ADD 1 TO WS-DELETES-WRITTEN
                   MOVE 'N' TO WS-STATE-PRESENT(WS-MATCH-IDX)
                   MOVE SPACES TO WS-STATE-IMAGE(WS-MATCH-IDX)
               WHEN 'D'
                   SET MNT-ACTION-ADD TO TRUE
                   MOVE WS-CHG-BEFORE-IMAGE(WS-CHANGE-IDX)
                       TO MNT-SEGMENT-IMAGE
                   ADD 1 TO WS-ADDS-WRITTEN
                   MOVE 'Y' TO WS-STATE-PRESENT(WS-MATCH-IDX)
                   MOVE WS-CHG-BEFORE-IMAGE(WS-CHANGE-IDX)
                       TO WS-STATE-IMAGE(WS-MATCH-IDX)
               WHEN 'R'
                   SET MNT-ACTION-REPLACE TO TRUE
                   MOVE WS-CHG-BEFORE-IMAGE(WS-CHANGE-IDX)
                       TO MNT-SEGMENT-IMAGE
                   ADD 1 TO WS-REPLACES-WRITTEN
                   MOVE WS-CHG-BEFORE-IMAGE(WS-CHANGE-IDX)
                       TO WS-STATE-IMAGE(WS-MATCH-IDX)
           END-EVALUATE
           WRITE MAINT-RECORD
           IF NOT WS-MAINT-OUT-OK
               DISPLAY 'OGDB1BKO: MAINTOUT WRITE FAILED, FILE STATUS='
                       WS-MAINT-OUT-STATUS
               CLOSE MAINT-OUT-FILE
               OPEN OUTPUT MAINT-OUT-FILE
               CLOSE MAINT-OUT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-CHG-TIMESTAMP(WS-CHANGE-IDX) TO CFL-TIMESTAMP
           MOVE WS-CHG-ACTION(WS-CHANGE-IDX)    TO CFL-ACTION
           MOVE WS-CHG-IVPDBKY(WS-CHANGE-IDX)   TO CFL-IVPDBKY
           MOVE WS-CONFLICT-REASON              TO CFL-REASON
           WRITE REPORT-LINE FROM WS-CONFLICT-LINE
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-READ-COUNT       TO WS-READ-ED
           MOVE WS-CHANGE-COUNT     TO WS-SELECTED-ED
           MOVE WS-OUT-OF-RANGE     TO WS-OUT-OF-RANGE-ED
           MOVE WS-NOT-LISTED       TO WS-NOT-LISTED-ED
           MOVE WS-BAD-ACTION       TO WS-BAD-ACTION-ED
           MOVE WS-DELETES-WRITTEN  TO WS-DELETES-ED
           MOVE WS-ADDS-WRITTEN     TO WS-ADDS-ED
           MOVE WS-REPLACES-WRITTEN TO WS-REPLACES-ED
           MOVE WS-CONFLICT-COUNT   TO WS-CONFLICT-ED
           MOVE WS-KEY-LIST-COUNT   TO WS-KEY-LIST-ED

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS READ  . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-READ-ED        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  OUTSIDE THE SYSIN RANGE . . . . . : '
                       DELIMITED BY SIZE
                  WS-OUT-OF-RANGE-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-KEY-LIST-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING '  NOT ON KEYLIST (' DELIMITED BY SIZE
                      WS-KEY-LIST-ED    DELIMITED BY SIZE
                      ' KEYS) . : '     DELIMITED BY SIZE
                      WS-NOT-LISTED-ED  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-BAD-ACTION > 0
               MOVE SPACES TO REPORT-LINE
               STRING '  UNRECOGNISED ACTION (SKIPPED) . . : '
                           DELIMITED BY SIZE
                      WS-BAD-ACTION-ED  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'CHANGES SELECTED  . . . . . . . . . : '
                       DELIMITED BY SIZE
                  WS-SELECTED-ED    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BACKOUT DELETES WRITTEN . . . . . : '
                       DELIMITED BY SIZE
                  WS-DELETES-ED     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BACKOUT ADDS WRITTEN  . . . . . . : '
                       DELIMITED BY SIZE
                  WS-ADDS-ED        DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BACKOUT REPLACES WRITTEN  . . . . : '
                       DELIMITED BY SIZE
                  WS-REPLACES-ED    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CONFLICTS (NOT REVERSED)  . . . . : '
                       DELIMITED BY SIZE
                  WS-CONFLICT-ED    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           DISPLAY 'OGDB1BKO SUMMARY: READ=' WS-READ-ED
                   ' SELECTED=' WS-SELECTED-ED
                   ' DELETES=' WS-DELETES-ED
                   ' ADDS=' WS-ADDS-ED
                   ' REPLACES=' WS-REPLACES-ED
                   ' CONFLICTS=' WS-CONFLICT-ED
           .
