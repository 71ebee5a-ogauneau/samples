      * the job's scratch step to delete. Run this after the online  *
      * day closes, right after the CICS region comes down, and      *
      * before OGHWRPT.                                              *
      *                                                              *
      * Legal holds on HWHOLD (copybook OGHWHLD) override retention. *
      * A generation due to expire is kept in the catalog, and not   *
      * listed for scratch, while any hold covers a record in it:    *
      * date-only holds are judged from the first and last archived  *
      * timestamps each catalog entry carries; holds naming a user   *
      * need the records themselves, read from ARCHOLD (the archive  *
      * GDG concatenation, as OGHWTRD's ARCHIN). ARCRPT names the    *
      * hold that kept each generation. A generation that cannot be  *
      * checked in full - ARCHOLD missing, or short of the records   *
      * the catalog says it holds - is kept too and flagged RC 4:    *
      * nothing is scratched that might be under hold. No HWHOLD     *
      * file means no holds, and ARCRPT says so.                     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *  legal holds - see copybook OGHWHLD. Optional: no file means
      *  no holds
           SELECT HOLD-FILE ASSIGN TO HWHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

      *  concatenation of the archive generations, oldest first -
      *  only read when a hold names a user and a generation is due
      *  to expire
           SELECT ARCHOLD-FILE ASSIGN TO ARCHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHOLD-STATUS.

      *  optional control card overriding the 90-generation retention -
      *  no card, or a blank/non-numeric one, keeps the default so
      *  existing JCL keeps working unchanged (same fallback shape as
           05 CAT-GEN-DATE       PIC X(8).
           05 CAT-GEN-TIME       PIC X(6).
           05 CAT-GEN-COUNT      PIC 9(8).
      *  the first and last AUD-TIMESTAMP (to the second) archived
      *  in the generation - SPACES on entries cataloged before they
      *  were recorded, and on an empty generation
           05 CAT-FIRST-TS       PIC X(14).
           05 CAT-LAST-TS        PIC X(14).
           05 FILLER             PIC X(30).

       FD  HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OGHWHLD.

      *  an archived HWAUDIT-RECORD image - only the key and the user
      *  name are needed, so the OGHWAUD names stay with HWAUDIT-FILE
       FD  ARCHOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01 ARCHOLD-RECORD.
           05 OLD-TIMESTAMP      PIC X(21).
           05 FILLER             PIC X(16).
           05 OLD-USER-NAME      PIC X(10).
           05 FILLER             PIC X(15).

       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
           88 WS-CATALOG-EOF     VALUE "10".
       01 WS-CTL-CARD-STATUS     PIC X(2).
           88 WS-CTL-CARD-OK     VALUE "00".
       01 WS-HOLD-STATUS         PIC X(2).
           88 WS-HOLD-OK         VALUE "00".
       01 WS-ARCHOLD-STATUS      PIC X(2).
           88 WS-ARCHOLD-OK      VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE "00".

      *  nothing was copied, which stops the purge before its first
      *  delete.
       01 WS-LAST-ARCHIVED-KEY   PIC X(21) VALUE LOW-VALUES.
      *  and the first, for today's catalog entry
       01 WS-FIRST-ARCHIVED-KEY  PIC X(21) VALUE SPACES.

      *  set when the purge meets a record above the last archived
      *  key - a late arrival to leave for tomorrow, not an error
           05 WS-ARCHIVE-COPY-COUNT  PIC S9(8) COMP VALUE 0.
           05 WS-VERIFY-READ-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-PURGE-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-HELD-GEN-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-UNCHECKED-GEN-COUNT PIC S9(8) COMP VALUE 0.

      *  retention in generations - default 90, SYSIN-overridable
       01 WS-RETENTION           PIC S9(4) COMP VALUE 90.
       01 WS-CAT-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-CAT-IDX             PIC S9(4) COMP VALUE 0.
       01 WS-CAT-KEEP-FROM       PIC S9(4) COMP VALUE 0.
       01 WS-CAT-GEN-IDX         PIC S9(4) COMP VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 1000 TIMES.
               10 WS-CAT-DATE    PIC X(8).
               10 WS-CAT-TIME    PIC X(6).
               10 WS-CAT-COUNT-N PIC 9(8).
               10 WS-CAT-FIRST-TS PIC X(14).
               10 WS-CAT-LAST-TS PIC X(14).
      *  the latest AUD-TIMESTAMP the generation can hold - its last
      *  archived one, or its run date and time on an older entry
               10 WS-CAT-UPTO-TS PIC X(14).
      *  hold checking of a generation due to expire: one byte per
      *  WS-HOLD-ENTRY, "Y" where that hold covers a record in it;
      *  the unchecked switch when ARCHOLD could not vouch for it
               10 WS-CAT-HELD-BY PIC X(50).
               10 WS-CAT-SEEN-N  PIC S9(8) COMP.
               10 WS-CAT-UNCHECKED-SW PIC X(1).
                   88 WS-CAT-UNCHECKED VALUE "Y".

      *  legal holds as loaded from HWHOLD - open date ends are
      *  widened to 00000000 / 99999999 so every test is a plain
      *  range compare
       01 WS-HOLD-TABLE-MAX      PIC S9(4) COMP VALUE 50.
       01 WS-HOLD-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-USER-HOLD-COUNT     PIC S9(4) COMP VALUE 0.
       01 WS-HOLD-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 50 TIMES.
               10 WS-HOLD-ID        PIC X(8).
               10 WS-HOLD-USER      PIC X(10).
               10 WS-HOLD-FROM      PIC X(8).
               10 WS-HOLD-TO        PIC X(8).
               10 WS-HOLD-REFERENCE PIC X(40).
       01 WS-HOLD-FILE-SW        PIC X     VALUE "N".
           88 WS-HOLD-FILE-MISSING VALUE "Y".

      *  the dates a generation's records span, for the date holds
       01 WS-COVER-FROM          PIC X(8).
       01 WS-COVER-TO            PIC X(8).
       01 WS-ARCHOLD-TS          PIC X(14).

       01 WS-EDITED-COUNTS.
           05 WS-READ-ED         PIC ZZZZZZZ9.
           05 WS-VERIFIED-ED     PIC ZZZZZZZ9.
           05 WS-PURGED-ED       PIC ZZZZZZZ9.
           05 WS-RETENTION-ED    PIC ZZZ9.
           05 WS-HELD-GEN-ED     PIC ZZZZZZZ9.
           05 WS-UNCHECKED-GEN-ED PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      *
               STOP RUN
           END-IF
           ADD 1 TO WS-ARCHIVE-COPY-COUNT
           IF WS-ARCHIVE-COPY-COUNT = 1
               MOVE AUD-TIMESTAMP TO WS-FIRST-ARCHIVED-KEY
           END-IF
           MOVE AUD-TIMESTAMP TO WS-LAST-ARCHIVED-KEY
           PERFORM READ-AUDIT-RECORD
           .

      * Load the existing generation catalog, append today's entry,
      * and rewrite the file keeping only the newest WS-RETENTION
      * entries and any older ones a legal hold still covers.
      * Generations dropped here are listed on ARCRPT so the job's
      * scratch step knows which archive datasets to delete.
       UPDATE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-OK
               MOVE WS-RUN-TIME          TO WS-CAT-TIME(WS-CAT-COUNT)
               MOVE WS-ARCHIVE-COPY-COUNT
                                       TO WS-CAT-COUNT-N(WS-CAT-COUNT)
               IF WS-ARCHIVE-COPY-COUNT > 0
                   MOVE WS-FIRST-ARCHIVED-KEY
                                       TO WS-CAT-FIRST-TS(WS-CAT-COUNT)
                   MOVE WS-LAST-ARCHIVED-KEY
                                       TO WS-CAT-LAST-TS(WS-CAT-COUNT)
               ELSE
                   MOVE SPACES TO WS-CAT-FIRST-TS(WS-CAT-COUNT)
                   MOVE SPACES TO WS-CAT-LAST-TS(WS-CAT-COUNT)
               END-IF
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
               PERFORM INIT-CATALOG-ENTRY
           ELSE
      *  can only happen on a hand-edited ARCHCAT - the retention
      *  rewrite below keeps the file well under the table size
           IF WS-CAT-KEEP-FROM < 1
               MOVE 1 TO WS-CAT-KEEP-FROM
           END-IF
           IF WS-CAT-KEEP-FROM > 1
               PERFORM APPLY-LEGAL-HOLDS
           END-IF
           PERFORM REPORT-EXPIRED-GENERATION
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX >= WS-CAT-KEEP-FROM
               STOP RUN
           END-IF
           PERFORM WRITE-CATALOG-ENTRY
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
           CLOSE CATALOG-FILE
           .
                         TO WS-CAT-TIME(WS-CAT-COUNT)
                       MOVE CAT-GEN-COUNT
                         TO WS-CAT-COUNT-N(WS-CAT-COUNT)
                       MOVE CAT-FIRST-TS
                         TO WS-CAT-FIRST-TS(WS-CAT-COUNT)
                       MOVE CAT-LAST-TS
                         TO WS-CAT-LAST-TS(WS-CAT-COUNT)
                       MOVE WS-CAT-COUNT TO WS-CAT-IDX
                       PERFORM INIT-CATALOG-ENTRY
                   END-IF
           END-READ
           .

      * Hold bookkeeping for one table entry, and the latest key it
      * can hold - see WS-CAT-UPTO-TS.
       INIT-CATALOG-ENTRY.
           MOVE SPACES TO WS-CAT-HELD-BY(WS-CAT-IDX)
           MOVE 0      TO WS-CAT-SEEN-N(WS-CAT-IDX)
           MOVE "N"    TO WS-CAT-UNCHECKED-SW(WS-CAT-IDX)
           IF WS-CAT-LAST-TS(WS-CAT-IDX) = SPACES
               MOVE WS-CAT-DATE(WS-CAT-IDX)
                 TO WS-CAT-UPTO-TS(WS-CAT-IDX) (1:8)
               MOVE WS-CAT-TIME(WS-CAT-IDX)
                 TO WS-CAT-UPTO-TS(WS-CAT-IDX) (9:6)
           ELSE
               MOVE WS-CAT-LAST-TS(WS-CAT-IDX)
                 TO WS-CAT-UPTO-TS(WS-CAT-IDX)
           END-IF
           .

      * Kept: inside retention, or held, or not provably free of
      * held records.
       WRITE-CATALOG-ENTRY.
           IF WS-CAT-IDX >= WS-CAT-KEEP-FROM
              OR WS-CAT-HELD-BY(WS-CAT-IDX) NOT = SPACES
              OR WS-CAT-UNCHECKED(WS-CAT-IDX)
               MOVE SPACES                     TO CATALOG-RECORD
               MOVE WS-CAT-DATE(WS-CAT-IDX)    TO CAT-GEN-DATE
               MOVE WS-CAT-TIME(WS-CAT-IDX)    TO CAT-GEN-TIME
               MOVE WS-CAT-COUNT-N(WS-CAT-IDX) TO CAT-GEN-COUNT
               MOVE WS-CAT-FIRST-TS(WS-CAT-IDX) TO CAT-FIRST-TS
               MOVE WS-CAT-LAST-TS(WS-CAT-IDX) TO CAT-LAST-TS
               WRITE CATALOG-RECORD
           END-IF
           .

       REPORT-EXPIRED-GENERATION.
           EVALUATE TRUE
               WHEN WS-CAT-HELD-BY(WS-CAT-IDX) NOT = SPACES
                   ADD 1 TO WS-HELD-GEN-COUNT
                   PERFORM REPORT-KEEPING-HOLD
                           VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               WHEN WS-CAT-UNCHECKED(WS-CAT-IDX)
                   ADD 1 TO WS-UNCHECKED-GEN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "** HOLDS UNCHECKED - KEPT GENERATION OF "
                               DELIMITED BY SIZE
                          WS-CAT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                          " **"    DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETENTION EXPIRED - SCRATCH GENERATION OF "
                               DELIMITED BY SIZE
                          WS-CAT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
           END-EVALUATE
           .

       REPORT-KEEPING-HOLD.
           IF WS-CAT-HELD-BY(WS-CAT-IDX) (WS-HOLD-IDX:1) = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                      WS-HOLD-ID(WS-HOLD-IDX) DELIMITED BY SIZE
                      " KEEPS GENERATION OF " DELIMITED BY SIZE
                      WS-CAT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                      WS-HOLD-REFERENCE(WS-HOLD-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

      * Generations 1 thru WS-CAT-KEEP-FROM - 1 are due to expire.
      * Mark each with the holds that cover a record in it; what is
      * marked, or cannot be vouched for, is kept.
       APPLY-LEGAL-HOLDS.
           PERFORM LOAD-HOLDS
           IF WS-HOLD-FILE-MISSING
               MOVE SPACES TO REPORT-LINE
               STRING "NO HWHOLD FILE - NO LEGAL HOLDS APPLIED"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-HOLD-COUNT > 0
               PERFORM CHECK-DATE-HOLDS
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX >= WS-CAT-KEEP-FROM
               IF WS-USER-HOLD-COUNT > 0
                   PERFORM CHECK-USER-HOLDS THRU
                           CHECK-USER-HOLDS-EXIT
               END-IF
           END-IF
           .

      * A blank record is skipped; everything else is a hold, even
      * one naming neither user nor dates - that holds everything.
      * Holds past the table cannot be honoured, so retention stops
      * for the night rather than guess.
       LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               SET WS-HOLD-FILE-MISSING TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM LOAD-HOLD-ENTRY UNTIL WS-EOF
               CLOSE HOLD-FILE
           END-IF
           .

       LOAD-HOLD-ENTRY.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HWHOLD-RECORD NOT = SPACES
                       PERFORM STORE-HOLD-ENTRY
                   END-IF
           END-READ
           .

       STORE-HOLD-ENTRY.
           IF WS-HOLD-COUNT NOT < WS-HOLD-TABLE-MAX
               DISPLAY "OGHWARC: MORE THAN 50 HOLDS ON HWHOLD - "
                       "NOTHING EXPIRED"
               MOVE 1 TO WS-CAT-KEEP-FROM
               MOVE 4 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-HOLD-ID   TO WS-HOLD-ID(WS-HOLD-COUNT)
               MOVE HLD-USER-NAME TO WS-HOLD-USER(WS-HOLD-COUNT)
               MOVE HLD-REFERENCE TO WS-HOLD-REFERENCE(WS-HOLD-COUNT)
               IF HLD-FROM-DATE IS NUMERIC
                   MOVE HLD-FROM-DATE TO WS-HOLD-FROM(WS-HOLD-COUNT)
               ELSE
                   MOVE "00000000" TO WS-HOLD-FROM(WS-HOLD-COUNT)
               END-IF
               IF HLD-TO-DATE IS NUMERIC
                   MOVE HLD-TO-DATE TO WS-HOLD-TO(WS-HOLD-COUNT)
               ELSE
                   MOVE "99999999" TO WS-HOLD-TO(WS-HOLD-COUNT)
               END-IF
               IF HLD-USER-NAME NOT = SPACES
                   ADD 1 TO WS-USER-HOLD-COUNT
               END-IF
           END-IF
           .

      * The dates a generation spans come from its catalog entry: its
      * first and last archived timestamps where recorded, otherwise
      * the previous generation's run date to its own (from the very
      * beginning for the oldest) - wider than the truth, never
      * narrower. An empty generation holds nothing.
       CHECK-DATE-HOLDS.
           IF WS-CAT-COUNT-N(WS-CAT-IDX) > 0
               IF WS-CAT-FIRST-TS(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CAT-FIRST-TS(WS-CAT-IDX) (1:8)
                     TO WS-COVER-FROM
                   MOVE WS-CAT-LAST-TS(WS-CAT-IDX) (1:8)
                     TO WS-COVER-TO
               ELSE
                   IF WS-CAT-IDX > 1
                       MOVE WS-CAT-DATE(WS-CAT-IDX - 1)
                         TO WS-COVER-FROM
                   ELSE
                       MOVE "00000000" TO WS-COVER-FROM
                   END-IF
                   MOVE WS-CAT-DATE(WS-CAT-IDX) TO WS-COVER-TO
               END-IF
               PERFORM CHECK-ONE-DATE-HOLD
                       VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           END-IF
           .

       CHECK-ONE-DATE-HOLD.
           IF WS-HOLD-USER(WS-HOLD-IDX) = SPACES
              AND WS-HOLD-FROM(WS-HOLD-IDX) NOT > WS-COVER-TO
              AND WS-HOLD-TO(WS-HOLD-IDX) NOT < WS-COVER-FROM
               MOVE "Y" TO WS-CAT-HELD-BY(WS-CAT-IDX) (WS-HOLD-IDX:1)
           END-IF
           .

      * Holds naming a user need the archived records. Each ARCHOLD
      * record belongs to the oldest generation whose latest possible
      * key is not below its own; records of generations not due to
      * expire are passed over. A generation due to expire that
      * ARCHOLD does not return in full cannot be vouched for.
       CHECK-USER-HOLDS.
           OPEN INPUT ARCHOLD-FILE
           IF NOT WS-ARCHOLD-OK
               DISPLAY "OGHWARC: ARCHOLD OPEN FAILED, FILE STATUS="
                       WS-ARCHOLD-STATUS " - USER HOLDS UNCHECKED"
               PERFORM MARK-GENERATION-UNCHECKED
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX >= WS-CAT-KEEP-FROM
               MOVE 4 TO RETURN-CODE
               GO TO CHECK-USER-HOLDS-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-ARCHOLD-RECORD
           PERFORM CHECK-ARCHOLD-RECORD UNTIL WS-EOF
           CLOSE ARCHOLD-FILE
           PERFORM CHECK-GENERATION-COMPLETE
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX >= WS-CAT-KEEP-FROM
           .
       CHECK-USER-HOLDS-EXIT.
           EXIT.

       READ-ARCHOLD-RECORD.
           READ ARCHOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       CHECK-ARCHOLD-RECORD.
           MOVE OLD-TIMESTAMP (1:14) TO WS-ARCHOLD-TS
           MOVE 0 TO WS-CAT-GEN-IDX
           PERFORM FIND-RECORD-GENERATION
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX >= WS-CAT-KEEP-FROM
                      OR WS-CAT-GEN-IDX > 0
           IF WS-CAT-GEN-IDX > 0
               MOVE WS-CAT-GEN-IDX TO WS-CAT-IDX
               ADD 1 TO WS-CAT-SEEN-N(WS-CAT-IDX)
               PERFORM CHECK-ONE-USER-HOLD
                       VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           END-IF
           PERFORM READ-ARCHOLD-RECORD
           .

       FIND-RECORD-GENERATION.
           IF WS-CAT-UPTO-TS(WS-CAT-IDX) NOT < WS-ARCHOLD-TS
               MOVE WS-CAT-IDX TO WS-CAT-GEN-IDX
           END-IF
           .

       CHECK-ONE-USER-HOLD.
           IF WS-HOLD-USER(WS-HOLD-IDX) NOT = SPACES
              AND WS-HOLD-USER(WS-HOLD-IDX) = OLD-USER-NAME
              AND WS-HOLD-FROM(WS-HOLD-IDX) NOT > WS-ARCHOLD-TS (1:8)
              AND WS-HOLD-TO(WS-HOLD-IDX) NOT < WS-ARCHOLD-TS (1:8)
               MOVE "Y" TO WS-CAT-HELD-BY(WS-CAT-IDX) (WS-HOLD-IDX:1)
           END-IF
           .

       CHECK-GENERATION-COMPLETE.
           IF WS-CAT-SEEN-N(WS-CAT-IDX) < WS-CAT-COUNT-N(WS-CAT-IDX)
               PERFORM MARK-GENERATION-UNCHECKED
           END-IF
           .

       MARK-GENERATION-UNCHECKED.
           IF WS-CAT-COUNT-N(WS-CAT-IDX) > 0
               SET WS-CAT-UNCHECKED(WS-CAT-IDX) TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-VERIFY-READ-COUNT  TO WS-VERIFIED-ED
           MOVE WS-PURGE-COUNT        TO WS-PURGED-ED
           MOVE WS-RETENTION          TO WS-RETENTION-ED
           MOVE WS-HELD-GEN-COUNT     TO WS-HELD-GEN-ED
           MOVE WS-UNCHECKED-GEN-COUNT TO WS-UNCHECKED-GEN-ED

           MOVE SPACES TO REPORT-LINE
           STRING "HWAUDIT ARCHIVE-AND-PURGE - RUN DATE "
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OLDER GENERATIONS KEPT BY HOLD  . . : "
                       DELIMITED BY SIZE
                  WS-HELD-GEN-ED    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-UNCHECKED-GEN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "** " DELIMITED BY SIZE
                      WS-UNCHECKED-GEN-ED DELIMITED BY SIZE
                      " GENERATIONS KEPT WITH HOLDS UNCHECKED - "
                          DELIMITED BY SIZE
                      "SEE ARCHOLD **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

      *  records arrived after the copy completed - they were left
      *  in HWAUDIT unpurged (and unarchived) for the next night's
      *  generation; flag it so operations knows the region was
