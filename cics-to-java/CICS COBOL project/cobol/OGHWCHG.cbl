       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWCHG.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Month-end department chargeback over the HWDELIV delivery    *
      * generations and the ad-hoc requests run on HWSB.             *
      *                                                              *
      * Finance bills each requesting department for the greetings   *
      * served on its behalf. The only per-department figures used   *
      * to be OGHWBAT's HWRP summary lines, gone by month end. Point *
      * DELIVIN at a concatenation of the month's retained HWDELIV   *
      * generations (see copybook OGHWDLV) and this program totals   *
      * served and failed greetings per department (DLV-DEPT-CODE,   *
      * the WS-WORK-DEPT the name was submitted under) and language  *
      * (DLV-LANG-SERVED), prices the served count from the RATETBL  *
      * rate table (see copybook OGHWRAT) at the rate in effect on   *
      * each generation's run date, and writes:                      *
      *                                                              *
      *   CHGSTMT - the printed chargeback statement, one section    *
      *             per department, then a suspense section for      *
      *             greetings no billable department owns (blank or  *
      *             "NONE" codes, or a department not on the rate    *
      *             table) - listed, never dropped;                  *
      *   CHGBILL - the flat billing interface for the general       *
      *             ledger feed, with control totals in its trailer  *
      *             (see copybook OGHWBIL).                          *
      *                                                              *
      * The billing month (YYYYMM) comes from SYSIN - no card, or a  *
      * blank/non-numeric one, bills the calendar month before the   *
      * run date (same fallback shape as OGHWARC's retention card).  *
      * A generation belongs to the month of its header run date;    *
      * a generation from another month in the concatenation is      *
      * skipped and counted, not billed. Each generation's detail    *
      * counts are checked against its trailer - a restarted night   *
      * can deliver a name twice (see copybook OGHWDLV) - and any    *
      * mismatch is named on the statement.                          *
      *                                                              *
      * Greetings requested during the day on the HWSB screen never  *
      * reach HWDELIV - OGHWSBP keeps them on the HWSBRES KSDS, each *
      * name's detail in the HWDELIV layout (see copybook OGHWSBR).  *
      * HWSBRES is read end to end after DELIVIN, and every served   *
      * or failed name whose SBR-DONE-TS falls in the billing month  *
      * is counted with the generations' details under its own       *
      * department and language, priced at the rate in effect on the *
      * day it ran. Names still pending are left for the month they  *
      * finish in. The statement gives the ad-hoc count on its own   *
      * line; an HWSBRES that cannot be read is named there too.     *
      *                                                              *
      * The run ends RC 4 when anything needs a person - suspense    *
      * volume, unpriced greetings, rejected rate records, bracket   *
      * mismatches, table overflow, no generation for the month or   *
      * an unreadable HWSBRES - and RC 0 when the statement balances *
      * cleanly.                                                     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  concatenation of the month's HWDELIV generations, each one
      *  bracketed by its own header and trailer
           SELECT DELIV-FILE ASSIGN TO DELIVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIV-STATUS.

      *  the ad-hoc request names OGHWSBP has run, read in key
      *  order - request number, then name
           SELECT SBRES-FILE ASSIGN TO HWSBRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SBR-KEY
               FILE STATUS IS WS-SBRES-STATUS.

           SELECT RATE-FILE ASSIGN TO RATETBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *  optional control card naming the billing month - no card,
      *  or a blank/non-numeric one, bills the previous month
           SELECT CTL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-CARD-STATUS.

           SELECT STMT-FILE ASSIGN TO CHGSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT BILL-FILE ASSIGN TO CHGBILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *  header, detail and trailer share the one record area - the
      *  marker in the first eight bytes says which this is
           COPY OGHWDLV.

       FD  SBRES-FILE
           RECORD CONTAINS 136 CHARACTERS.
           COPY OGHWSBR.

       FD  RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OGHWRAT.

       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-CARD-RECORD.
           05  CTL-BILL-MONTH     PIC X(6).
           05  FILLER             PIC X(74).

       FD  STMT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       FD  BILL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BILL-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DELIV-STATUS        PIC X(2).
           88 WS-DELIV-OK        VALUE "00".
       01 WS-SBRES-STATUS        PIC X(2).
           88 WS-SBRES-OK        VALUE "00".
      *  the OPEN status of HWSBRES, kept for the statement
       01 WS-SBRES-OPEN          PIC X(2)  VALUE "00".
       01 WS-RATE-STATUS         PIC X(2).
           88 WS-RATE-OK         VALUE "00".
       01 WS-CTL-CARD-STATUS     PIC X(2).
           88 WS-CTL-CARD-OK     VALUE "00".
       01 WS-STMT-STATUS         PIC X(2).
           88 WS-STMT-OK         VALUE "00".
       01 WS-BILL-STATUS         PIC X(2).
           88 WS-BILL-OK         VALUE "00".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

       01 WS-RUN-DATE            PIC X(8).
       01 WS-RUN-TIME            PIC X(6).

      *  the billing month - defaulted to the month before the run
      *  date, SYSIN-overridable
       01 WS-BILL-MONTH.
           05 WS-BILL-YEAR       PIC 9(4).
           05 WS-BILL-MM         PIC 9(2).
       01 WS-TODAY               PIC 9(8).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MM        PIC 9(2).
           05 WS-TODAY-DD        PIC 9(2).

      * the rate table as loaded - validated records only, searched
      * linearly; 500 is years of rate changes for a dozen
      * departments
       01 WS-RATE-TABLE-MAX      PIC S9(4) COMP VALUE 500.
       01 WS-RATE-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RTB-ENTRY OCCURS 500 TIMES.
               10 WS-RTB-DEPT        PIC X(4).
               10 WS-RTB-LANG        PIC X(2).
               10 WS-RTB-FROM        PIC X(8).
               10 WS-RTB-TO          PIC X(8).
               10 WS-RTB-RATE        PIC 9(3)V9(4).
       01 WS-RATE-IDX            PIC S9(4) COMP.
       01 WS-RATE-RECORD-NO      PIC S9(8) COMP VALUE 0.
       01 WS-RATE-RECORD-NO-ED   PIC ZZZZZZZ9.

      * rate lookup for the served greeting in hand. The last answer
      * is kept - a generation's details arrive in long runs of the
      * same department and language, all on the same run date, and
      * an ad-hoc request's names mostly share theirs too.
       01 WS-LOOKUP-KEY.
           05 WS-LOOKUP-DEPT     PIC X(4).
           05 WS-LOOKUP-LANG     PIC X(2).
           05 WS-LOOKUP-DATE     PIC X(8).
       01 WS-CACHED-KEY          PIC X(14) VALUE SPACES.
       01 WS-CACHED-RATE         PIC 9(3)V9(4) VALUE 0.
       01 WS-CACHED-FOUND-SW     PIC X     VALUE "N".
       01 WS-SEARCH-LANG         PIC X(2).
       01 WS-RATE-FOUND-SW       PIC X.
           88 WS-RATE-FOUND      VALUE "Y".
       01 WS-FOUND-RATE          PIC 9(3)V9(4).

      * the generation being read - its header run date prices its
      * details and decides whether it belongs to the month
       01 WS-GEN-DATE            PIC X(8)  VALUE SPACES.
       01 WS-GEN-STATE-SW        PIC X     VALUE "0".
           88 WS-GEN-NONE        VALUE "0".
           88 WS-GEN-IN-MONTH    VALUE "I".
           88 WS-GEN-OTHER-MONTH VALUE "O".
       01 WS-GEN-SERVED          PIC S9(8) COMP VALUE 0.
       01 WS-GEN-FAILED          PIC S9(8) COMP VALUE 0.

      * the greeting being counted, from either source - set by
      * ACCUMULATE-DETAIL or ACCUMULATE-ADHOC-NAME, used by
      * COUNT-GREETING. The price date is the generation's run date
      * for HWDELIV, the day the name ran for HWSBRES.
       01 WS-THIS-SERVED-SW      PIC X     VALUE "N".
           88 WS-THIS-SERVED     VALUE "Y".
       01 WS-PRICE-DATE          PIC X(8).

      * per-department totals, in order of first appearance. A
      * department is billable when the rate table knows it; every
      * other code - "NONE" included - is suspense.
       01 WS-DEPT-TABLE-MAX      PIC S9(4) COMP VALUE 100.
       01 WS-DEPT-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 100 TIMES.
               10 WS-DPT-CODE        PIC X(4).
               10 WS-DPT-BILLABLE-SW PIC X(1).
                   88 WS-DPT-BILLABLE     VALUE "Y".
               10 WS-DPT-SERVED      PIC S9(8) COMP.
               10 WS-DPT-FAILED      PIC S9(8) COMP.
               10 WS-DPT-UNPRICED    PIC S9(8) COMP.
       01 WS-DEPT-IDX            PIC S9(4) COMP.
       01 WS-CUR-DEPT-IDX        PIC S9(4) COMP.
       01 WS-THIS-DEPT           PIC X(4).
       01 WS-THIS-LANG           PIC X(2).

      * per-department-and-language lines - what the statement
      * prints and CHGBILL carries. The amount is accumulated at
      * full rate precision and rounded to cents once per line.
       01 WS-USAGE-TABLE-MAX     PIC S9(4) COMP VALUE 1000.
       01 WS-USAGE-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-USAGE-TABLE.
           05 WS-USE-ENTRY OCCURS 1000 TIMES.
               10 WS-USE-DEPT-IDX    PIC S9(4) COMP.
               10 WS-USE-LANG        PIC X(2).
               10 WS-USE-SERVED      PIC S9(8) COMP.
               10 WS-USE-FAILED      PIC S9(8) COMP.
               10 WS-USE-UNPRICED    PIC S9(8) COMP.
               10 WS-USE-AMOUNT      PIC S9(9)V9(4) COMP-3.
      *  the rate of the first priced greeting, and whether a later
      *  one was priced differently (a rate change inside the month)
               10 WS-USE-RATE        PIC 9(3)V9(4).
               10 WS-USE-RATE-SW     PIC X(1).
                   88 WS-USE-NO-RATE-YET  VALUE "N".
                   88 WS-USE-ONE-RATE     VALUE "1".
                   88 WS-USE-MIXED-RATE   VALUE "M".
       01 WS-USAGE-IDX           PIC S9(4) COMP.
       01 WS-CUR-USAGE-IDX       PIC S9(4) COMP.
       01 WS-FOUND-SWITCH        PIC X.
           88 WS-ENTRY-FOUND     VALUE "Y".

       01 WS-LINE-AMOUNT         PIC S9(9)V99   COMP-3.
       01 WS-DEPT-AMOUNT         PIC S9(11)V99  COMP-3.
       01 WS-DEPT-NAME-COUNT     PIC S9(4) COMP.

       01 WS-COUNTERS.
           05 WS-GEN-READ-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-GEN-BILLED-COUNT    PIC S9(8) COMP VALUE 0.
           05 WS-GEN-SKIPPED-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-SKIPPED-DETAILS     PIC S9(8) COMP VALUE 0.
           05 WS-ADHOC-BILLED-COUNT  PIC S9(8) COMP VALUE 0.
           05 WS-NO-HEADER-COUNT     PIC S9(8) COMP VALUE 0.
           05 WS-MISMATCH-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-RATE-REJECT-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-SERVED        PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-FAILED        PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-UNPRICED      PIC S9(8) COMP VALUE 0.
           05 WS-SUSPENSE-SERVED     PIC S9(8) COMP VALUE 0.
           05 WS-SUSPENSE-FAILED     PIC S9(8) COMP VALUE 0.
           05 WS-BILL-DETAIL-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-TOTAL-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-COUNT-ED        PIC ZZZZZZZ9.
           05 WS-COUNT2-ED       PIC ZZZZZZZ9.
           05 WS-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.

      * the CHGBILL record layouts - see copybook OGHWBIL
           COPY OGHWBIL.

       01 WS-HEADING-LINE.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "  SERVED".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "  FAILED".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE "UNIT RATE".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "        AMOUNT".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(27) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DTL-LANG           PIC X(2).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DTL-SERVED         PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DTL-FAILED         PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DTL-RATE           PIC ZZ9.9999.
           05 DTL-RATE-X REDEFINES DTL-RATE
                                 PIC X(8).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DTL-NOTE           PIC X(27).

       01 WS-SUSPENSE-HEADING.
           05 FILLER             PIC X(4)  VALUE "DEPT".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "  SERVED".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "  FAILED".
           05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-SUSPENSE-LINE.
           05 SUS-DEPT           PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SUS-LANG           PIC X(2).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SUS-SERVED         PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SUS-FAILED         PIC ZZZZZZZ9.
           05 FILLER             PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM GET-RUNTIME-OPTIONS
           PERFORM OPEN-FILES
           PERFORM LOAD-RATE-TABLE
           PERFORM READ-DELIV-RECORD
           PERFORM APPLY-DELIV-RECORD UNTIL WS-EOF
           PERFORM CLOSE-GENERATION
           PERFORM READ-ADHOC-NAMES
           PERFORM WRITE-BILLING-FILE
           PERFORM WRITE-STATEMENT
           PERFORM CLOSE-FILES
           PERFORM WRITE-RUN-SUMMARY
           IF WS-SUSPENSE-SERVED > 0
              OR WS-SUSPENSE-FAILED > 0
              OR WS-TOTAL-UNPRICED > 0
              OR WS-RATE-REJECT-COUNT > 0
              OR WS-MISMATCH-COUNT > 0
              OR WS-OVERFLOW-COUNT > 0
              OR WS-NO-HEADER-COUNT > 0
              OR WS-GEN-BILLED-COUNT = 0
              OR WS-SBRES-OPEN NOT = "00"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * The billing month: the calendar month before the run date,
      * unless SYSIN names one. A card is only taken when it reads
      * as a real YYYYMM.
       GET-RUNTIME-OPTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-TODAY
           IF WS-TODAY-MM = 1
               COMPUTE WS-BILL-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-BILL-MM
           ELSE
               MOVE WS-TODAY-YEAR TO WS-BILL-YEAR
               COMPUTE WS-BILL-MM = WS-TODAY-MM - 1
           END-IF
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
           IF CTL-BILL-MONTH IS NUMERIC
              AND CTL-BILL-MONTH (5:2) >= "01"
              AND CTL-BILL-MONTH (5:2) <= "12"
               MOVE CTL-BILL-MONTH TO WS-BILL-MONTH
           END-IF
           .

       OPEN-FILES.
           OPEN INPUT DELIV-FILE
           IF NOT WS-DELIV-OK
               DISPLAY "OGHWCHG: DELIVIN OPEN FAILED, FILE STATUS="
                       WS-DELIV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "OGHWCHG: RATETBL OPEN FAILED, FILE STATUS="
                       WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-FILE
           IF NOT WS-STMT-OK
               DISPLAY "OGHWCHG: CHGSTMT OPEN FAILED, FILE STATUS="
                       WS-STMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILL-FILE
           IF NOT WS-BILL-OK
               DISPLAY "OGHWCHG: CHGBILL OPEN FAILED, FILE STATUS="
                       WS-BILL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Rate records are edited as they load - a rate that cannot be
      * trusted is named on the job log and left out, so the
      * greetings it would have priced show up as unpriced instead
      * of being billed at a garbage figure.
       LOAD-RATE-TABLE.
           PERFORM READ-RATE-RECORD
           PERFORM LOAD-RATE-ENTRY UNTIL WS-EOF
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-RECORD-NO
           END-READ
           .

       LOAD-RATE-ENTRY.
           IF RAT-EFF-TO = SPACES
               MOVE "99999999" TO RAT-EFF-TO
           END-IF
           IF RAT-DEPT-CODE = SPACES
              OR RAT-LANG-CODE = SPACES
              OR RAT-EFF-FROM NOT NUMERIC
              OR RAT-EFF-TO NOT NUMERIC
              OR RAT-EFF-FROM > RAT-EFF-TO
              OR RAT-UNIT-RATE NOT NUMERIC
               ADD 1 TO WS-RATE-REJECT-COUNT
               MOVE WS-RATE-RECORD-NO TO WS-RATE-RECORD-NO-ED
               DISPLAY "OGHWCHG: RATETBL RECORD " WS-RATE-RECORD-NO-ED
                       " REJECTED: " HWRATE-RECORD (1:29)
           ELSE
               IF WS-RATE-COUNT < WS-RATE-TABLE-MAX
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RAT-DEPT-CODE TO WS-RTB-DEPT(WS-RATE-COUNT)
                   MOVE RAT-LANG-CODE TO WS-RTB-LANG(WS-RATE-COUNT)
                   MOVE RAT-EFF-FROM  TO WS-RTB-FROM(WS-RATE-COUNT)
                   MOVE RAT-EFF-TO    TO WS-RTB-TO(WS-RATE-COUNT)
                   MOVE RAT-UNIT-RATE TO WS-RTB-RATE(WS-RATE-COUNT)
               ELSE
                   ADD 1 TO WS-RATE-REJECT-COUNT
                   MOVE WS-RATE-RECORD-NO TO WS-RATE-RECORD-NO-ED
                   DISPLAY "OGHWCHG: RATE TABLE FULL AT 500 - RECORD "
                           WS-RATE-RECORD-NO-ED " NOT LOADED"
               END-IF
           END-IF
           PERFORM READ-RATE-RECORD
           .

       READ-DELIV-RECORD.
           READ DELIV-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * A header opens a generation and decides whether its details
      * are billed this month; a trailer closes it and is checked
      * against what was counted in between.
       APPLY-DELIV-RECORD.
           EVALUATE TRUE
               WHEN DLH-TYPE-MARKER
                   PERFORM CLOSE-GENERATION
                   PERFORM OPEN-GENERATION
               WHEN DLT-TYPE-MARKER
                   PERFORM CHECK-GENERATION-TRAILER
                   PERFORM CLOSE-GENERATION
               WHEN DLV-STATUS-SERVED OR DLV-STATUS-FAILED
                   EVALUATE TRUE
                       WHEN WS-GEN-IN-MONTH
                           PERFORM ACCUMULATE-DETAIL
                       WHEN WS-GEN-OTHER-MONTH
                           ADD 1 TO WS-SKIPPED-DETAILS
                       WHEN OTHER
                           ADD 1 TO WS-NO-HEADER-COUNT
                   END-EVALUATE
           END-EVALUATE
           PERFORM READ-DELIV-RECORD
           .

       OPEN-GENERATION.
           ADD 1 TO WS-GEN-READ-COUNT
           MOVE DLH-RUN-DATE TO WS-GEN-DATE
           MOVE 0 TO WS-GEN-SERVED
           MOVE 0 TO WS-GEN-FAILED
           IF DLH-RUN-DATE (1:6) = WS-BILL-MONTH
               SET WS-GEN-IN-MONTH TO TRUE
               ADD 1 TO WS-GEN-BILLED-COUNT
           ELSE
               SET WS-GEN-OTHER-MONTH TO TRUE
               ADD 1 TO WS-GEN-SKIPPED-COUNT
           END-IF
           .

       CLOSE-GENERATION.
           SET WS-GEN-NONE TO TRUE
           .

      * Trailer counts against the details actually read. Only the
      * month's own generations matter to the bill.
       CHECK-GENERATION-TRAILER.
           IF WS-GEN-IN-MONTH
               IF DLT-SERVED-COUNT NOT = WS-GEN-SERVED
                  OR DLT-FAILED-COUNT NOT = WS-GEN-FAILED
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE WS-GEN-SERVED TO WS-COUNT-ED
                   MOVE DLT-SERVED-COUNT TO WS-COUNT2-ED
                   DISPLAY "OGHWCHG: HWDELIV " WS-GEN-DATE
                           " TRAILER MISMATCH - SERVED READ="
                           WS-COUNT-ED " TRAILER=" WS-COUNT2-ED
               END-IF
           END-IF
           .

      * One detail of a billed generation into its department and
      * language line. A failed greeting was served in no language,
      * so it is carried on the department's "--" line.
       ACCUMULATE-DETAIL.
           IF DLV-DEPT-CODE = SPACES OR DLV-DEPT-CODE = LOW-VALUES
               MOVE "NONE" TO WS-THIS-DEPT
           ELSE
               MOVE DLV-DEPT-CODE TO WS-THIS-DEPT
           END-IF
           IF DLV-STATUS-SERVED
               ADD 1 TO WS-GEN-SERVED
               SET WS-THIS-SERVED TO TRUE
               IF DLV-LANG-SERVED = SPACES
                   MOVE "EN" TO WS-THIS-LANG
               ELSE
                   MOVE DLV-LANG-SERVED TO WS-THIS-LANG
               END-IF
           ELSE
               ADD 1 TO WS-GEN-FAILED
               MOVE "N" TO WS-THIS-SERVED-SW
               MOVE "--" TO WS-THIS-LANG
           END-IF
           MOVE WS-GEN-DATE TO WS-PRICE-DATE
           PERFORM COUNT-GREETING
           .

      * The department and language lines are the same whichever
      * source the greeting came from.
       COUNT-GREETING.
           PERFORM RESOLVE-DEPT-ENTRY
           IF WS-CUR-DEPT-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               PERFORM RESOLVE-USAGE-ENTRY
               IF WS-CUR-USAGE-IDX = 0
                   ADD 1 TO WS-OVERFLOW-COUNT
               ELSE
                   PERFORM COUNT-DETAIL
               END-IF
           END-IF
           .

       COUNT-DETAIL.
           IF WS-THIS-SERVED
               ADD 1 TO WS-DPT-SERVED(WS-CUR-DEPT-IDX)
               ADD 1 TO WS-USE-SERVED(WS-CUR-USAGE-IDX)
               IF WS-DPT-BILLABLE(WS-CUR-DEPT-IDX)
                   PERFORM PRICE-SERVED-GREETING
               END-IF
           ELSE
               ADD 1 TO WS-DPT-FAILED(WS-CUR-DEPT-IDX)
               ADD 1 TO WS-USE-FAILED(WS-CUR-USAGE-IDX)
           END-IF
           .

       PRICE-SERVED-GREETING.
           MOVE WS-THIS-DEPT TO WS-LOOKUP-DEPT
           MOVE WS-THIS-LANG TO WS-LOOKUP-LANG
           MOVE WS-PRICE-DATE TO WS-LOOKUP-DATE
           PERFORM LOOKUP-RATE
           IF WS-RATE-FOUND
               ADD WS-FOUND-RATE TO WS-USE-AMOUNT(WS-CUR-USAGE-IDX)
               EVALUATE TRUE
                   WHEN WS-USE-NO-RATE-YET(WS-CUR-USAGE-IDX)
                       MOVE WS-FOUND-RATE
                         TO WS-USE-RATE(WS-CUR-USAGE-IDX)
                       SET WS-USE-ONE-RATE(WS-CUR-USAGE-IDX) TO TRUE
                   WHEN WS-USE-ONE-RATE(WS-CUR-USAGE-IDX)
                    AND WS-FOUND-RATE
                          NOT = WS-USE-RATE(WS-CUR-USAGE-IDX)
                       SET WS-USE-MIXED-RATE(WS-CUR-USAGE-IDX)
                         TO TRUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-USE-UNPRICED(WS-CUR-USAGE-IDX)
               ADD 1 TO WS-DPT-UNPRICED(WS-CUR-DEPT-IDX)
           END-IF
           .

      * The department's own rate for the language first, then its
      * "**" any-language rate - each only where its dates cover the
      * price date.
       LOOKUP-RATE.
           IF WS-LOOKUP-KEY = WS-CACHED-KEY
               MOVE WS-CACHED-FOUND-SW TO WS-RATE-FOUND-SW
               MOVE WS-CACHED-RATE     TO WS-FOUND-RATE
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SW
               MOVE 0 TO WS-FOUND-RATE
               MOVE WS-LOOKUP-LANG TO WS-SEARCH-LANG
               PERFORM SEARCH-RATE-TABLE
                       VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          OR WS-RATE-FOUND
               IF NOT WS-RATE-FOUND
                   MOVE "**" TO WS-SEARCH-LANG
                   PERFORM SEARCH-RATE-TABLE
                           VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-RATE-COUNT
                              OR WS-RATE-FOUND
               END-IF
               MOVE WS-LOOKUP-KEY    TO WS-CACHED-KEY
               MOVE WS-RATE-FOUND-SW TO WS-CACHED-FOUND-SW
               MOVE WS-FOUND-RATE    TO WS-CACHED-RATE
           END-IF
           .

       SEARCH-RATE-TABLE.
           IF WS-RTB-DEPT(WS-RATE-IDX) = WS-LOOKUP-DEPT
              AND WS-RTB-LANG(WS-RATE-IDX) = WS-SEARCH-LANG
              AND WS-RTB-FROM(WS-RATE-IDX) <= WS-LOOKUP-DATE
              AND WS-RTB-TO(WS-RATE-IDX) >= WS-LOOKUP-DATE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RTB-RATE(WS-RATE-IDX) TO WS-FOUND-RATE
           END-IF
           .

      * The ad-hoc names, after the generations. An HWSBRES that
      * will not open does not stop the bill - the generations are
      * still billed, the statement names the file status and the
      * run ends RC 4.
       READ-ADHOC-NAMES.
           OPEN INPUT SBRES-FILE
           MOVE WS-SBRES-STATUS TO WS-SBRES-OPEN
           IF NOT WS-SBRES-OK
               DISPLAY "OGHWCHG: HWSBRES OPEN FAILED, FILE STATUS="
                       WS-SBRES-STATUS
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-ADHOC-RECORD
               PERFORM APPLY-ADHOC-RECORD UNTIL WS-EOF
               CLOSE SBRES-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       READ-ADHOC-RECORD.
           READ SBRES-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * A name counts in the month it was served or failed in; one
      * still pending has nothing to bill yet.
       APPLY-ADHOC-RECORD.
           IF (SBR-STATUS-SERVED OR SBR-STATUS-FAILED)
              AND SBR-DONE-TS (1:6) = WS-BILL-MONTH
               PERFORM ACCUMULATE-ADHOC-NAME
           END-IF
           PERFORM READ-ADHOC-RECORD
           .

      * One ad-hoc name into its department and language line, the
      * same folding ACCUMULATE-DETAIL does for an HWDELIV detail.
       ACCUMULATE-ADHOC-NAME.
           ADD 1 TO WS-ADHOC-BILLED-COUNT
           IF SBR-DEPT-CODE = SPACES OR SBR-DEPT-CODE = LOW-VALUES
               MOVE "NONE" TO WS-THIS-DEPT
           ELSE
               MOVE SBR-DEPT-CODE TO WS-THIS-DEPT
           END-IF
           IF SBR-STATUS-SERVED
               SET WS-THIS-SERVED TO TRUE
               IF SBR-LANG-SERVED = SPACES
                   MOVE "EN" TO WS-THIS-LANG
               ELSE
                   MOVE SBR-LANG-SERVED TO WS-THIS-LANG
               END-IF
           ELSE
               MOVE "N" TO WS-THIS-SERVED-SW
               MOVE "--" TO WS-THIS-LANG
           END-IF
           MOVE SBR-DONE-TS (1:8) TO WS-PRICE-DATE
           PERFORM COUNT-GREETING
           .

      * Find (or open) the department entry - the same linear-search
      * shape as OGHWBAT's department table. A new department is
      * billable only when the rate table carries it. Zero means the
      * table overflowed.
       RESOLVE-DEPT-ENTRY.
           MOVE 0 TO WS-CUR-DEPT-IDX
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM SEARCH-DEPT-TABLE
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
              AND WS-DEPT-COUNT < WS-DEPT-TABLE-MAX
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-CUR-DEPT-IDX
               MOVE WS-THIS-DEPT  TO WS-DPT-CODE(WS-CUR-DEPT-IDX)
               MOVE 0 TO WS-DPT-SERVED(WS-CUR-DEPT-IDX)
               MOVE 0 TO WS-DPT-FAILED(WS-CUR-DEPT-IDX)
               MOVE 0 TO WS-DPT-UNPRICED(WS-CUR-DEPT-IDX)
               MOVE "N" TO WS-DPT-BILLABLE-SW(WS-CUR-DEPT-IDX)
               IF WS-THIS-DEPT NOT = "NONE"
                   PERFORM CHECK-DEPT-ON-RATE-TABLE
                           VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-RATE-COUNT
                              OR WS-DPT-BILLABLE(WS-CUR-DEPT-IDX)
               END-IF
           END-IF
           .

       SEARCH-DEPT-TABLE.
           IF WS-DPT-CODE(WS-DEPT-IDX) = WS-THIS-DEPT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-DEPT-IDX TO WS-CUR-DEPT-IDX
           END-IF
           .

       CHECK-DEPT-ON-RATE-TABLE.
           IF WS-RTB-DEPT(WS-RATE-IDX) = WS-THIS-DEPT
               SET WS-DPT-BILLABLE(WS-CUR-DEPT-IDX) TO TRUE
           END-IF
           .

       RESOLVE-USAGE-ENTRY.
           MOVE 0 TO WS-CUR-USAGE-IDX
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM SEARCH-USAGE-TABLE
                   VARYING WS-USAGE-IDX FROM 1 BY 1
                   UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
                      OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
              AND WS-USAGE-COUNT < WS-USAGE-TABLE-MAX
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-CUR-USAGE-IDX
               MOVE WS-CUR-DEPT-IDX
                 TO WS-USE-DEPT-IDX(WS-CUR-USAGE-IDX)
               MOVE WS-THIS-LANG TO WS-USE-LANG(WS-CUR-USAGE-IDX)
               MOVE 0 TO WS-USE-SERVED(WS-CUR-USAGE-IDX)
               MOVE 0 TO WS-USE-FAILED(WS-CUR-USAGE-IDX)
               MOVE 0 TO WS-USE-UNPRICED(WS-CUR-USAGE-IDX)
               MOVE 0 TO WS-USE-AMOUNT(WS-CUR-USAGE-IDX)
               MOVE 0 TO WS-USE-RATE(WS-CUR-USAGE-IDX)
               SET WS-USE-NO-RATE-YET(WS-CUR-USAGE-IDX) TO TRUE
           END-IF
           .

       SEARCH-USAGE-TABLE.
           IF WS-USE-DEPT-IDX(WS-USAGE-IDX) = WS-CUR-DEPT-IDX
              AND WS-USE-LANG(WS-USAGE-IDX) = WS-THIS-LANG
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-USAGE-IDX TO WS-CUR-USAGE-IDX
           END-IF
           .

      * CHGBILL: header, one detail per department-and-language line
      * in department order, trailer with the control totals. The
      * totals are taken here, from what was written, so the trailer
      * and the statement's closing totals cannot disagree.
       WRITE-BILLING-FILE.
           MOVE SPACES        TO HWCHGBIL-HEADER-RECORD
           MOVE "HWCHGHDR"    TO BLH-RECORD-TYPE
           MOVE WS-BILL-MONTH TO BLH-BILL-MONTH
           MOVE WS-RUN-DATE   TO BLH-RUN-DATE
           MOVE WS-RUN-TIME   TO BLH-RUN-TIME
           MOVE HWCHGBIL-HEADER-RECORD TO BILL-RECORD
           PERFORM WRITE-BILL-RECORD

           PERFORM WRITE-DEPT-BILLING
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES               TO HWCHGBIL-TRAILER-RECORD
           MOVE "HWCHGTRL"           TO BLT-RECORD-TYPE
           MOVE WS-BILL-DETAIL-COUNT TO BLT-DETAIL-COUNT
           MOVE WS-TOTAL-SERVED      TO BLT-SERVED-TOTAL
           MOVE WS-TOTAL-FAILED      TO BLT-FAILED-TOTAL
           MOVE WS-TOTAL-AMOUNT      TO BLT-AMOUNT-TOTAL
           MOVE WS-SUSPENSE-SERVED   TO BLT-SUSPENSE-SERVED
           MOVE WS-SUSPENSE-FAILED   TO BLT-SUSPENSE-FAILED
           MOVE WS-BILL-MONTH        TO BLT-BILL-MONTH
           MOVE HWCHGBIL-TRAILER-RECORD TO BILL-RECORD
           PERFORM WRITE-BILL-RECORD
           .

       WRITE-DEPT-BILLING.
           PERFORM WRITE-USAGE-BILLING
                   VARYING WS-USAGE-IDX FROM 1 BY 1
                   UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
           .

       WRITE-USAGE-BILLING.
           IF WS-USE-DEPT-IDX(WS-USAGE-IDX) = WS-DEPT-IDX
               MOVE SPACES TO HWCHGBIL-DETAIL-RECORD
               MOVE WS-DPT-CODE(WS-DEPT-IDX)   TO BIL-DEPT-CODE
               MOVE WS-USE-LANG(WS-USAGE-IDX)  TO BIL-LANG-CODE
               MOVE WS-BILL-MONTH              TO BIL-BILL-MONTH
               MOVE WS-USE-SERVED(WS-USAGE-IDX) TO BIL-SERVED-COUNT
               MOVE WS-USE-FAILED(WS-USAGE-IDX) TO BIL-FAILED-COUNT
               ADD WS-USE-SERVED(WS-USAGE-IDX) TO WS-TOTAL-SERVED
               ADD WS-USE-FAILED(WS-USAGE-IDX) TO WS-TOTAL-FAILED
               IF WS-DPT-BILLABLE(WS-DEPT-IDX)
                   SET BIL-BILLABLE TO TRUE
                   MOVE WS-USE-UNPRICED(WS-USAGE-IDX)
                     TO BIL-UNPRICED-COUNT
                   ADD WS-USE-UNPRICED(WS-USAGE-IDX)
                     TO WS-TOTAL-UNPRICED
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-USE-AMOUNT(WS-USAGE-IDX)
                   MOVE WS-LINE-AMOUNT TO BIL-AMOUNT
                   ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
               ELSE
                   SET BIL-IN-SUSPENSE TO TRUE
                   MOVE 0 TO BIL-UNPRICED-COUNT
                   MOVE 0 TO BIL-AMOUNT
                   ADD WS-USE-SERVED(WS-USAGE-IDX)
                     TO WS-SUSPENSE-SERVED
                   ADD WS-USE-FAILED(WS-USAGE-IDX)
                     TO WS-SUSPENSE-FAILED
               END-IF
               MOVE HWCHGBIL-DETAIL-RECORD TO BILL-RECORD
               PERFORM WRITE-BILL-RECORD
               ADD 1 TO WS-BILL-DETAIL-COUNT
           END-IF
           .

       WRITE-BILL-RECORD.
           WRITE BILL-RECORD
           IF NOT WS-BILL-OK
               DISPLAY "OGHWCHG: CHGBILL WRITE FAILED, FILE STATUS="
                       WS-BILL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * CHGSTMT: the run's control page, one statement section per
      * billable department, the suspense section, and the closing
      * totals that tie to the CHGBILL trailer.
       WRITE-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           STRING "GREETING CHARGEBACK STATEMENT - BILLING MONTH "
                       DELIMITED BY SIZE
                  WS-BILL-MONTH     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE  . . . . . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GEN-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HWDELIV GENERATIONS READ  . . . . . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-GEN-BILLED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "GENERATIONS IN THE BILLING MONTH  . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-GEN-SKIPPED-COUNT > 0
               MOVE WS-GEN-SKIPPED-COUNT TO WS-COUNT-ED
               MOVE WS-SKIPPED-DETAILS   TO WS-COUNT2-ED
               MOVE SPACES TO REPORT-LINE
               STRING "GENERATIONS OF OTHER MONTHS SKIPPED : "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      " ("          DELIMITED BY SIZE
                      WS-COUNT2-ED  DELIMITED BY SIZE
                      " RECORDS)"   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-SBRES-OPEN = "00"
               MOVE WS-ADHOC-BILLED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "AD-HOC NAMES (HWSBRES) IN THE MONTH : "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "** HWSBRES NOT READ, FILE STATUS "
                           DELIMITED BY SIZE
                      WS-SBRES-OPEN DELIMITED BY SIZE
                      " - AD-HOC NAMES NOT BILLED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-GEN-BILLED-COUNT = 0
               MOVE "** NO HWDELIV GENERATION FOR THE BILLING MONTH **"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-MISMATCH-COUNT > 0
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** TRAILER COUNT MISMATCHES - "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      " GENERATIONS, SEE JOB LOG **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-NO-HEADER-COUNT > 0
               MOVE WS-NO-HEADER-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** DETAIL RECORDS OUTSIDE ANY HEADER - "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      " NOT BILLED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-RATE-REJECT-COUNT > 0
               MOVE WS-RATE-REJECT-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** RATE RECORDS REJECTED - "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      ", SEE JOB LOG **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** DEPARTMENT/LANGUAGE TABLE FULL - "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      " RECORDS NOT COUNTED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-DEPT-STATEMENT
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           PERFORM WRITE-SUSPENSE-SECTION
           PERFORM WRITE-CONTROL-TOTALS
           .

       WRITE-DEPT-STATEMENT.
           IF WS-DPT-BILLABLE(WS-DEPT-IDX)
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL "-" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CHARGEBACK STATEMENT - DEPARTMENT "
                           DELIMITED BY SIZE
                      WS-DPT-CODE(WS-DEPT-IDX) DELIMITED BY SIZE
                      " - MONTH "   DELIMITED BY SIZE
                      WS-BILL-MONTH DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               MOVE 0 TO WS-DEPT-AMOUNT
               PERFORM WRITE-USAGE-LINE
                       VARYING WS-USAGE-IDX FROM 1 BY 1
                       UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DPT-SERVED(WS-DEPT-IDX) TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "GREETINGS SERVED  . . . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-DPT-FAILED(WS-DEPT-IDX) TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "GREETINGS FAILED (NOT CHARGED)  . . : "
                           DELIMITED BY SIZE
                      WS-COUNT-ED   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-DEPT-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "AMOUNT DUE  . . . . . . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-AMOUNT-ED  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-DPT-UNPRICED(WS-DEPT-IDX) > 0
                   MOVE WS-DPT-UNPRICED(WS-DEPT-IDX) TO WS-COUNT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "** "         DELIMITED BY SIZE
                          WS-COUNT-ED   DELIMITED BY SIZE
                          " SERVED WITH NO RATE IN EFFECT - NOT CHARGED"
                                        DELIMITED BY SIZE
                          " **"         DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF
           .

      * One language line. The rate column reads MIXED when the rate
      * changed inside the month, and is blank on the failed line,
      * which is never charged.
       WRITE-USAGE-LINE.
           IF WS-USE-DEPT-IDX(WS-USAGE-IDX) = WS-DEPT-IDX
               MOVE SPACES TO DTL-NOTE
               MOVE WS-USE-LANG(WS-USAGE-IDX)   TO DTL-LANG
               MOVE WS-USE-SERVED(WS-USAGE-IDX) TO DTL-SERVED
               MOVE WS-USE-FAILED(WS-USAGE-IDX) TO DTL-FAILED
               EVALUATE TRUE
                   WHEN WS-USE-ONE-RATE(WS-USAGE-IDX)
                       MOVE WS-USE-RATE(WS-USAGE-IDX) TO DTL-RATE
                   WHEN WS-USE-MIXED-RATE(WS-USAGE-IDX)
                       MOVE "   MIXED" TO DTL-RATE-X
                   WHEN OTHER
                       MOVE SPACES TO DTL-RATE-X
               END-EVALUATE
               IF WS-USE-UNPRICED(WS-USAGE-IDX) > 0
                   MOVE "SOME SERVED NOT PRICED" TO DTL-NOTE
               END-IF
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-USE-AMOUNT(WS-USAGE-IDX)
               MOVE WS-LINE-AMOUNT TO DTL-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           .

      * Everything no billable department owns, by code as it came
      * off HWDELIV - listed so it can be chased, never dropped.
       WRITE-SUSPENSE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SUSPENSE - DEPARTMENTS BLANK, NONE OR NOT ON THE "
                       DELIMITED BY SIZE
                  "RATE TABLE"      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SUSPENSE-SERVED = 0 AND WS-SUSPENSE-FAILED = 0
               MOVE "NO SUSPENSE ITEMS THIS MONTH" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-SUSPENSE-HEADING
               PERFORM WRITE-SUSPENSE-DEPT
                       VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NOT BILLED - CORRECT THE DEPARTMENT CODE OR "
                           DELIMITED BY SIZE
                      "ADD A RATE AND RERUN" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-SUSPENSE-DEPT.
           IF NOT WS-DPT-BILLABLE(WS-DEPT-IDX)
               PERFORM WRITE-SUSPENSE-LINE
                       VARYING WS-USAGE-IDX FROM 1 BY 1
                       UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
           END-IF
           .

       WRITE-SUSPENSE-LINE.
           IF WS-USE-DEPT-IDX(WS-USAGE-IDX) = WS-DEPT-IDX
               MOVE WS-DPT-CODE(WS-DEPT-IDX)    TO SUS-DEPT
               MOVE WS-USE-LANG(WS-USAGE-IDX)   TO SUS-LANG
               MOVE WS-USE-SERVED(WS-USAGE-IDX) TO SUS-SERVED
               MOVE WS-USE-FAILED(WS-USAGE-IDX) TO SUS-FAILED
               WRITE REPORT-LINE FROM WS-SUSPENSE-LINE
           END-IF
           .

      * The figures the GL load balances against - the same totals
      * the CHGBILL trailer carries.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS (CHGBILL TRAILER)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BILL-DETAIL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "BILLING DETAIL RECORDS  . . . . . . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-SERVED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "GREETINGS SERVED  . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-FAILED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "GREETINGS FAILED  . . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-SUSPENSE-SERVED TO WS-COUNT-ED
           MOVE WS-SUSPENSE-FAILED TO WS-COUNT2-ED
           MOVE SPACES TO REPORT-LINE
           STRING "IN SUSPENSE - SERVED / FAILED . . . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  " / "             DELIMITED BY SIZE
                  WS-COUNT2-ED      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-UNPRICED TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "SERVED WITH NO RATE (NOT CHARGED) . : "
                       DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL AMOUNT BILLED . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-AMOUNT-ED      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       CLOSE-FILES.
           CLOSE DELIV-FILE
           CLOSE STMT-FILE
           CLOSE BILL-FILE
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-TOTAL-SERVED TO WS-COUNT-ED
           MOVE WS-TOTAL-FAILED TO WS-COUNT2-ED
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-ED
           DISPLAY "OGHWCHG SUMMARY: MONTH=" WS-BILL-MONTH
                   " SERVED=" WS-COUNT-ED
                   " FAILED=" WS-COUNT2-ED
                   " BILLED=" WS-AMOUNT-ED
           .
