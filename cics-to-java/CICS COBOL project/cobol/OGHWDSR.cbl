       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWDSR.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Per-user data subject access extract, run on request.        *
      *                                                              *
      * Name one or more users on SYSIN (one per card, columns 1-10, *
      * up to 50) and this program gathers everything the greeting   *
      * system holds about each of them into one disclosure report,  *
      * DSARRPT - a section per user, their records in time order:   *
      *                                                              *
      *   HWAUDIT  - the live audit records (copybook OGHWAUD);      *
      *   ARCHIVE  - ARCHIN, the concatenation of the archive        *
      *              generations OGHWARC has cataloged on ARCHCAT,   *
      *              oldest first, as OGHWTRD reads them. Each       *
      *              record is placed in its generation, and every   *
      *              cataloged generation is checked to have come    *
      *              through ARCHIN whole;                           *
      *   OGCORAUD - the Java outcome of each of those invocations,  *
      *              read by the audit timestamp the two trails      *
      *              share (OGCORAUD carries no user name);          *
      *   HWDELIV  - DELIVIN, the delivery generations OGHWBAT       *
      *              wrote (copybook OGHWDLV) - the greeting text,   *
      *              language and department of each batch name,     *
      *              timed by its generation's header;               *
      *   HWREJECT - REJECTIN, the records OGHWEDT refused, with the *
      *              reason (copybook OGHWREJ);                      *
      *   HWSBRES  - the names of the ad-hoc requests keyed on the   *
      *              HWSB screen (copybook OGHWSBR) - the greeting   *
      *              text, or the reason it failed, and the language *
      *              and department of each, timed when OGHWSBP ran  *
      *              it, or when it was submitted while still        *
      *              pending;                                        *
      *   HWSBREQ  - the request each of those names came in on      *
      *              (copybook OGHWSBQ): who submitted it, and when. *
      *                                                              *
      * HWAUDIT keeps no greeting text: an online greeting shows its *
      * language and outcome, and OGHWWRD gives the wording in force *
      * on the day. The legal holds on HWHOLD (copybook OGHWHLD)     *
      * that cover each user are listed at the head of the section.  *
      *                                                              *
      * A source that cannot be opened, or a cataloged generation    *
      * ARCHIN does not return in full, is named on the report and   *
      * the run ends RC 4 - the disclosure is not complete without   *
      * it. No names on SYSIN, or more records than the report table *
      * holds, ends RC 8.                                            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  the user names to report on, one per card
           SELECT CTL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-CARD-STATUS.

           SELECT HWAUDIT-FILE ASSIGN TO HWAUDIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIVE-TIMESTAMP
               FILE STATUS IS WS-AUDIT-STATUS.

      *  OGHWARC's generation catalog, to place each archived record
           SELECT CATALOG-FILE ASSIGN TO ARCHCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

      *  concatenation of the cataloged archive generations, oldest
      *  first
           SELECT ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT CORAUD-FILE ASSIGN TO CORAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COR-CALL-ID
               FILE STATUS IS WS-CORAUD-STATUS.

      *  concatenation of the retained HWDELIV generations, each one
      *  bracketed by its own header and trailer
           SELECT DELIV-FILE ASSIGN TO DELIVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIV-STATUS.

      *  the ad-hoc request names, read end to end, and the request
      *  headers they belong to, read by request number
           SELECT SBRES-FILE ASSIGN TO HWSBRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SBR-KEY
               FILE STATUS IS WS-SBRES-STATUS.

           SELECT SBREQ-FILE ASSIGN TO HWSBREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBREQ-REQUEST-NO
               FILE STATUS IS WS-SBREQ-STATUS.

      *  concatenation of the retained HWREJECT generations
           SELECT REJECT-FILE ASSIGN TO REJECTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT HOLD-FILE ASSIGN TO HWHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO DSARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-CARD-RECORD.
           05  CTL-USER-NAME      PIC X(10).
           05  FILLER             PIC X(70).

      *  HWAUDIT and ARCHIN records are both read into HWAUDIT-RECORD
      *  in working storage, so one set of OGHWAUD names serves both
       FD  HWAUDIT-FILE.
       01 LIVE-AUDIT-RECORD.
           05 LIVE-TIMESTAMP     PIC X(21).
           05 FILLER             PIC X(41).

       FD  CATALOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 CATALOG-RECORD.
           05 CAT-GEN-DATE       PIC X(8).
           05 CAT-GEN-TIME       PIC X(6).
           05 CAT-GEN-COUNT      PIC 9(8).
           05 CAT-FIRST-TS       PIC X(14).
           05 CAT-LAST-TS        PIC X(14).
           05 FILLER             PIC X(30).

       FD  ARCHIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01 ARCHIN-RECORD          PIC X(62).

       FD  CORAUD-FILE.
           COPY OGCORAUD.

       FD  DELIV-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      *  header, detail and trailer share the one record area - the
      *  marker in the first eight bytes says which this is
           COPY OGHWDLV.

       FD  SBRES-FILE.
           COPY OGHWSBR.

      *  read into HWSBREQ-RECORD in working storage - the copybook
      *  also redefines the record as the number-control record
       FD  SBREQ-FILE.
       01 SBREQ-FILE-RECORD.
           05 SBREQ-REQUEST-NO   PIC 9(8).
           05 FILLER             PIC X(72).

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS.
           COPY OGHWREJ.

       FD  HOLD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY OGHWHLD.

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTL-CARD-STATUS     PIC X(2).
           88 WS-CTL-CARD-OK     VALUE "00".
       01 WS-AUDIT-STATUS        PIC X(2).
           88 WS-AUDIT-OK        VALUE "00".
       01 WS-CATALOG-STATUS      PIC X(2).
           88 WS-CATALOG-OK      VALUE "00".
       01 WS-ARCHIN-STATUS       PIC X(2).
           88 WS-ARCHIN-OK       VALUE "00".
       01 WS-CORAUD-STATUS       PIC X(2).
           88 WS-CORAUD-OK       VALUE "00".
       01 WS-DELIV-STATUS        PIC X(2).
           88 WS-DELIV-OK        VALUE "00".
       01 WS-REJECT-STATUS       PIC X(2).
           88 WS-REJECT-OK       VALUE "00".
       01 WS-HOLD-STATUS         PIC X(2).
           88 WS-HOLD-OK         VALUE "00".
       01 WS-SBRES-STATUS        PIC X(2).
           88 WS-SBRES-OK        VALUE "00".
       01 WS-SBREQ-STATUS        PIC X(2).
           88 WS-SBREQ-OK        VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE "00".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

       01 WS-RUN-DATE            PIC X(8).
       01 WS-RUN-TIME            PIC X(6).

      *  one status per source, for the SOURCES SEARCHED section -
      *  "00" searched, anything else the failing open
       01 WS-SOURCE-STATUSES.
           05 WS-AUDIT-OPEN      PIC X(2)  VALUE "00".
           05 WS-CATALOG-OPEN    PIC X(2)  VALUE "00".
           05 WS-ARCHIN-OPEN     PIC X(2)  VALUE "00".
           05 WS-CORAUD-OPEN     PIC X(2)  VALUE "00".
           05 WS-DELIV-OPEN      PIC X(2)  VALUE "00".
           05 WS-REJECT-OPEN     PIC X(2)  VALUE "00".
           05 WS-HOLD-OPEN       PIC X(2)  VALUE "00".
           05 WS-SBRES-OPEN      PIC X(2)  VALUE "00".
           05 WS-SBREQ-OPEN      PIC X(2)  VALUE "00".

      *  the OGCOBHW2 side of COR-CALL-ID, as OGHWREC builds it
       01 WS-HW2-PROGRAM-NAME    PIC X(8)  VALUE "OGCOBHW2".

      *  the audit record in hand, live or archived - copybook
      *  OGHWAUD
           COPY OGHWAUD.

      *  the refused work record in hand, out of REJ-RECORD-IMAGE
           COPY OGHWWRK.

      *  the ad-hoc request a matched HWSBRES name came in on -
      *  copybook OGHWSBQ
           COPY OGHWSBQ.
       01 WS-SBREQ-FOUND-SW      PIC X     VALUE "N".
           88 WS-SBREQ-FOUND     VALUE "Y".
       01 WS-SBR-REQUEST-NO-ED   PIC 9(8).

      *  the users asked for, in SYSIN order
       01 WS-USER-TABLE-MAX      PIC S9(4) COMP VALUE 50.
       01 WS-USER-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-USER-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USR-ENTRY OCCURS 50 TIMES.
               10 WS-USR-NAME        PIC X(10).
               10 WS-USR-EVENTS      PIC S9(8) COMP.
               10 WS-USR-HOLDS       PIC S9(4) COMP.
       01 WS-MATCH-NAME          PIC X(10).
       01 WS-MATCH-IDX           PIC S9(4) COMP VALUE 0.

      *  the legal holds on HWHOLD
       01 WS-HOLD-TABLE-MAX      PIC S9(4) COMP VALUE 50.
       01 WS-HOLD-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-HOLD-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 50 TIMES.
               10 WS-HOLD-ID        PIC X(8).
               10 WS-HOLD-USER      PIC X(10).
               10 WS-HOLD-FROM      PIC X(8).
               10 WS-HOLD-TO        PIC X(8).
               10 WS-HOLD-REFERENCE PIC X(40).

      *  the generation catalog - the latest AUD-TIMESTAMP each
      *  generation can hold (its last archived one, or its run date
      *  and time on an entry cataloged before that was recorded),
      *  and what ARCHIN returned for it
       01 WS-CAT-TABLE-MAX       PIC S9(4) COMP VALUE 1000.
       01 WS-CAT-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-CAT-IDX             PIC S9(4) COMP VALUE 0.
       01 WS-CAT-GEN-IDX         PIC S9(4) COMP VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 1000 TIMES.
               10 WS-CAT-DATE    PIC X(8).
               10 WS-CAT-UPTO-TS PIC X(14).
               10 WS-CAT-COUNT-N PIC 9(8).
               10 WS-CAT-SEEN-N  PIC S9(8) COMP.

      *  every record found for a named user, kept in user then time
      *  order as it is added - a record arriving with the same key
      *  as one already held goes after it
       01 WS-EVENT-TABLE-MAX     PIC S9(4) COMP VALUE 5000.
       01 WS-EVENT-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-EVENT-IDX           PIC S9(4) COMP VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVT-ENTRY OCCURS 5000 TIMES.
               10 WS-EVT-KEY.
                   15 WS-EVT-USER-IDX PIC 9(4).
                   15 WS-EVT-TS       PIC X(14).
               10 WS-EVT-SOURCE   PIC X(8).
               10 WS-EVT-LANG     PIC X(2).
               10 WS-EVT-DEPT     PIC X(4).
               10 WS-EVT-OUTCOME  PIC X(11).
               10 WS-EVT-DETAIL   PIC X(30).
       01 WS-NEW-EVENT.
           05 WS-NEW-KEY.
               10 WS-NEW-USER-IDX PIC 9(4).
               10 WS-NEW-TS       PIC X(14).
           05 WS-NEW-SOURCE       PIC X(8).
           05 WS-NEW-LANG         PIC X(2).
           05 WS-NEW-DEPT         PIC X(4).
           05 WS-NEW-OUTCOME      PIC X(11).
           05 WS-NEW-DETAIL       PIC X(30).
       01 WS-SLOT-SWITCH         PIC X     VALUE "N".
           88 WS-SLOT-FOUND      VALUE "Y".

      *  the delivery generation being read - its header run date and
      *  time stamp its details
       01 WS-GEN-TS              PIC X(14) VALUE SPACES.
       01 WS-GEN-DATE-TEXT       PIC X(12).

       01 WS-COUNTERS.
           05 WS-AUDIT-READ          PIC S9(8) COMP VALUE 0.
           05 WS-ARCHIN-READ         PIC S9(8) COMP VALUE 0.
           05 WS-UNCATALOGED-READ    PIC S9(8) COMP VALUE 0.
           05 WS-CORAUD-LOOKUPS      PIC S9(8) COMP VALUE 0.
           05 WS-CORAUD-FOUND        PIC S9(8) COMP VALUE 0.
           05 WS-DELIV-READ          PIC S9(8) COMP VALUE 0.
           05 WS-DELIV-GENS          PIC S9(8) COMP VALUE 0.
           05 WS-REJECT-READ         PIC S9(8) COMP VALUE 0.
           05 WS-SBRES-READ          PIC S9(8) COMP VALUE 0.
           05 WS-SBREQ-LOOKUPS       PIC S9(8) COMP VALUE 0.
           05 WS-SBREQ-FOUND-COUNT   PIC S9(8) COMP VALUE 0.
           05 WS-SHORT-GEN-COUNT     PIC S9(8) COMP VALUE 0.
           05 WS-OVERFLOW-COUNT      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-FIELDS.
           05 WS-COUNT-ED        PIC ZZZZZZZ9.
           05 WS-COUNT2-ED       PIC ZZZZZZZ9.

      *  a YYYYMMDDHHMMSS key as it prints
       01 WS-PRINT-TS.
           05 WS-PTS-YEAR        PIC X(4).
           05 FILLER             PIC X     VALUE "-".
           05 WS-PTS-MONTH       PIC X(2).
           05 FILLER             PIC X     VALUE "-".
           05 WS-PTS-DAY         PIC X(2).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-PTS-HOUR        PIC X(2).
           05 FILLER             PIC X     VALUE ":".
           05 WS-PTS-MINUTE      PIC X(2).
           05 FILLER             PIC X     VALUE ":".
           05 WS-PTS-SECOND      PIC X(2).

       01 WS-HOLD-FROM-TEXT      PIC X(8).
       01 WS-HOLD-TO-TEXT        PIC X(8).

       01 WS-HEADING-LINE.
           05 FILLER             PIC X(19) VALUE "WHEN".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "SOURCE".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(4)  VALUE "LG".
           05 FILLER             PIC X(4)  VALUE "DEPT".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE "OUTCOME".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(30) VALUE "GREETING / DETAIL".

       01 WS-DETAIL-LINE.
           05 DTL-WHEN           PIC X(19).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DTL-SOURCE         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DTL-LANG           PIC X(2).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DTL-DEPT           PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DTL-OUTCOME        PIC X(11).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DTL-DETAIL         PIC X(30).

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM GET-RUNTIME-OPTIONS
           PERFORM OPEN-REPORT
           IF WS-USER-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "** NO USER NAMES ON SYSIN - NOTHING EXTRACTED **"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-HOLDS
           PERFORM LOAD-CATALOG
           OPEN INPUT CORAUD-FILE
           MOVE WS-CORAUD-STATUS TO WS-CORAUD-OPEN
           PERFORM SEARCH-LIVE-AUDIT THRU SEARCH-LIVE-AUDIT-EXIT
           PERFORM SEARCH-ARCHIVE THRU SEARCH-ARCHIVE-EXIT
           IF WS-CORAUD-OPEN = "00"
               CLOSE CORAUD-FILE
           END-IF
           PERFORM SEARCH-DELIVERIES THRU SEARCH-DELIVERIES-EXIT
           PERFORM SEARCH-REJECTS THRU SEARCH-REJECTS-EXIT
           OPEN INPUT SBREQ-FILE
           MOVE WS-SBREQ-STATUS TO WS-SBREQ-OPEN
           PERFORM SEARCH-ADHOC THRU SEARCH-ADHOC-EXIT
           IF WS-SBREQ-OPEN = "00"
               CLOSE SBREQ-FILE
           END-IF
           PERFORM WRITE-SOURCES-SECTION
           PERFORM WRITE-USER-SECTION
                   VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
           CLOSE REPORT-FILE
           IF WS-OVERFLOW-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SOURCE-STATUSES NOT = ALL "0"
                  OR WS-SHORT-GEN-COUNT > 0
                  OR WS-UNCATALOGED-READ > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .

      * The names to report on. Blank cards are passed over and a
      * name given twice is reported once.
       GET-RUNTIME-OPTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN INPUT CTL-CARD-FILE
           IF WS-CTL-CARD-OK
               PERFORM READ-USER-CARD UNTIL WS-EOF
               CLOSE CTL-CARD-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       READ-USER-CARD.
           READ CTL-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CTL-USER-NAME NOT = SPACES
                       PERFORM STORE-USER-NAME
                   END-IF
           END-READ
           .

       STORE-USER-NAME.
           MOVE CTL-USER-NAME TO WS-MATCH-NAME
           PERFORM FIND-USER
           IF WS-MATCH-IDX = 0
               IF WS-USER-COUNT < WS-USER-TABLE-MAX
                   ADD 1 TO WS-USER-COUNT
                   MOVE CTL-USER-NAME TO WS-USR-NAME(WS-USER-COUNT)
                   MOVE 0 TO WS-USR-EVENTS(WS-USER-COUNT)
                   MOVE 0 TO WS-USR-HOLDS(WS-USER-COUNT)
               ELSE
                   DISPLAY "OGHWDSR: MORE THAN 50 NAMES ON SYSIN - "
                           CTL-USER-NAME " NOT REPORTED"
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           .

      * WS-MATCH-IDX is the named user WS-MATCH-NAME is, or zero.
       FIND-USER.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM CHECK-USER-ENTRY
                   VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                      OR WS-MATCH-IDX > 0
           .

       CHECK-USER-ENTRY.
           IF WS-USR-NAME(WS-USER-IDX) = WS-MATCH-NAME
               MOVE WS-USER-IDX TO WS-MATCH-IDX
           END-IF
           .

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "OGHWDSR: DSARRPT OPEN FAILED, FILE STATUS="
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "DATA SUBJECT ACCESS EXTRACT - RUN DATE "
                       DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * Open date ends are widened to 00000000 / 99999999, as
      * OGHWARC loads them.
       LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE WS-HOLD-STATUS TO WS-HOLD-OPEN
           IF WS-HOLD-OK
               PERFORM LOAD-HOLD-ENTRY UNTIL WS-EOF
               CLOSE HOLD-FILE
               MOVE "N" TO WS-EOF-SWITCH
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
           IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
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
           ELSE
               DISPLAY "OGHWDSR: MORE THAN 50 HOLDS ON HWHOLD - "
                       HLD-HOLD-ID " NOT LISTED"
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF
           .

       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           MOVE WS-CATALOG-STATUS TO WS-CATALOG-OPEN
           IF WS-CATALOG-OK
               PERFORM LOAD-CATALOG-ENTRY UNTIL WS-EOF
               CLOSE CATALOG-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           .

       LOAD-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CAT-COUNT < WS-CAT-TABLE-MAX
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CAT-GEN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                       MOVE CAT-GEN-COUNT
                         TO WS-CAT-COUNT-N(WS-CAT-COUNT)
                       MOVE 0 TO WS-CAT-SEEN-N(WS-CAT-COUNT)
                       IF CAT-LAST-TS = SPACES
                           MOVE CAT-GEN-DATE
                             TO WS-CAT-UPTO-TS(WS-CAT-COUNT) (1:8)
                           MOVE CAT-GEN-TIME
                             TO WS-CAT-UPTO-TS(WS-CAT-COUNT) (9:6)
                       ELSE
                           MOVE CAT-LAST-TS
                             TO WS-CAT-UPTO-TS(WS-CAT-COUNT)
                       END-IF
                   END-IF
           END-READ
           .

      * The live trail.
       SEARCH-LIVE-AUDIT.
           OPEN INPUT HWAUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-AUDIT-OPEN
           IF NOT WS-AUDIT-OK
               GO TO SEARCH-LIVE-AUDIT-EXIT
           END-IF
           PERFORM READ-LIVE-AUDIT
           PERFORM CHECK-LIVE-AUDIT UNTIL WS-EOF
           CLOSE HWAUDIT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       SEARCH-LIVE-AUDIT-EXIT.
           EXIT.

       READ-LIVE-AUDIT.
           READ HWAUDIT-FILE NEXT RECORD INTO HWAUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
           END-READ
           .

       CHECK-LIVE-AUDIT.
           MOVE AUD-USER-NAME TO WS-MATCH-NAME
           PERFORM FIND-USER
           IF WS-MATCH-IDX > 0
               MOVE "HWAUDIT" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               PERFORM ADD-AUDIT-EVENT
           END-IF
           PERFORM READ-LIVE-AUDIT
           .

      * The archive generations. Each record belongs to the oldest
      * cataloged generation whose latest possible key is not below
      * its own, as OGHWARC places them for its holds; the counts
      * found are then checked against the catalog.
       SEARCH-ARCHIVE.
           OPEN INPUT ARCHIN-FILE
           MOVE WS-ARCHIN-STATUS TO WS-ARCHIN-OPEN
           IF NOT WS-ARCHIN-OK
               GO TO SEARCH-ARCHIVE-EXIT
           END-IF
           PERFORM READ-ARCHIN-RECORD
           PERFORM CHECK-ARCHIN-RECORD UNTIL WS-EOF
           CLOSE ARCHIN-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       SEARCH-ARCHIVE-EXIT.
           EXIT.

       READ-ARCHIN-RECORD.
           READ ARCHIN-FILE INTO HWAUDIT-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIN-READ
           END-READ
           .

       CHECK-ARCHIN-RECORD.
           MOVE 0 TO WS-CAT-GEN-IDX
           PERFORM FIND-RECORD-GENERATION
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                      OR WS-CAT-GEN-IDX > 0
           IF WS-CAT-GEN-IDX > 0
               ADD 1 TO WS-CAT-SEEN-N(WS-CAT-GEN-IDX)
           ELSE
               ADD 1 TO WS-UNCATALOGED-READ
           END-IF
           MOVE AUD-USER-NAME TO WS-MATCH-NAME
           PERFORM FIND-USER
           IF WS-MATCH-IDX > 0
               MOVE "ARCHIVE" TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-DETAIL
               IF WS-CAT-GEN-IDX > 0
                   STRING "GEN " DELIMITED BY SIZE
                          WS-CAT-DATE(WS-CAT-GEN-IDX)
                              DELIMITED BY SIZE
                          INTO WS-NEW-DETAIL
                   END-STRING
               ELSE
                   MOVE "GEN UNCATALOGED" TO WS-NEW-DETAIL
               END-IF
               PERFORM ADD-AUDIT-EVENT
           END-IF
           PERFORM READ-ARCHIN-RECORD
           .

       FIND-RECORD-GENERATION.
           IF WS-CAT-UPTO-TS(WS-CAT-IDX) NOT < AUD-TIMESTAMP (1:14)
               MOVE WS-CAT-IDX TO WS-CAT-GEN-IDX
           END-IF
           .

      * One audit record of a named user, live or archived, with its
      * Java outcome from OGCORAUD after whatever detail the caller
      * has already put in WS-NEW-DETAIL. HWAUDIT knows no department.
       ADD-AUDIT-EVENT.
           MOVE WS-MATCH-IDX          TO WS-NEW-USER-IDX
           MOVE AUD-TIMESTAMP (1:14)  TO WS-NEW-TS
           IF AUD-LANG-CODE = SPACES
               MOVE "EN" TO WS-NEW-LANG
           ELSE
               MOVE AUD-LANG-CODE TO WS-NEW-LANG
           END-IF
           MOVE SPACES TO WS-NEW-DEPT
           EVALUATE TRUE
               WHEN AUD-LINK-OK
                   MOVE "SERVED" TO WS-NEW-OUTCOME
               WHEN AUD-LINK-FAILED
                   MOVE "LINK FAILED" TO WS-NEW-OUTCOME
               WHEN OTHER
                   MOVE "NOT REACHED" TO WS-NEW-OUTCOME
           END-EVALUATE
           IF WS-CORAUD-OPEN = "00"
               PERFORM LOOKUP-CORAUD-RECORD
           END-IF
           PERFORM ADD-EVENT
           .

       LOOKUP-CORAUD-RECORD.
           ADD 1 TO WS-CORAUD-LOOKUPS
           MOVE WS-HW2-PROGRAM-NAME TO COR-PROGRAM-NAME
           MOVE AUD-TIMESTAMP       TO COR-TIMESTAMP
           READ CORAUD-FILE
               INVALID KEY
                   MOVE "NO JAVA RECORD" TO WS-NEW-DETAIL (14:)
               NOT INVALID KEY
                   ADD 1 TO WS-CORAUD-FOUND
                   IF COR-OUTCOME-OK
                       MOVE "JAVA OK" TO WS-NEW-DETAIL (14:)
                   ELSE
                       MOVE "JAVA FAILED" TO WS-NEW-DETAIL (14:)
                   END-IF
           END-READ
           .

      * The delivery generations. A header opens a generation and
      * dates its details; a detail before any header is listed
      * undated rather than dropped.
       SEARCH-DELIVERIES.
           OPEN INPUT DELIV-FILE
           MOVE WS-DELIV-STATUS TO WS-DELIV-OPEN
           IF NOT WS-DELIV-OK
               GO TO SEARCH-DELIVERIES-EXIT
           END-IF
           MOVE SPACES TO WS-GEN-TS
           PERFORM READ-DELIV-RECORD
           PERFORM CHECK-DELIV-RECORD UNTIL WS-EOF
           CLOSE DELIV-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       SEARCH-DELIVERIES-EXIT.
           EXIT.

       READ-DELIV-RECORD.
           READ DELIV-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DELIV-READ
           END-READ
           .

       CHECK-DELIV-RECORD.
           EVALUATE TRUE
               WHEN DLH-TYPE-MARKER
                   ADD 1 TO WS-DELIV-GENS
                   MOVE DLH-RUN-DATE TO WS-GEN-TS (1:8)
                   MOVE DLH-RUN-TIME TO WS-GEN-TS (9:6)
               WHEN DLT-TYPE-MARKER
                   MOVE SPACES TO WS-GEN-TS
               WHEN DLV-STATUS-SERVED OR DLV-STATUS-FAILED
                   MOVE DLV-USER-NAME TO WS-MATCH-NAME
                   PERFORM FIND-USER
                   IF WS-MATCH-IDX > 0
                       PERFORM ADD-DELIV-EVENT
                   END-IF
           END-EVALUATE
           PERFORM READ-DELIV-RECORD
           .

       ADD-DELIV-EVENT.
           MOVE WS-MATCH-IDX  TO WS-NEW-USER-IDX
           MOVE WS-GEN-TS     TO WS-NEW-TS
           MOVE "HWDELIV"     TO WS-NEW-SOURCE
           MOVE DLV-DEPT-CODE TO WS-NEW-DEPT
           IF DLV-STATUS-SERVED
               MOVE DLV-LANG-SERVED TO WS-NEW-LANG
               MOVE "SERVED"        TO WS-NEW-OUTCOME
               MOVE DLV-GREETING    TO WS-NEW-DETAIL
           ELSE
               MOVE DLV-LANG-REQUESTED TO WS-NEW-LANG
               MOVE "FAILED"           TO WS-NEW-OUTCOME
               MOVE "NO GREETING RETURNED" TO WS-NEW-DETAIL
           END-IF
           PERFORM ADD-EVENT
           .

      * The refused work records, by the name as it arrived.
       SEARCH-REJECTS.
           OPEN INPUT REJECT-FILE
           MOVE WS-REJECT-STATUS TO WS-REJECT-OPEN
           IF NOT WS-REJECT-OK
               GO TO SEARCH-REJECTS-EXIT
           END-IF
           PERFORM READ-REJECT-RECORD
           PERFORM CHECK-REJECT-RECORD UNTIL WS-EOF
           CLOSE REJECT-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       SEARCH-REJECTS-EXIT.
           EXIT.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECT-READ
           END-READ
           .

       CHECK-REJECT-RECORD.
           MOVE REJ-RECORD-IMAGE TO WS-WORK-RECORD
           MOVE WS-WORK-NAME TO WS-MATCH-NAME
           PERFORM FIND-USER
           IF WS-MATCH-IDX > 0
               MOVE WS-MATCH-IDX TO WS-NEW-USER-IDX
               MOVE REJ-RUN-DATE TO WS-NEW-TS (1:8)
               MOVE REJ-RUN-TIME TO WS-NEW-TS (9:6)
               MOVE "HWREJECT"   TO WS-NEW-SOURCE
               MOVE WS-WORK-LANG TO WS-NEW-LANG
               MOVE WS-WORK-DEPT TO WS-NEW-DEPT
               MOVE "REJECTED"   TO WS-NEW-OUTCOME
               MOVE SPACES       TO WS-NEW-DETAIL
               STRING "REASON " DELIMITED BY SIZE
                      REJ-REASON-CODE DELIMITED BY SIZE
                      INTO WS-NEW-DETAIL
               END-STRING
               PERFORM ADD-EVENT
           END-IF
           PERFORM READ-REJECT-RECORD
           .

      * The ad-hoc request names. Each name of a named user gives
      * two records: the request it came in on, from its HWSBREQ
      * header, at the time it was submitted; and what became of
      * it, at the time OGHWSBP ran it. A name still pending is
      * listed at its submission time. Without HWSBREQ the request
      * record is left out and a pending name is undated.
       SEARCH-ADHOC.
           OPEN INPUT SBRES-FILE
           MOVE WS-SBRES-STATUS TO WS-SBRES-OPEN
           IF NOT WS-SBRES-OK
               GO TO SEARCH-ADHOC-EXIT
           END-IF
           PERFORM READ-ADHOC-RECORD
           PERFORM CHECK-ADHOC-RECORD UNTIL WS-EOF
           CLOSE SBRES-FILE
           MOVE "N" TO WS-EOF-SWITCH
           .
       SEARCH-ADHOC-EXIT.
           EXIT.

       READ-ADHOC-RECORD.
           READ SBRES-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SBRES-READ
           END-READ
           .

       CHECK-ADHOC-RECORD.
           MOVE SBR-USER-NAME TO WS-MATCH-NAME
           PERFORM FIND-USER
           IF WS-MATCH-IDX > 0
               PERFORM READ-ADHOC-REQUEST
               IF WS-SBREQ-FOUND
                   PERFORM ADD-ADHOC-REQUEST-EVENT
               END-IF
               PERFORM ADD-ADHOC-NAME-EVENT
           END-IF
           PERFORM READ-ADHOC-RECORD
           .

      * The request header, by the name's request number - kept
      * from the last read, since a request's names are together.
       READ-ADHOC-REQUEST.
           IF WS-SBREQ-OPEN NOT = "00"
               MOVE "N" TO WS-SBREQ-FOUND-SW
           ELSE
               IF NOT WS-SBREQ-FOUND
                  OR SBQ-REQUEST-NO NOT = SBR-REQUEST-NO
                   ADD 1 TO WS-SBREQ-LOOKUPS
                   MOVE SBR-REQUEST-NO TO SBREQ-REQUEST-NO
                   READ SBREQ-FILE INTO HWSBREQ-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-SBREQ-FOUND-SW
                       NOT INVALID KEY
                           SET WS-SBREQ-FOUND TO TRUE
                           ADD 1 TO WS-SBREQ-FOUND-COUNT
                   END-READ
               END-IF
           END-IF
           .

       ADD-ADHOC-REQUEST-EVENT.
           MOVE WS-MATCH-IDX   TO WS-NEW-USER-IDX
           MOVE SBQ-SUBMIT-TS  TO WS-NEW-TS
           MOVE "HWSBREQ"      TO WS-NEW-SOURCE
           MOVE SBR-LANG-REQUESTED TO WS-NEW-LANG
           MOVE SBR-DEPT-CODE  TO WS-NEW-DEPT
           MOVE "REQUESTED"    TO WS-NEW-OUTCOME
           MOVE SBR-REQUEST-NO TO WS-SBR-REQUEST-NO-ED
           MOVE SPACES         TO WS-NEW-DETAIL
           STRING "REQUEST " DELIMITED BY SIZE
                  WS-SBR-REQUEST-NO-ED DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  SBQ-USER-ID DELIMITED BY SIZE
                  INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-EVENT
           .

       ADD-ADHOC-NAME-EVENT.
           MOVE WS-MATCH-IDX  TO WS-NEW-USER-IDX
           MOVE "HWSBRES"     TO WS-NEW-SOURCE
           MOVE SBR-DEPT-CODE TO WS-NEW-DEPT
           EVALUATE TRUE
               WHEN SBR-STATUS-SERVED
                   MOVE SBR-DONE-TS     TO WS-NEW-TS
                   MOVE SBR-LANG-SERVED TO WS-NEW-LANG
                   MOVE "SERVED"        TO WS-NEW-OUTCOME
                   MOVE SBR-GREETING    TO WS-NEW-DETAIL
               WHEN SBR-STATUS-FAILED
                   MOVE SBR-DONE-TS     TO WS-NEW-TS
                   MOVE SBR-LANG-REQUESTED TO WS-NEW-LANG
                   MOVE "FAILED"        TO WS-NEW-OUTCOME
                   MOVE SBR-ERROR-TEXT  TO WS-NEW-DETAIL
               WHEN OTHER
                   IF WS-SBREQ-FOUND
                       MOVE SBQ-SUBMIT-TS TO WS-NEW-TS
                   ELSE
                       MOVE SPACES TO WS-NEW-TS
                   END-IF
                   MOVE SBR-LANG-REQUESTED TO WS-NEW-LANG
                   MOVE "PENDING"       TO WS-NEW-OUTCOME
                   MOVE "NOT YET RUN"   TO WS-NEW-DETAIL
           END-EVALUATE
           PERFORM ADD-EVENT
           .

      * WS-NEW-EVENT into the table in key order: entries with a
      * higher key move up one to make the slot.
       ADD-EVENT.
           IF WS-EVENT-COUNT NOT < WS-EVENT-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
               MOVE "N" TO WS-SLOT-SWITCH
               PERFORM SHIFT-EVENT-UP
                       UNTIL WS-EVENT-IDX = 0 OR WS-SLOT-FOUND
               MOVE WS-NEW-EVENT TO WS-EVT-ENTRY(WS-EVENT-IDX + 1)
               ADD 1 TO WS-EVENT-COUNT
               ADD 1 TO WS-USR-EVENTS(WS-NEW-USER-IDX)
           END-IF
           .

       SHIFT-EVENT-UP.
           IF WS-EVT-KEY(WS-EVENT-IDX) > WS-NEW-KEY
               MOVE WS-EVT-ENTRY(WS-EVENT-IDX)
                 TO WS-EVT-ENTRY(WS-EVENT-IDX + 1)
               SUBTRACT 1 FROM WS-EVENT-IDX
           ELSE
               SET WS-SLOT-FOUND TO TRUE
           END-IF
           .

      * What was searched, and what was not.
       WRITE-SOURCES-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "SOURCES SEARCHED" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-AUDIT-OPEN = "00"
               MOVE WS-AUDIT-READ TO WS-COUNT-ED
               STRING "  HWAUDIT  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " RECORDS READ" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWAUDIT  . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-AUDIT-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-CATALOG-OPEN = "00"
               MOVE WS-CAT-COUNT TO WS-COUNT-ED
               STRING "  ARCHCAT  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " GENERATIONS CATALOGED" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  ARCHCAT  . . . . : ** NOT READ - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-CATALOG-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-ARCHIN-OPEN = "00"
               MOVE WS-ARCHIN-READ TO WS-COUNT-ED
               STRING "  ARCHIVE  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " RECORDS READ" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  ARCHIVE  . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-ARCHIN-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           IF WS-ARCHIN-OPEN = "00"
               PERFORM CHECK-GENERATION-COMPLETE
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-UNCATALOGED-READ > 0
                   MOVE WS-UNCATALOGED-READ TO WS-COUNT-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "    ** " DELIMITED BY SIZE
                          WS-COUNT-ED DELIMITED BY SIZE
                          " ARCHIVED RECORDS IN NO CATALOGED "
                              DELIMITED BY SIZE
                          "GENERATION **" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-CORAUD-OPEN = "00"
               MOVE WS-CORAUD-FOUND TO WS-COUNT-ED
               MOVE WS-CORAUD-LOOKUPS TO WS-COUNT2-ED
               STRING "  OGCORAUD . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-COUNT2-ED DELIMITED BY SIZE
                      " INVOCATIONS FOUND" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  OGCORAUD . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-CORAUD-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-DELIV-OPEN = "00"
               MOVE WS-DELIV-READ TO WS-COUNT-ED
               MOVE WS-DELIV-GENS TO WS-COUNT2-ED
               STRING "  HWDELIV  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " RECORDS READ IN " DELIMITED BY SIZE
                      WS-COUNT2-ED DELIMITED BY SIZE
                      " GENERATIONS" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWDELIV  . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-DELIV-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-REJECT-OPEN = "00"
               MOVE WS-REJECT-READ TO WS-COUNT-ED
               STRING "  HWREJECT . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " RECORDS READ" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWREJECT . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-REJECT-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-SBRES-OPEN = "00"
               MOVE WS-SBRES-READ TO WS-COUNT-ED
               STRING "  HWSBRES  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " AD-HOC NAMES READ" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWSBRES  . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-SBRES-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-SBREQ-OPEN = "00"
               MOVE WS-SBREQ-FOUND-COUNT TO WS-COUNT-ED
               MOVE WS-SBREQ-LOOKUPS TO WS-COUNT2-ED
               STRING "  HWSBREQ  . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-COUNT2-ED DELIMITED BY SIZE
                      " REQUESTS FOUND" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWSBREQ  . . . . : ** NOT SEARCHED - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-SBREQ-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-HOLD-OPEN = "00"
               MOVE WS-HOLD-COUNT TO WS-COUNT-ED
               STRING "  HWHOLD . . . . . : " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " LEGAL HOLDS" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  HWHOLD . . . . . : ** NOT READ - OPEN "
                           DELIMITED BY SIZE
                      "FAILED, FILE STATUS=" DELIMITED BY SIZE
                      WS-HOLD-OPEN DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE

           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** REPORT INCOMPLETE - " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " ITEMS PAST TABLE LIMITS, SEE JOB LOG **"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       CHECK-GENERATION-COMPLETE.
           IF WS-CAT-SEEN-N(WS-CAT-IDX) NOT = WS-CAT-COUNT-N(WS-CAT-IDX)
               ADD 1 TO WS-SHORT-GEN-COUNT
               MOVE WS-CAT-SEEN-N(WS-CAT-IDX)  TO WS-COUNT-ED
               MOVE WS-CAT-COUNT-N(WS-CAT-IDX) TO WS-COUNT2-ED
               MOVE SPACES TO REPORT-LINE
               STRING "    ** GENERATION OF " DELIMITED BY SIZE
                      WS-CAT-DATE(WS-CAT-IDX) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " ON ARCHIN, CATALOG " DELIMITED BY SIZE
                      WS-COUNT2-ED DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

      * One user: the holds covering them, then their records.
       WRITE-USER-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "USER . . . . . . . : " DELIMITED BY SIZE
                  WS-USR-NAME(WS-USER-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-USER-HOLD
                   VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
           IF WS-USR-HOLDS(WS-USER-IDX) = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO LEGAL HOLD COVERS THIS USER"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-USR-EVENTS(WS-USER-IDX) = 0
               MOVE SPACES TO REPORT-LINE
               STRING "NO RECORDS HELD FOR THIS USER"
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-HEADING-LINE
               PERFORM WRITE-USER-EVENT
                       VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               MOVE WS-USR-EVENTS(WS-USER-IDX) TO WS-COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS FOR THIS USER  . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

      * A hold naming this user, or naming no user at all - a
      * date-only hold covers everyone's records in its range.
       WRITE-USER-HOLD.
           IF WS-HOLD-USER(WS-HOLD-IDX) = WS-USR-NAME(WS-USER-IDX)
              OR WS-HOLD-USER(WS-HOLD-IDX) = SPACES
               ADD 1 TO WS-USR-HOLDS(WS-USER-IDX)
               IF WS-HOLD-FROM(WS-HOLD-IDX) = "00000000"
                   MOVE "(OPEN)" TO WS-HOLD-FROM-TEXT
               ELSE
                   MOVE WS-HOLD-FROM(WS-HOLD-IDX) TO WS-HOLD-FROM-TEXT
               END-IF
               IF WS-HOLD-TO(WS-HOLD-IDX) = "99999999"
                   MOVE "(OPEN)" TO WS-HOLD-TO-TEXT
               ELSE
                   MOVE WS-HOLD-TO(WS-HOLD-IDX) TO WS-HOLD-TO-TEXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "LEGAL HOLD " DELIMITED BY SIZE
                      WS-HOLD-ID(WS-HOLD-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HOLD-FROM-TEXT DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-HOLD-TO-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HOLD-REFERENCE(WS-HOLD-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-USER-EVENT.
           IF WS-EVT-USER-IDX(WS-EVENT-IDX) = WS-USER-IDX
               IF WS-EVT-TS(WS-EVENT-IDX) = SPACES
                   MOVE "UNDATED" TO DTL-WHEN
               ELSE
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (1:4)  TO WS-PTS-YEAR
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (5:2)  TO WS-PTS-MONTH
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (7:2)  TO WS-PTS-DAY
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (9:2)  TO WS-PTS-HOUR
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (11:2) TO WS-PTS-MINUTE
                   MOVE WS-EVT-TS(WS-EVENT-IDX) (13:2) TO WS-PTS-SECOND
                   MOVE WS-PRINT-TS TO DTL-WHEN
               END-IF
               MOVE WS-EVT-SOURCE(WS-EVENT-IDX)  TO DTL-SOURCE
               MOVE WS-EVT-LANG(WS-EVENT-IDX)    TO DTL-LANG
               MOVE WS-EVT-DEPT(WS-EVENT-IDX)    TO DTL-DEPT
               MOVE WS-EVT-OUTCOME(WS-EVENT-IDX) TO DTL-OUTCOME
               MOVE WS-EVT-DETAIL(WS-EVENT-IDX)  TO DTL-DETAIL
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF
           .
