       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWWRD.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Point-in-time greeting wording and served-wording            *
      * compliance report.                                           *
      *                                                              *
      * Compliance asks two questions: "what exact wording did       *
      * customer X get on date Y" and "how many customers got that   *
      * version". HWGRTHST (copybook OGHWGRH) holds the before and   *
      * after image of every template change OGHWMNT applied; the    *
      * archived HWAUDIT generations hold AUD-LANG-CODE for every    *
      * invocation. This program puts the two together:              *
      *   1. replay HWGRTHST in key (time) order into a table of     *
      *      wording versions - language, text, the moment it came   *
      *      into force, the moment it was replaced or deleted, and  *
      *      the GRH-USER-ID who put it there;                       *
      *   2. list the GRT-TEMPLATE-TEXT in force for every language  *
      *      at the requested date and time (SYSIN, default now);    *
      *   3. read the archive concatenation on ARCHIN and count the  *
      *      invocations served under each version;                  *
      *   4. with a user name on the SYSIN card, list every greeting *
      *      that user received in the card's date range, with the   *
      *      exact 30 bytes OUTHWCOB carried back.                   *
      *                                                              *
      * The first change HWGRTHST holds for a language carries the   *
      * wording that was in force before history began as its        *
      * before image, and that wording is reported as a version      *
      * running from BEFORE HISTORY. A language HWGREET serves that  *
      * was never changed through OGHWMNT is taken from HWGREET      *
      * itself, in force throughout.                                 *
      *                                                              *
      * English is never read from HWGREET - OGCOBHW2 serves its     *
      * built-in "COBOL says Hello to " for EN and for any language  *
      * with no template - so English is one version, BUILT IN, and  *
      * HWGRTHST changes to an EN record are counted but do not      *
      * change what was served. A greeting reached the caller only   *
      * when the OGHWJ3 LINK succeeded (AUD-LINK-STATUS Y); every    *
      * other outcome abended the task, so it is not counted as      *
      * served. Calls made by the OGHWPRB canary probe (copybook     *
      * OGHWPRN) are left out and counted separately.                *
      *                                                              *
      * A served invocation no version covers means the archive and  *
      * HWGRTHST disagree - the run lists the count and ends RC 4.   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HWGRTHST-FILE ASSIGN TO HWGRTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRH-TIMESTAMP
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HWGREET-FILE ASSIGN TO HWGREET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRT-LANG-CODE
               FILE STATUS IS WS-GREET-STATUS.

      *  concatenation of OGHWARC's ARCHOUT generations, oldest
      *  first - each record is one archived HWAUDIT-RECORD image
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *  optional control card - point in time, and the user name and
      *  date range for the single-user listing. No card keeps the
      *  defaults (same fallback shape as OGHWARC's retention card)
           SELECT CTL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-CARD-STATUS.

           SELECT REPORT-FILE ASSIGN TO WRDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HWGRTHST-FILE.
           COPY OGHWGRH.

       FD  HWGREET-FILE.
           COPY OGHWGRT.

      *  the archive record IS an HWAUDIT-RECORD image - see OGHWARC
      *  and the matching FD in OGHWTRD
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
           COPY OGHWAUD.

       FD  CTL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-CARD-RECORD.
      *  point in time for the wording-in-force list, YYYYMMDDHHMMSS
      *  - blank or non-numeric means the time of the run
           05  CTL-AS-OF          PIC X(14).
           05  FILLER             PIC X(1).
      *  user whose greetings are to be listed - blank means no
      *  single-user listing
           05  CTL-USER-NAME      PIC X(10).
           05  FILLER             PIC X(1).
      *  inclusive YYYYMMDD range for that listing - blank or
      *  non-numeric leaves that end of the range open
           05  CTL-FROM-DATE      PIC X(8).
           05  FILLER             PIC X(1).
           05  CTL-TO-DATE        PIC X(8).
           05  FILLER             PIC X(37).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS      PIC X(2).
           88 WS-HISTORY-OK      VALUE "00".
           88 WS-HISTORY-EOF     VALUE "10".
       01 WS-GREET-STATUS        PIC X(2).
           88 WS-GREET-OK        VALUE "00".
           88 WS-GREET-EOF       VALUE "10".
       01 WS-ARCHIVE-STATUS      PIC X(2).
           88 WS-ARCHIVE-OK      VALUE "00".
           88 WS-ARCHIVE-EOF     VALUE "10".
       01 WS-CTL-CARD-STATUS     PIC X(2).
           88 WS-CTL-CARD-OK     VALUE "00".
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE "00".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC 9(6).

      *  effective options after the control card is applied
       01 WS-AS-OF               PIC X(14).
      *  the as-of moment as a 21-byte key comparable with
      *  GRH-TIMESTAMP - the task-number positions are 9s so a change
      *  made within the as-of second counts as already in force
       01 WS-AS-OF-KEY.
           05 WS-AS-OF-STAMP     PIC X(14).
           05 FILLER             PIC X(7)  VALUE "9999999".
       01 WS-LIST-USER           PIC X(10) VALUE SPACES.
       01 WS-LIST-FROM           PIC X(8)  VALUE LOW-VALUES.
       01 WS-LIST-TO             PIC X(8)  VALUE HIGH-VALUES.
       01 WS-LIST-SWITCH         PIC X     VALUE "N".
           88 WS-LIST-USER-MODE  VALUE "Y".

      *  OGCOBHW2's built-in English wording - the GREETING-TEXT
      *  default it serves for EN and for any language HWGREET has
      *  no template for
       01 WS-BUILTIN-ENGLISH     PIC X(20)
                                 VALUE "COBOL says Hello to ".

      *  one entry per wording version, in the order the history
      *  created them; VER-START LOW-VALUES means in force before
      *  history began, VER-END HIGH-VALUES means still in force
       01 WS-VER-TABLE-MAX       PIC S9(4) COMP VALUE 500.
       01 WS-VER-TABLE-FULL-SW   PIC X     VALUE "N".
           88 WS-VER-TABLE-FULL  VALUE "Y".
       01 WS-VER-COUNT           PIC S9(4) COMP VALUE 0.
       01 WS-VER-IDX             PIC S9(4) COMP VALUE 0.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 500 TIMES.
               10 WS-VER-LANG        PIC X(2).
               10 WS-VER-TEXT        PIC X(20).
               10 WS-VER-START       PIC X(21).
               10 WS-VER-END         PIC X(21).
               10 WS-VER-USER        PIC X(8).
               10 WS-VER-SERVED      PIC S9(8) COMP.

      *  the version about to be added by ADD-WORDING-VERSION
       01 WS-NEW-VERSION.
           05 WS-NEW-LANG            PIC X(2).
           05 WS-NEW-TEXT            PIC X(20).
           05 WS-NEW-START           PIC X(21).
           05 WS-NEW-END             PIC X(21).
           05 WS-NEW-USER            PIC X(8).

      *  distinct languages, in the order first seen, so the report
      *  can group each language's versions together
       01 WS-LANG-TABLE-MAX      PIC S9(4) COMP VALUE 100.
       01 WS-LANG-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-LANG-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-LANG-TABLE.
           05 WS-LANG-ENTRY OCCURS 100 TIMES
                             PIC X(2).

      *  results of the table searches
       01 WS-SEARCH-LANG         PIC X(2).
       01 WS-OPEN-IDX            PIC S9(4) COMP VALUE 0.
       01 WS-MATCH-IDX           PIC S9(4) COMP VALUE 0.
       01 WS-LANG-SEEN-SW        PIC X     VALUE "N".
           88 WS-LANG-SEEN       VALUE "Y".
       01 WS-IN-FORCE-SW         PIC X     VALUE "N".
           88 WS-IN-FORCE-FOUND  VALUE "Y".

       01 WS-COUNTERS.
           05 WS-HISTORY-READ        PIC S9(8) COMP VALUE 0.
           05 WS-ENGLISH-CHANGES     PIC S9(8) COMP VALUE 0.
           05 WS-ARCHIVE-READ        PIC S9(8) COMP VALUE 0.
           05 WS-SERVED              PIC S9(8) COMP VALUE 0.
           05 WS-NOT-SERVED          PIC S9(8) COMP VALUE 0.
           05 WS-UNRESOLVED          PIC S9(8) COMP VALUE 0.
           05 WS-PROBE-EXCLUDED      PIC S9(8) COMP VALUE 0.
           05 WS-USER-LISTED         PIC S9(8) COMP VALUE 0.
           05 WS-USER-SERVED         PIC S9(8) COMP VALUE 0.

      * the canary probe's reserved user name - see copybook OGHWPRN
           COPY OGHWPRN.

       01 WS-EDITED-COUNTS.
           05 WS-HISTORY-READ-ED     PIC ZZZZZZZ9.
           05 WS-ENGLISH-CHANGES-ED  PIC ZZZZZZZ9.
           05 WS-ARCHIVE-READ-ED     PIC ZZZZZZZ9.
           05 WS-SERVED-ED           PIC ZZZZZZZ9.
           05 WS-NOT-SERVED-ED       PIC ZZZZZZZ9.
           05 WS-UNRESOLVED-ED       PIC ZZZZZZZ9.
           05 WS-PROBE-ED            PIC ZZZZZZZ9.
           05 WS-USER-LISTED-ED      PIC ZZZZZZZ9.
           05 WS-USER-SERVED-ED      PIC ZZZZZZZ9.
           05 WS-VER-TABLE-MAX-ED    PIC ZZZ9.

       01 WS-IN-FORCE-HEADING.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "TEMPLATE TEXT".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "IN FORCE SINCE".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "SET BY".
           05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-IN-FORCE-LINE.
           05 IFL-LANG           PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IFL-TEXT           PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IFL-SINCE          PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 IFL-USER           PIC X(8).
           05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-VERSION-HEADING.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "TEMPLATE TEXT".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "FROM".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "TO".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "SET BY".
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "  SERVED".
           05 FILLER             PIC X(7)  VALUE SPACES.

       01 WS-VERSION-LINE.
           05 VRL-LANG           PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 VRL-TEXT           PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 VRL-FROM           PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 VRL-TO             PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 VRL-USER           PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 VRL-SERVED         PIC ZZZZZZZ9.
           05 FILLER             PIC X(7)  VALUE SPACES.

       01 WS-USER-HEADING.
           05 FILLER             PIC X(14) VALUE "INVOKED AT".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(4)  VALUE "LANG".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(30) VALUE "GREETING AS SERVED".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(26) VALUE "OUTCOME".

       01 WS-USER-LINE.
           05 USL-STAMP          PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 USL-LANG           PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
      *  the OUTHWCOB image - template text followed by the name
           05 USL-GREETING.
               10 USL-GREET-TEXT     PIC X(20).
               10 USL-GREET-NAME     PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 USL-OUTCOME        PIC X(26).

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM GET-RUNTIME-OPTIONS
           PERFORM OPEN-FILES
           PERFORM LOAD-WORDING-HISTORY
           PERFORM LOAD-UNCHANGED-TEMPLATES
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-IN-FORCE-SECTION
           IF WS-LIST-USER-MODE
               PERFORM WRITE-USER-HEADER
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-ARCHIVE-RECORD
           PERFORM PROCESS-ARCHIVE-RECORD THRU
                   PROCESS-ARCHIVE-RECORD-EXIT
                   UNTIL WS-EOF
           PERFORM WRITE-VERSION-SECTION
           PERFORM WRITE-SUMMARY
           CLOSE ARCHIVE-FILE
           CLOSE REPORT-FILE
           IF WS-UNRESOLVED > 0
              OR WS-VER-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      * Pick up the point in time, and the user and date range for
      * the single-user listing, from an optional SYSIN control card.
      * No card, or blank/non-numeric fields, keep the defaults: the
      * time of the run, no listing, an open-ended range.
       GET-RUNTIME-OPTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           MOVE SPACES TO WS-AS-OF
           STRING WS-RUN-DATE       DELIMITED BY SIZE
                  WS-RUN-TIME       DELIMITED BY SIZE
                  INTO WS-AS-OF
           END-STRING
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
           MOVE WS-AS-OF TO WS-AS-OF-STAMP
           .

       APPLY-CONTROL-CARD.
           IF CTL-AS-OF IS NUMERIC
               MOVE CTL-AS-OF TO WS-AS-OF
           END-IF
           IF CTL-USER-NAME NOT = SPACES
               MOVE CTL-USER-NAME TO WS-LIST-USER
               SET WS-LIST-USER-MODE TO TRUE
           END-IF
           IF CTL-FROM-DATE IS NUMERIC
               MOVE CTL-FROM-DATE TO WS-LIST-FROM
           END-IF
           IF CTL-TO-DATE IS NUMERIC
               MOVE CTL-TO-DATE TO WS-LIST-TO
           END-IF
           .

       OPEN-FILES.
           OPEN INPUT HWGRTHST-FILE
           IF NOT WS-HISTORY-OK
               DISPLAY "OGHWWRD: HWGRTHST OPEN FAILED, FILE STATUS="
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HWGREET-FILE
           IF NOT WS-GREET-OK
               DISPLAY "OGHWWRD: HWGREET OPEN FAILED, FILE STATUS="
                       WS-GREET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF NOT WS-ARCHIVE-OK
               DISPLAY "OGHWWRD: ARCHIN OPEN FAILED, FILE STATUS="
                       WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "OGHWWRD: WRDRPT OPEN FAILED, FILE STATUS="
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Replay HWGRTHST oldest first. English goes in first as the
      * one built-in version - see the prologue.
       LOAD-WORDING-HISTORY.
           MOVE "EN"               TO WS-NEW-LANG
           MOVE WS-BUILTIN-ENGLISH TO WS-NEW-TEXT
           MOVE LOW-VALUES         TO WS-NEW-START
           MOVE HIGH-VALUES        TO WS-NEW-END
           MOVE SPACES             TO WS-NEW-USER
           PERFORM ADD-WORDING-VERSION
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-HISTORY-RECORD
           PERFORM APPLY-HISTORY-RECORD THRU
                   APPLY-HISTORY-RECORD-EXIT
                   UNTIL WS-EOF
           CLOSE HWGRTHST-FILE
           .

       READ-HISTORY-RECORD.
           READ HWGRTHST-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * One change: close the language's open version at the change's
      * timestamp and, for an add or update, open the new wording.
      * With no version yet for the language, an update or delete
      * first records its before image as the wording in force
      * before history began.
       APPLY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ
           IF GRH-LANG-CODE = "EN"
              OR GRH-LANG-CODE = SPACES
               ADD 1 TO WS-ENGLISH-CHANGES
               PERFORM READ-HISTORY-RECORD
               GO TO APPLY-HISTORY-RECORD-EXIT
           END-IF
           MOVE GRH-LANG-CODE TO WS-SEARCH-LANG
           PERFORM FIND-OPEN-VERSION
           IF WS-OPEN-IDX > 0
               MOVE GRH-TIMESTAMP TO WS-VER-END(WS-OPEN-IDX)
           ELSE
               IF NOT WS-LANG-SEEN
                  AND NOT GRH-ACTION-ADD
                  AND GRH-OLD-TEXT NOT = SPACES
                   MOVE GRH-LANG-CODE  TO WS-NEW-LANG
                   MOVE GRH-OLD-TEXT   TO WS-NEW-TEXT
                   MOVE LOW-VALUES     TO WS-NEW-START
                   MOVE GRH-TIMESTAMP  TO WS-NEW-END
                   MOVE SPACES         TO WS-NEW-USER
                   PERFORM ADD-WORDING-VERSION
               END-IF
           END-IF
           IF GRH-ACTION-ADD OR GRH-ACTION-UPDATE
               MOVE GRH-LANG-CODE  TO WS-NEW-LANG
               MOVE GRH-NEW-TEXT   TO WS-NEW-TEXT
               MOVE GRH-TIMESTAMP  TO WS-NEW-START
               MOVE HIGH-VALUES    TO WS-NEW-END
               MOVE GRH-USER-ID    TO WS-NEW-USER
               PERFORM ADD-WORDING-VERSION
           END-IF
           PERFORM READ-HISTORY-RECORD
           .
       APPLY-HISTORY-RECORD-EXIT.
           EXIT.

      * Sets WS-OPEN-IDX to the version of WS-SEARCH-LANG still in
      * force (zero if none) and WS-LANG-SEEN if the language has any
      * version at all.
       FIND-OPEN-VERSION.
           MOVE 0   TO WS-OPEN-IDX
           MOVE "N" TO WS-LANG-SEEN-SW
           PERFORM CHECK-OPEN-VERSION
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
           .

       CHECK-OPEN-VERSION.
           IF WS-VER-LANG(WS-VER-IDX) = WS-SEARCH-LANG
               SET WS-LANG-SEEN TO TRUE
               IF WS-VER-END(WS-VER-IDX) = HIGH-VALUES
                   MOVE WS-VER-IDX TO WS-OPEN-IDX
               END-IF
           END-IF
           .

       ADD-WORDING-VERSION.
           IF WS-VER-COUNT < WS-VER-TABLE-MAX
               ADD 1 TO WS-VER-COUNT
               MOVE WS-NEW-LANG  TO WS-VER-LANG(WS-VER-COUNT)
               MOVE WS-NEW-TEXT  TO WS-VER-TEXT(WS-VER-COUNT)
               MOVE WS-NEW-START TO WS-VER-START(WS-VER-COUNT)
               MOVE WS-NEW-END   TO WS-VER-END(WS-VER-COUNT)
               MOVE WS-NEW-USER  TO WS-VER-USER(WS-VER-COUNT)
               MOVE 0            TO WS-VER-SERVED(WS-VER-COUNT)
               PERFORM REMEMBER-LANGUAGE
           ELSE
               SET WS-VER-TABLE-FULL TO TRUE
           END-IF
           .

       REMEMBER-LANGUAGE.
           MOVE "N" TO WS-LANG-SEEN-SW
           PERFORM CHECK-LANGUAGE-LISTED
                   VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
                      OR WS-LANG-SEEN
           IF NOT WS-LANG-SEEN
              AND WS-LANG-COUNT < WS-LANG-TABLE-MAX
               ADD 1 TO WS-LANG-COUNT
               MOVE WS-NEW-LANG TO WS-LANG-ENTRY(WS-LANG-COUNT)
           END-IF
           .

       CHECK-LANGUAGE-LISTED.
           IF WS-LANG-ENTRY(WS-LANG-IDX) = WS-NEW-LANG
               SET WS-LANG-SEEN TO TRUE
           END-IF
           .

      * A language on HWGREET that history never touched has served
      * the same wording throughout.
       LOAD-UNCHANGED-TEMPLATES.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-GREET-RECORD
           PERFORM APPLY-GREET-RECORD UNTIL WS-EOF
           CLOSE HWGREET-FILE
           .

       READ-GREET-RECORD.
           READ HWGREET-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       APPLY-GREET-RECORD.
           IF GRT-LANG-CODE NOT = "EN"
               MOVE GRT-LANG-CODE TO WS-SEARCH-LANG
               PERFORM FIND-OPEN-VERSION
               IF NOT WS-LANG-SEEN
                   MOVE GRT-LANG-CODE     TO WS-NEW-LANG
                   MOVE GRT-TEMPLATE-TEXT TO WS-NEW-TEXT
                   MOVE LOW-VALUES        TO WS-NEW-START
                   MOVE HIGH-VALUES       TO WS-NEW-END
                   MOVE SPACES            TO WS-NEW-USER
                   PERFORM ADD-WORDING-VERSION
               END-IF
           END-IF
           PERFORM READ-GREET-RECORD
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "GREETING WORDING HISTORY - RUN DATE "
                       DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * The wording every language was served in at the as-of
      * moment. A language whose template had been deleted by then
      * was being served in English.
       WRITE-IN-FORCE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "WORDING IN FORCE AT "
                       DELIMITED BY SIZE
                  WS-AS-OF          DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-IN-FORCE-HEADING
           PERFORM WRITE-LANGUAGE-IN-FORCE
                   VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-LANGUAGE-IN-FORCE.
           MOVE "N" TO WS-IN-FORCE-SW
           MOVE WS-LANG-ENTRY(WS-LANG-IDX) TO WS-SEARCH-LANG
           PERFORM CHECK-VERSION-IN-FORCE
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
                      OR WS-IN-FORCE-FOUND
           IF NOT WS-IN-FORCE-FOUND
               MOVE WS-SEARCH-LANG TO IFL-LANG
               MOVE "(NO TEMPLATE)" TO IFL-TEXT
               MOVE "SERVED IN EN"  TO IFL-SINCE
               MOVE SPACES          TO IFL-USER
               WRITE REPORT-LINE FROM WS-IN-FORCE-LINE
           END-IF
           .

       CHECK-VERSION-IN-FORCE.
           IF WS-VER-LANG(WS-VER-IDX) = WS-SEARCH-LANG
              AND WS-VER-START(WS-VER-IDX) <= WS-AS-OF-KEY
              AND WS-VER-END(WS-VER-IDX) > WS-AS-OF-KEY
               SET WS-IN-FORCE-FOUND TO TRUE
               MOVE WS-VER-LANG(WS-VER-IDX) TO IFL-LANG
               MOVE WS-VER-TEXT(WS-VER-IDX) TO IFL-TEXT
               PERFORM FORMAT-VERSION-START
               MOVE VRL-FROM                TO IFL-SINCE
               MOVE WS-VER-USER(WS-VER-IDX) TO IFL-USER
               WRITE REPORT-LINE FROM WS-IN-FORCE-LINE
           END-IF
           .

      * VRL-FROM/VRL-TO for version WS-VER-IDX, shared by both
      * sections
       FORMAT-VERSION-START.
           EVALUATE TRUE
               WHEN WS-VER-LANG(WS-VER-IDX) = "EN"
                   MOVE "BUILT IN" TO VRL-FROM
               WHEN WS-VER-START(WS-VER-IDX) = LOW-VALUES
                   MOVE "BEFORE HISTORY" TO VRL-FROM
               WHEN OTHER
                   MOVE WS-VER-START(WS-VER-IDX) (1:14) TO VRL-FROM
           END-EVALUATE
           .

       FORMAT-VERSION-END.
           IF WS-VER-END(WS-VER-IDX) = HIGH-VALUES
               MOVE "IN FORCE" TO VRL-TO
           ELSE
               MOVE WS-VER-END(WS-VER-IDX) (1:14) TO VRL-TO
           END-IF
           .

       WRITE-USER-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "GREETINGS RECEIVED BY "
                       DELIMITED BY SIZE
                  WS-LIST-USER      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-LIST-FROM = LOW-VALUES
               MOVE "FROM . . . . . . . . . . . . . . . : EARLIEST"
                   TO REPORT-LINE
           ELSE
               STRING "FROM . . . . . . . . . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-LIST-FROM      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-LIST-TO = HIGH-VALUES
               MOVE "TO . . . . . . . . . . . . . . . . : LATEST"
                   TO REPORT-LINE
           ELSE
               STRING "TO . . . . . . . . . . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-LIST-TO        DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-USER-HEADING
           .

      * Count a served invocation against the version in force for
      * its language at its AUD-TIMESTAMP, and list it when it is
      * the requested user's. Records written before AUD-LANG-CODE
      * existed read back SPACES - English, the only greeting there
      * was (see copybook OGHWAUD).
       PROCESS-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-READ
           IF AUD-USER-NAME = PRN-PROBE-USER-NAME
               ADD 1 TO WS-PROBE-EXCLUDED
               PERFORM READ-ARCHIVE-RECORD
               GO TO PROCESS-ARCHIVE-RECORD-EXIT
           END-IF
           MOVE AUD-LANG-CODE TO WS-SEARCH-LANG
           IF WS-SEARCH-LANG = SPACES
               MOVE "EN" TO WS-SEARCH-LANG
           END-IF
           MOVE 0 TO WS-MATCH-IDX
           IF AUD-LINK-OK
               ADD 1 TO WS-SERVED
               PERFORM CHECK-SERVED-VERSION
                       VARYING WS-VER-IDX FROM 1 BY 1
                       UNTIL WS-VER-IDX > WS-VER-COUNT
                          OR WS-MATCH-IDX > 0
               IF WS-MATCH-IDX > 0
                   ADD 1 TO WS-VER-SERVED(WS-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-UNRESOLVED
               END-IF
           ELSE
               ADD 1 TO WS-NOT-SERVED
           END-IF
           IF WS-LIST-USER-MODE
              AND AUD-USER-NAME = WS-LIST-USER
              AND AUD-TIMESTAMP (1:8) >= WS-LIST-FROM
              AND AUD-TIMESTAMP (1:8) <= WS-LIST-TO
               PERFORM WRITE-USER-GREETING
           END-IF
           PERFORM READ-ARCHIVE-RECORD
           .
       PROCESS-ARCHIVE-RECORD-EXIT.
           EXIT.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       CHECK-SERVED-VERSION.
           IF WS-VER-LANG(WS-VER-IDX) = WS-SEARCH-LANG
              AND WS-VER-START(WS-VER-IDX) <= AUD-TIMESTAMP
              AND WS-VER-END(WS-VER-IDX) > AUD-TIMESTAMP
               MOVE WS-VER-IDX TO WS-MATCH-IDX
           END-IF
           .

      * One line of the single-user listing - the greeting exactly as
      * OUTHWCOB carried it, or why the user got none.
       WRITE-USER-GREETING.
           ADD 1 TO WS-USER-LISTED
           MOVE AUD-TIMESTAMP (1:14) TO USL-STAMP
           MOVE WS-SEARCH-LANG       TO USL-LANG
           MOVE SPACES               TO USL-GREETING
           EVALUATE TRUE
               WHEN AUD-LINK-OK AND WS-MATCH-IDX > 0
                   ADD 1 TO WS-USER-SERVED
                   MOVE WS-VER-TEXT(WS-MATCH-IDX) TO USL-GREET-TEXT
                   MOVE AUD-USER-NAME             TO USL-GREET-NAME
                   MOVE "SERVED"                  TO USL-OUTCOME
               WHEN AUD-LINK-OK
                   ADD 1 TO WS-USER-SERVED
                   MOVE "** WORDING NOT IN HISTORY"
                                                  TO USL-GREETING
                   MOVE "SERVED"                  TO USL-OUTCOME
               WHEN AUD-LINK-FAILED
                   MOVE SPACES TO USL-LANG
                   MOVE "NOT SERVED - OGHWJ3 FAILED" TO USL-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO USL-LANG
                   MOVE "NOT SERVED - NOT REACHED" TO USL-OUTCOME
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-USER-LINE
           .

      * Every version, grouped by language and oldest first within
      * it, with the invocations served under it.
       WRITE-VERSION-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "WORDING VERSIONS AND INVOCATIONS SERVED" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-VERSION-HEADING
           PERFORM WRITE-LANGUAGE-VERSIONS
                   VARYING WS-LANG-IDX FROM 1 BY 1
                   UNTIL WS-LANG-IDX > WS-LANG-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-LANGUAGE-VERSIONS.
           MOVE WS-LANG-ENTRY(WS-LANG-IDX) TO WS-SEARCH-LANG
           PERFORM WRITE-VERSION-LINE
                   VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-COUNT
           .

       WRITE-VERSION-LINE.
           IF WS-VER-LANG(WS-VER-IDX) = WS-SEARCH-LANG
               MOVE WS-VER-LANG(WS-VER-IDX)   TO VRL-LANG
               MOVE WS-VER-TEXT(WS-VER-IDX)   TO VRL-TEXT
               PERFORM FORMAT-VERSION-START
               PERFORM FORMAT-VERSION-END
               MOVE WS-VER-USER(WS-VER-IDX)   TO VRL-USER
               MOVE WS-VER-SERVED(WS-VER-IDX) TO VRL-SERVED
               WRITE REPORT-LINE FROM WS-VERSION-LINE
           END-IF
           .

       WRITE-SUMMARY.
           MOVE WS-HISTORY-READ    TO WS-HISTORY-READ-ED
           MOVE WS-ENGLISH-CHANGES TO WS-ENGLISH-CHANGES-ED
           MOVE WS-ARCHIVE-READ    TO WS-ARCHIVE-READ-ED
           MOVE WS-SERVED          TO WS-SERVED-ED
           MOVE WS-NOT-SERVED      TO WS-NOT-SERVED-ED
           MOVE WS-UNRESOLVED      TO WS-UNRESOLVED-ED

           MOVE SPACES TO REPORT-LINE
           STRING "HWGRTHST CHANGES REPLAYED . . . . . : "
                       DELIMITED BY SIZE
                  WS-HISTORY-READ-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  ENGLISH CHANGES (NOT SERVED)  . . : "
                       DELIMITED BY SIZE
                  WS-ENGLISH-CHANGES-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "ARCHIVED INVOCATIONS READ . . . . . : "
                       DELIMITED BY SIZE
                  WS-ARCHIVE-READ-ED DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  GREETINGS SERVED  . . . . . . . . : "
                       DELIMITED BY SIZE
                  WS-SERVED-ED      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  NOT SERVED (TASK ABENDED) . . . . : "
                       DELIMITED BY SIZE
                  WS-NOT-SERVED-ED  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-PROBE-EXCLUDED > 0
               MOVE WS-PROBE-EXCLUDED TO WS-PROBE-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  CANARY PROBE CALLS (EXCLUDED) . . : "
                           DELIMITED BY SIZE
                      WS-PROBE-ED       DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-LIST-USER-MODE
               MOVE WS-USER-LISTED TO WS-USER-LISTED-ED
               MOVE WS-USER-SERVED TO WS-USER-SERVED-ED
               MOVE SPACES TO REPORT-LINE
               STRING "INVOCATIONS LISTED FOR USER . . . . : "
                           DELIMITED BY SIZE
                      WS-USER-LISTED-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  OF WHICH SERVED . . . . . . . . . : "
                           DELIMITED BY SIZE
                      WS-USER-SERVED-ED DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-UNRESOLVED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "** SERVED INVOCATIONS NO VERSION COVERS: "
                           DELIMITED BY SIZE
                      WS-UNRESOLVED-ED  DELIMITED BY SIZE
                      " **"             DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF

           IF WS-VER-TABLE-FULL
               MOVE WS-VER-TABLE-MAX TO WS-VER-TABLE-MAX-ED
               MOVE SPACES TO REPORT-LINE
               STRING "** MORE THAN "   DELIMITED BY SIZE
                      WS-VER-TABLE-MAX-ED DELIMITED BY SIZE
                      " WORDING VERSIONS - LATER CHANGES NOT"
                           DELIMITED BY SIZE
                      " REPORTED **"    DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .
