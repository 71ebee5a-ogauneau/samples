       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGDB5PRF.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Data-quality profile of the OGDB5 export, for the analytics  *
      * feed's sake - run it after OGDB5VFY passes, alongside        *
      * OGDB5EXT, so bad rows are seen the night they are exported   *
      * instead of days later as platform rejects.                   *
      *                                                              *
      * Each data segment is split into its phone-book fields (see   *
      * copybook OGDB1SG) and checked:                               *
      *                                                              *
      *   IVPDBKY     - house format: left-justified, upper-case     *
      *                 letters and digits only, no embedded blank;  *
      *   names       - blank, or characters outside letters, space, *
      *                 hyphen, apostrophe and period;               *
      *   extension,  - blank, not numeric (digits then trailing     *
      *   zip           blanks only), or non-display characters;     *
      *   first/last  - the same pair under a different IVPDBKY (the *
      *                 later key is the one reported).              *
      *                                                              *
      * DQRPT lists every finding by key and field, then the counts  *
      * per field, then tonight's headline counts against the last   *
      * night on the DQHIST history file. Each offending key is      *
      * written once to DQEXCP as an R transaction carrying the      *
      * segment as exported, in the MAINTIN layout (copybook         *
      * OGDB1MT) - correct the image and run it through OGDB1MNT.    *
      *                                                              *
      * The export's brackets are honoured as OGDB5EXT honours them  *
      * (see OGDB5HT). A damaged export is still profiled for what   *
      * it is worth, but ends RC 8 and is not added to DQHIST - a    *
      * partial night would make the trend lie. Otherwise RC 4 when  *
      * any key went to DQEXCP, RC 0 when the export is clean.       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *  the alphabets are spelled as three ranges each so the
      *  classes stay correct under an EBCDIC collating sequence,
      *  where A THRU Z would let non-letters in
           CLASS PRF-KEY-CHARS IS
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               '0' THRU '9'
           CLASS PRF-NAME-CHARS IS
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
               SPACE '-' '''' '.'
           CLASS PRF-DISPLAY-CHARS IS
               'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
               'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
               '0' THRU '9' SPACE '-' '/' '.' '(' ')' '+'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OGDB5-FILE ASSIGN TO OGDB5
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OGDB5-STATUS.

           SELECT REPORT-FILE ASSIGN TO DQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *  offending keys as MAINTIN transactions for OGDB1MNT
           SELECT EXCEPTION-FILE ASSIGN TO DQEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

      *  one record of headline counts per profiled night - read for
      *  the last night's figures, then appended to (DISP=MOD)
           SELECT HISTORY-FILE ASSIGN TO DQHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *  shared run-control ledger - one START and one END event per
      *  window, verified by OGHWVER (see copybook OGHWRCL)
           SELECT LEDGER-FILE ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OGDB5-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 EXPORT-RECORD          PIC X(200).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE            PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
           COPY OGDB1MT.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 HISTORY-RECORD.
           05 HST-RUN-DATE          PIC X(8).
           05 HST-RUN-TIME          PIC X(6).
      *  the OGDB5 header run date/time of the export profiled
           05 HST-EXPORT-DATE       PIC X(8).
           05 HST-EXPORT-TIME       PIC X(6).
           05 HST-SEGMENT-COUNT     PIC 9(8).
           05 HST-BLANK-COUNT       PIC 9(8).
           05 HST-NONNUMERIC-COUNT  PIC 9(8).
           05 HST-BADCHAR-COUNT     PIC 9(8).
           05 HST-DUPNAME-COUNT     PIC 9(8).
           05 HST-BADKEY-COUNT      PIC 9(8).
           05 HST-EXCEPTION-COUNT   PIC 9(8).
           05 FILLER                PIC X(16).

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
       01 WS-OGDB5-STATUS        PIC X(2).
           88 WS-OGDB5-OK        VALUE '00'.
           88 WS-OGDB5-EOF       VALUE '10'.
       01 WS-REPORT-STATUS       PIC X(2).
           88 WS-REPORT-OK       VALUE '00'.
       01 WS-EXCEPTION-STATUS    PIC X(2).
           88 WS-EXCEPTION-OK    VALUE '00'.
       01 WS-HISTORY-STATUS      PIC X(2).
           88 WS-HISTORY-OK      VALUE '00'.

       01 WS-EOF-SWITCH          PIC X     VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.

       01 WS-HEADER-SEEN-SW      PIC X     VALUE 'N'.
           88 WS-HEADER-SEEN     VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW     PIC X     VALUE 'N'.
           88 WS-TRAILER-SEEN    VALUE 'Y'.
       01 WS-BRACKETS-BAD-SW     PIC X     VALUE 'N'.
           88 WS-BRACKETS-BAD    VALUE 'Y'.

      *  set by any finding on the current segment - the key goes
      *  to DQEXCP once, however many findings it has
       01 WS-OFFENDING-SW        PIC X     VALUE 'N'.
           88 WS-OFFENDING       VALUE 'Y'.

      *  the previous night's DQHIST record, if there is one
       01 WS-PREV-SEEN-SW        PIC X     VALUE 'N'.
           88 WS-PREV-SEEN       VALUE 'Y'.
       01 WS-PREV-HISTORY.
           05 PRV-RUN-DATE          PIC X(8).
           05 PRV-RUN-TIME          PIC X(6).
           05 PRV-EXPORT-DATE       PIC X(8).
           05 PRV-EXPORT-TIME       PIC X(6).
           05 PRV-SEGMENT-COUNT     PIC 9(8).
           05 PRV-BLANK-COUNT       PIC 9(8).
           05 PRV-NONNUMERIC-COUNT  PIC 9(8).
           05 PRV-BADCHAR-COUNT     PIC 9(8).
           05 PRV-DUPNAME-COUNT     PIC 9(8).
           05 PRV-BADKEY-COUNT      PIC 9(8).
           05 PRV-EXCEPTION-COUNT   PIC 9(8).
           05 FILLER                PIC X(16).

       01 WS-RUN-DATE            PIC X(8).
       01 WS-RUN-TIME            PIC X(6).

      *  the current data segment, split into its fields
           COPY OGDB1SG.

      *  numeric test work area - see CHECK-NUMERIC-FIELD
       01 WS-CHECK-FIELD         PIC X(10).
       01 WS-CHECK-LEN           PIC S9(4) COMP VALUE 0.
       01 WS-CHECK-NUMERIC-SW    PIC X     VALUE 'N'.
           88 WS-CHECK-NUMERIC   VALUE 'Y'.
       01 WS-KEY-LEN             PIC S9(4) COMP VALUE 0.

      *  first/last pairs seen so far with the key that had them -
      *  same size and full-table behaviour as OGHWEDT's name table
       01 WS-NAME-TABLE-MAX      PIC S9(8) COMP VALUE 5000.
       01 WS-NAME-TABLE-FULL-SW  PIC X     VALUE 'N'.
           88 WS-NAME-TABLE-FULL VALUE 'Y'.
       01 WS-NAME-COUNT          PIC S9(8) COMP VALUE 0.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 5000 TIMES.
               10 WS-NM-LAST-NAME    PIC X(10).
               10 WS-NM-FIRST-NAME   PIC X(10).
               10 WS-NM-IVPDBKY      PIC X(17).
       01 WS-SEARCH-IDX          PIC S9(8) COMP VALUE 0.
       01 WS-FOUND-IDX           PIC S9(8) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-SEGMENT-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-BADKEY-COUNT        PIC S9(8) COMP VALUE 0.
           05 WS-LAST-BLANK          PIC S9(8) COMP VALUE 0.
           05 WS-LAST-BADCHAR        PIC S9(8) COMP VALUE 0.
           05 WS-FIRST-BLANK         PIC S9(8) COMP VALUE 0.
           05 WS-FIRST-BADCHAR       PIC S9(8) COMP VALUE 0.
           05 WS-EXT-BLANK           PIC S9(8) COMP VALUE 0.
           05 WS-EXT-NONNUMERIC      PIC S9(8) COMP VALUE 0.
           05 WS-EXT-BADCHAR         PIC S9(8) COMP VALUE 0.
           05 WS-ZIP-BLANK           PIC S9(8) COMP VALUE 0.
           05 WS-ZIP-NONNUMERIC      PIC S9(8) COMP VALUE 0.
           05 WS-ZIP-BADCHAR         PIC S9(8) COMP VALUE 0.
           05 WS-DUPNAME-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-EXCEPTION-COUNT     PIC S9(8) COMP VALUE 0.
      *  the headline totals kept on DQHIST
           05 WS-BLANK-TOTAL         PIC S9(8) COMP VALUE 0.
           05 WS-NONNUMERIC-TOTAL    PIC S9(8) COMP VALUE 0.
           05 WS-BADCHAR-TOTAL       PIC S9(8) COMP VALUE 0.

      *  one finding, staged for WRITE-FINDING-LINE
       01 WS-FINDING-FIELD       PIC X(10).
       01 WS-FINDING-TEXT        PIC X(40).

       01 WS-FINDING-HEADING.
           05 FILLER             PIC X(17) VALUE 'IVPDBKY'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'FIELD'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(40) VALUE 'FINDING'.
           05 FILLER             PIC X(9)  VALUE SPACES.

       01 WS-FINDING-LINE.
           05 FDL-IVPDBKY        PIC X(17).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FDL-FIELD          PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FDL-TEXT           PIC X(40).
           05 FILLER             PIC X(9)  VALUE SPACES.

      *  one labelled count, staged for WRITE-COUNT-LINE
       01 WS-COUNT-LABEL         PIC X(38).
       01 WS-COUNT-VALUE         PIC S9(8) COMP VALUE 0.
       01 WS-COUNT-ED            PIC ZZZZZZZ9.

      *  one headline count against the previous night, staged for
      *  WRITE-TREND-LINE
       01 WS-TREND-LABEL         PIC X(26).
       01 WS-TREND-TONIGHT       PIC S9(8) COMP VALUE 0.
       01 WS-TREND-PREVIOUS      PIC S9(8) COMP VALUE 0.
       01 WS-TREND-CHANGE        PIC S9(8) COMP VALUE 0.

       01 WS-TREND-HEADING.
           05 FILLER             PIC X(26) VALUE 'HEADLINE COUNT'.
           05 FILLER             PIC X(10) VALUE '   TONIGHT'.
           05 FILLER             PIC X(10) VALUE '  PREVIOUS'.
           05 FILLER             PIC X(11) VALUE '     CHANGE'.
           05 FILLER             PIC X(23) VALUE SPACES.

       01 WS-TREND-LINE.
           05 TRN-LABEL          PIC X(26).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TRN-TONIGHT        PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TRN-PREVIOUS       PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TRN-CHANGE         PIC ++++++++9.
           05 FILLER             PIC X(23) VALUE SPACES.
      *  the first profiled night has nothing to compare with
       01 WS-TREND-LINE-FIRST REDEFINES WS-TREND-LINE.
           05 FILLER             PIC X(38).
           05 TRN-NO-PREVIOUS    PIC X(21).
           05 FILLER             PIC X(21).

      *  header/trailer layouts - marker tests and the trailer count
      *  cross-check, same usage as OGDB5VFY
           COPY OGDB5HT.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM RECORD-LEDGER-START
           PERFORM READ-PREVIOUS-HISTORY
           PERFORM OPEN-FILES
           PERFORM CHECK-FIRST-RECORD THRU CHECK-FIRST-RECORD-EXIT
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROFILE-EXPORT-RECORD UNTIL WS-EOF
           PERFORM CHECK-BRACKETS
           PERFORM WRITE-FIELD-SUMMARY
           PERFORM WRITE-TREND-SUMMARY
           IF WS-BRACKETS-BAD
               DISPLAY 'OGDB5PRF: EXPORT INCOMPLETE OR DAMAGED - '
                       'PROFILE NOT ADDED TO DQHIST'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPEND-HISTORY-RECORD
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-SEGMENT-COUNT   TO WS-COUNT-ED
           DISPLAY 'OGDB5PRF: ' WS-COUNT-ED ' SEGMENTS PROFILED'
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           DISPLAY 'OGDB5PRF: ' WS-COUNT-ED ' KEYS WRITTEN TO DQEXCP'
           CLOSE OGDB5-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
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
           MOVE WS-SEGMENT-COUNT TO WS-LEDGER-COUNT
           PERFORM RECORD-LEDGER-EVENT
           .

      * One run-control event to the shared ledger - see copybook
      * OGHWRCL. The record fields are only touched once the OPEN
      * has succeeded. A ledger failure is noted, not fatal: the
      * profile matters more than the bookkeeping, and OGHWVER will
      * read the window as incomplete and page anyway.
       RECORD-LEDGER-EVENT.
           OPEN EXTEND LEDGER-FILE
           IF NOT WS-LEDGER-OK
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-OK
               MOVE FUNCTION CURRENT-DATE (1:8) TO RCL-RUN-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCL-RUN-TIME
               MOVE 'OGDB5PRF'      TO RCL-STEP-NAME
               MOVE WS-LEDGER-EVENT TO RCL-EVENT
               MOVE RETURN-CODE     TO RCL-RETURN-CODE
               MOVE WS-LEDGER-COUNT TO RCL-KEY-COUNT
               WRITE RUNLEDG-RECORD
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'OGDB5PRF: RUNLEDG UNAVAILABLE, FILE STATUS='
                       WS-LEDGER-STATUS
           END-IF
           .

      * The last record on DQHIST is the previous profiled night. No
      * DQHIST yet, or an empty one, just means this is the first.
       READ-PREVIOUS-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-OK
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-HISTORY-RECORD UNTIL WS-EOF
               CLOSE HISTORY-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           .

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HISTORY-RECORD TO WS-PREV-HISTORY
                   SET WS-PREV-SEEN TO TRUE
           END-READ
           .

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN INPUT OGDB5-FILE
           IF NOT WS-OGDB5-OK
               DISPLAY 'OGDB5PRF: OGDB5 OPEN FAILED, FILE STATUS='
                       WS-OGDB5-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'OGDB5PRF: DQRPT OPEN FAILED, FILE STATUS='
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF NOT WS-EXCEPTION-OK
               DISPLAY 'OGDB5PRF: DQEXCP OPEN FAILED, FILE STATUS='
                       WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-EXPORT-RECORD.
           READ OGDB5-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

      * The export header must come first - it is how a complete
      * file announces itself. Anything else up front condemns the
      * file, but the main loop still profiles what is there.
       CHECK-FIRST-RECORD.
           PERFORM READ-EXPORT-RECORD
           IF WS-EOF
               DISPLAY 'OGDB5PRF: OGDB5 IS EMPTY - NO HEADER'
               SET WS-BRACKETS-BAD TO TRUE
               GO TO CHECK-FIRST-RECORD-EXIT
           END-IF
           MOVE EXPORT-RECORD (1:8) TO HDR-RECORD-TYPE
           IF HDR-TYPE-MARKER
               SET WS-HEADER-SEEN TO TRUE
               MOVE EXPORT-RECORD TO OGDB5-HEADER-RECORD
               DISPLAY 'OGDB5PRF: EXPORT OF ' HDR-RUN-DATE ' '
                       HDR-RUN-TIME ' PSB=' HDR-PSB-NAME
               PERFORM READ-EXPORT-RECORD
           ELSE
               DISPLAY 'OGDB5PRF: FIRST RECORD IS NOT A HEADER'
               SET WS-BRACKETS-BAD TO TRUE
           END-IF
           .
       CHECK-FIRST-RECORD-EXIT.
           EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING 'IVPDB1 DATA-QUALITY PROFILE - RUN '
                       DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-RUN-TIME       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-HEADER-SEEN
               STRING 'OGDB5 EXPORT OF ' DELIMITED BY SIZE
                      HDR-RUN-DATE       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      HDR-RUN-TIME       DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE '** OGDB5 HAS NO EXPORT HEADER **' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-FINDING-HEADING
           .

      * Data segments are profiled; the trailer is kept for the count
      * cross-check and a second header or post-trailer data condemns
      * the file, exactly as OGDB5VFY judges it.
       PROFILE-EXPORT-RECORD.
           MOVE EXPORT-RECORD (1:8) TO HDR-RECORD-TYPE
           MOVE EXPORT-RECORD (1:8) TO TRL-RECORD-TYPE
           EVALUATE TRUE
               WHEN TRL-TYPE-MARKER
                   IF WS-TRAILER-SEEN
                       DISPLAY 'OGDB5PRF: SECOND TRAILER FOUND'
                       SET WS-BRACKETS-BAD TO TRUE
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE EXPORT-RECORD TO OGDB5-TRAILER-RECORD
                   END-IF
               WHEN HDR-TYPE-MARKER
                   DISPLAY 'OGDB5PRF: SECOND HEADER FOUND'
                   SET WS-BRACKETS-BAD TO TRUE
               WHEN OTHER
                   IF WS-TRAILER-SEEN
                       DISPLAY 'OGDB5PRF: DATA RECORD AFTER TRAILER'
                       SET WS-BRACKETS-BAD TO TRUE
                   END-IF
                   PERFORM PROFILE-SEGMENT
           END-EVALUATE
           PERFORM READ-EXPORT-RECORD
           .

       PROFILE-SEGMENT.
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE EXPORT-RECORD TO IVPDB1-SEGMENT
           MOVE 'N' TO WS-OFFENDING-SW
           PERFORM CHECK-KEY-FORMAT
           PERFORM CHECK-LAST-NAME
           PERFORM CHECK-FIRST-NAME
           PERFORM CHECK-EXTENSION
           PERFORM CHECK-ZIP
           PERFORM CHECK-DUPLICATE-NAME
           IF WS-OFFENDING
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           .

      * House format: the key starts in byte 1, runs unbroken in
      * upper-case letters and digits, and is blank from its first
      * space to byte 17.
       CHECK-KEY-FORMAT.
           MOVE 0 TO WS-KEY-LEN
           INSPECT SEG-IVPDBKY TALLYING WS-KEY-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
               WHEN WS-KEY-LEN = 0
                   MOVE 'NOT IN HOUSE FORMAT (LEADING BLANK)'
                       TO WS-FINDING-TEXT
               WHEN SEG-IVPDBKY (1:WS-KEY-LEN) IS NOT PRF-KEY-CHARS
                   MOVE 'NOT IN HOUSE FORMAT (CHARACTERS)'
                       TO WS-FINDING-TEXT
               WHEN WS-KEY-LEN < 17
                AND SEG-IVPDBKY (WS-KEY-LEN + 1:) NOT = SPACES
                   MOVE 'NOT IN HOUSE FORMAT (EMBEDDED BLANK)'
                       TO WS-FINDING-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-FINDING-TEXT
           END-EVALUATE
           IF WS-FINDING-TEXT NOT = SPACES
               ADD 1 TO WS-BADKEY-COUNT
               MOVE 'IVPDBKY' TO WS-FINDING-FIELD
               PERFORM WRITE-FINDING-LINE
           END-IF
           .

      * Blank covers LOW-VALUES too - a field of LOW-VALUES is as
      * absent as one of SPACES, and is not also reported as bad
      * characters.
       CHECK-LAST-NAME.
           MOVE 'LAST NAME' TO WS-FINDING-FIELD
           IF SEG-LAST-NAME = SPACES OR SEG-LAST-NAME = LOW-VALUES
               ADD 1 TO WS-LAST-BLANK
               MOVE 'BLANK' TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           ELSE
               IF SEG-LAST-NAME IS NOT PRF-NAME-CHARS
                   ADD 1 TO WS-LAST-BADCHAR
                   MOVE 'INVALID CHARACTERS' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           .

       CHECK-FIRST-NAME.
           MOVE 'FIRST NAME' TO WS-FINDING-FIELD
           IF SEG-FIRST-NAME = SPACES OR SEG-FIRST-NAME = LOW-VALUES
               ADD 1 TO WS-FIRST-BLANK
               MOVE 'BLANK' TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           ELSE
               IF SEG-FIRST-NAME IS NOT PRF-NAME-CHARS
                   ADD 1 TO WS-FIRST-BADCHAR
                   MOVE 'INVALID CHARACTERS' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           .

       CHECK-EXTENSION.
           MOVE 'EXTENSION' TO WS-FINDING-FIELD
           IF SEG-EXTENSION = SPACES OR SEG-EXTENSION = LOW-VALUES
               ADD 1 TO WS-EXT-BLANK
               MOVE 'BLANK' TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           ELSE
               MOVE SEG-EXTENSION TO WS-CHECK-FIELD
               PERFORM CHECK-NUMERIC-FIELD
               IF NOT WS-CHECK-NUMERIC
                   ADD 1 TO WS-EXT-NONNUMERIC
                   MOVE 'NOT NUMERIC' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
               IF SEG-EXTENSION IS NOT PRF-DISPLAY-CHARS
                   ADD 1 TO WS-EXT-BADCHAR
                   MOVE 'INVALID CHARACTERS' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           .

       CHECK-ZIP.
           MOVE 'ZIP' TO WS-FINDING-FIELD
           IF SEG-ZIP = SPACES OR SEG-ZIP = LOW-VALUES
               ADD 1 TO WS-ZIP-BLANK
               MOVE 'BLANK' TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING-LINE
           ELSE
               MOVE SEG-ZIP TO WS-CHECK-FIELD
               PERFORM CHECK-NUMERIC-FIELD
               IF NOT WS-CHECK-NUMERIC
                   ADD 1 TO WS-ZIP-NONNUMERIC
                   MOVE 'NOT NUMERIC' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
               IF SEG-ZIP IS NOT PRF-DISPLAY-CHARS
                   ADD 1 TO WS-ZIP-BADCHAR
                   MOVE 'INVALID CHARACTERS' TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-IF
           .

      * Numeric means what the feed's numeric columns accept: digits
      * from byte 1, then nothing but trailing blanks.
       CHECK-NUMERIC-FIELD.
           MOVE 'N' TO WS-CHECK-NUMERIC-SW
           MOVE 0 TO WS-CHECK-LEN
           INSPECT WS-CHECK-FIELD TALLYING WS-CHECK-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CHECK-LEN > 0
               IF WS-CHECK-FIELD (1:WS-CHECK-LEN) IS NUMERIC
                   IF WS-CHECK-LEN = 10
                       SET WS-CHECK-NUMERIC TO TRUE
                   ELSE
                       IF WS-CHECK-FIELD (WS-CHECK-LEN + 1:) = SPACES
                           SET WS-CHECK-NUMERIC TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * A pair with both names blank is already reported as blanks
      * and is not a duplicate of anything. The first key to carry a
      * pair keeps it; each later key with the same pair is the
      * finding.
       CHECK-DUPLICATE-NAME.
           IF (SEG-LAST-NAME = SPACES OR SEG-LAST-NAME = LOW-VALUES)
              AND (SEG-FIRST-NAME = SPACES
                   OR SEG-FIRST-NAME = LOW-VALUES)
               CONTINUE
           ELSE
               MOVE 0 TO WS-FOUND-IDX
               PERFORM SEARCH-NAME-TABLE
                       VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-NAME-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-FOUND-IDX > 0
                   ADD 1 TO WS-DUPNAME-COUNT
                   MOVE 'FIRST/LAST' TO WS-FINDING-FIELD
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'SAME NAME AS ' DELIMITED BY SIZE
                          WS-NM-IVPDBKY(WS-FOUND-IDX)
                                          DELIMITED BY SIZE
                          INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
               ELSE
                   IF WS-NAME-COUNT < WS-NAME-TABLE-MAX
                       ADD 1 TO WS-NAME-COUNT
                       MOVE SEG-LAST-NAME
                           TO WS-NM-LAST-NAME(WS-NAME-COUNT)
                       MOVE SEG-FIRST-NAME
                           TO WS-NM-FIRST-NAME(WS-NAME-COUNT)
                       MOVE SEG-IVPDBKY
                           TO WS-NM-IVPDBKY(WS-NAME-COUNT)
                   ELSE
      *  table full - pairs past this point are no longer checked,
      *  and the report says so
                       SET WS-NAME-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       SEARCH-NAME-TABLE.
           IF WS-NM-LAST-NAME(WS-SEARCH-IDX) = SEG-LAST-NAME
              AND WS-NM-FIRST-NAME(WS-SEARCH-IDX) = SEG-FIRST-NAME
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
           END-IF
           .

       WRITE-FINDING-LINE.
           SET WS-OFFENDING TO TRUE
           MOVE SEG-IVPDBKY      TO FDL-IVPDBKY
           MOVE WS-FINDING-FIELD TO FDL-FIELD
           MOVE WS-FINDING-TEXT  TO FDL-TEXT
           WRITE REPORT-LINE FROM WS-FINDING-LINE
           .

      * The segment as exported, as a replace - whoever corrects it
      * edits the image (or turns it into a D and an A for a key
      * out of house format) before it goes to OGDB1MNT.
       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO MAINT-RECORD
           SET MNT-ACTION-REPLACE TO TRUE
           MOVE SEG-IVPDBKY    TO MNT-IVPDBKY
           MOVE IVPDB1-SEGMENT TO MNT-SEGMENT-IMAGE
           WRITE MAINT-RECORD
           IF NOT WS-EXCEPTION-OK
               DISPLAY 'OGDB5PRF: DQEXCP WRITE FAILED, FILE STATUS='
                       WS-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           .

       CHECK-BRACKETS.
           IF WS-HEADER-SEEN AND NOT WS-TRAILER-SEEN
               DISPLAY 'OGDB5PRF: NO TRAILER - EXPORT DIED MID-RUN'
               SET WS-BRACKETS-BAD TO TRUE
           END-IF
           IF WS-TRAILER-SEEN
               IF TRL-SEGMENT-COUNT IS NOT NUMERIC
                   DISPLAY 'OGDB5PRF: TRAILER COUNT NOT NUMERIC'
                   SET WS-BRACKETS-BAD TO TRUE
               ELSE
                   IF TRL-SEGMENT-COUNT NOT = WS-SEGMENT-COUNT
                       DISPLAY 'OGDB5PRF: TRAILER COUNT '
                               TRL-SEGMENT-COUNT
                               ' BUT DATA RECORDS PROFILED '
                               WS-SEGMENT-COUNT
                       SET WS-BRACKETS-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       WRITE-FIELD-SUMMARY.
           COMPUTE WS-BLANK-TOTAL = WS-LAST-BLANK + WS-FIRST-BLANK
                                  + WS-EXT-BLANK + WS-ZIP-BLANK
           COMPUTE WS-NONNUMERIC-TOTAL = WS-EXT-NONNUMERIC
                                       + WS-ZIP-NONNUMERIC
           COMPUTE WS-BADCHAR-TOTAL = WS-LAST-BADCHAR
                                    + WS-FIRST-BADCHAR
                                    + WS-EXT-BADCHAR
                                    + WS-ZIP-BADCHAR

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SEGMENTS PROFILED . . . . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-SEGMENT-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'IVPDBKY     NOT IN HOUSE FORMAT . . : '
               TO WS-COUNT-LABEL
           MOVE WS-BADKEY-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'LAST NAME   BLANK . . . . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-LAST-BLANK TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            INVALID CHARACTERS  . . : '
               TO WS-COUNT-LABEL
           MOVE WS-LAST-BADCHAR TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FIRST NAME  BLANK . . . . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-FIRST-BLANK TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            INVALID CHARACTERS  . . : '
               TO WS-COUNT-LABEL
           MOVE WS-FIRST-BADCHAR TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTENSION   BLANK . . . . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-EXT-BLANK TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            NOT NUMERIC . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-EXT-NONNUMERIC TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            INVALID CHARACTERS  . . : '
               TO WS-COUNT-LABEL
           MOVE WS-EXT-BADCHAR TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'ZIP         BLANK . . . . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-ZIP-BLANK TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            NOT NUMERIC . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-ZIP-NONNUMERIC TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE '            INVALID CHARACTERS  . . : '
               TO WS-COUNT-LABEL
           MOVE WS-ZIP-BADCHAR TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'FIRST/LAST DUPLICATED UNDER NEW KEY : '
               TO WS-COUNT-LABEL
           MOVE WS-DUPNAME-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE 'KEYS WRITTEN TO DQEXCP  . . . . . . : '
               TO WS-COUNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           IF WS-NAME-TABLE-FULL
               MOVE SPACES TO REPORT-LINE
               STRING '** NAME TABLE FULL AT 5000 - LATER PAIRS NOT '
                           DELIMITED BY SIZE
                      'CHECKED FOR DUPLICATES **'
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-BRACKETS-BAD
               MOVE SPACES TO REPORT-LINE
               STRING '** EXPORT INCOMPLETE OR DAMAGED - PROFILE NOT '
                           DELIMITED BY SIZE
                      'ADDED TO DQHIST **'
                           DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-VALUE TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING WS-COUNT-LABEL    DELIMITED BY SIZE
                  WS-COUNT-ED       DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * Tonight's headline counts beside the last night on DQHIST -
      * a positive change is quality getting worse.
       WRITE-TREND-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PREV-SEEN
               STRING 'PREVIOUS PROFILE: EXPORT OF ' DELIMITED BY SIZE
                      PRV-EXPORT-DATE    DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      PRV-EXPORT-TIME    DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE 'NO PREVIOUS PROFILE ON DQHIST' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TREND-HEADING

           MOVE 'SEGMENTS' TO WS-TREND-LABEL
           MOVE WS-SEGMENT-COUNT TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-SEGMENT-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'BLANK FIELDS' TO WS-TREND-LABEL
           MOVE WS-BLANK-TOTAL TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-BLANK-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'NON-NUMERIC EXT/ZIP' TO WS-TREND-LABEL
           MOVE WS-NONNUMERIC-TOTAL TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-NONNUMERIC-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'FIELDS WITH INVALID CHARS' TO WS-TREND-LABEL
           MOVE WS-BADCHAR-TOTAL TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-BADCHAR-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'DUPLICATED NAME PAIRS' TO WS-TREND-LABEL
           MOVE WS-DUPNAME-COUNT TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-DUPNAME-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'KEYS NOT IN HOUSE FORMAT' TO WS-TREND-LABEL
           MOVE WS-BADKEY-COUNT TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-BADKEY-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           MOVE 'OFFENDING KEYS' TO WS-TREND-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TREND-TONIGHT
           IF WS-PREV-SEEN
               MOVE PRV-EXCEPTION-COUNT TO WS-TREND-PREVIOUS
           END-IF
           PERFORM WRITE-TREND-LINE
           .

       WRITE-TREND-LINE.
           MOVE WS-TREND-LABEL   TO TRN-LABEL
           MOVE WS-TREND-TONIGHT TO TRN-TONIGHT
           IF WS-PREV-SEEN
               MOVE WS-TREND-PREVIOUS TO TRN-PREVIOUS
               COMPUTE WS-TREND-CHANGE = WS-TREND-TONIGHT
                                       - WS-TREND-PREVIOUS
               MOVE WS-TREND-CHANGE   TO TRN-CHANGE
           ELSE
               MOVE 'NO PREVIOUS NIGHT' TO TRN-NO-PREVIOUS
           END-IF
           WRITE REPORT-LINE FROM WS-TREND-LINE
           .

      * Tonight's headline counts onto the end of DQHIST, opened the
      * way RUNLEDG is - EXTEND, or OUTPUT for the very first night.
      * Losing one night's history is noted, not fatal.
       APPEND-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE
           IF NOT WS-HISTORY-OK
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-OK
               MOVE SPACES              TO HISTORY-RECORD
               MOVE WS-RUN-DATE         TO HST-RUN-DATE
               MOVE WS-RUN-TIME         TO HST-RUN-TIME
               MOVE HDR-RUN-DATE        TO HST-EXPORT-DATE
               MOVE HDR-RUN-TIME        TO HST-EXPORT-TIME
               MOVE WS-SEGMENT-COUNT    TO HST-SEGMENT-COUNT
               MOVE WS-BLANK-TOTAL      TO HST-BLANK-COUNT
               MOVE WS-NONNUMERIC-TOTAL TO HST-NONNUMERIC-COUNT
               MOVE WS-BADCHAR-TOTAL    TO HST-BADCHAR-COUNT
               MOVE WS-DUPNAME-COUNT    TO HST-DUPNAME-COUNT
               MOVE WS-BADKEY-COUNT     TO HST-BADKEY-COUNT
               MOVE WS-EXCEPTION-COUNT  TO HST-EXCEPTION-COUNT
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY 'OGDB5PRF: DQHIST UNAVAILABLE, FILE STATUS='
                       WS-HISTORY-STATUS ' - NIGHT NOT RECORDED'
           END-IF
           .
