       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWSUB.
      ****************************************************************
      *  Program CICS                                                *
      *                                                              *
      * Online ad-hoc greeting request - transaction HWSB, mapset    *
      * OGHWMB (see copybook OGHWMB and bms/OGHWMB.bms). A           *
      * department that needs a few dozen greetings during the day   *
      * keys them here instead of waiting for the nightly            *
      * OGHWINT/OGHWEDT/OGHWBAT cycle or driving CECI name by name.  *
      *                                                              *
      * Map OGHWB1 takes the request: the department code, then up   *
      * to sixty names over two pages of thirty, each with an        *
      * optional language and an optional department of its own      *
      * (blank takes the request's). Every name is edited the way    *
      * OGHWEDT edits the nightly work file - permitted characters,  *
      * a blank or alphabetic language, on the HWUSER registry and   *
      * active, not keyed twice - so the daytime path cannot greet   *
      * a name the nightly path would have rejected:                 *
      *                                                              *
      *   ENTER checks the names keyed so far;                       *
      *   PF5 checks them and submits the request;                   *
      *   PF7/PF8 page back and forward through the entry rows;      *
      *   PF4 clears the entry rows;                                 *
      *   PF10 switches to the status view;                          *
      *   PF3 ends the session.                                      *
      *                                                              *
      * A submission takes the next request number from the          *
      * HWSBREQ control record, writes the request header there      *
      * (copybook OGHWSBQ) and one pending HWSBRES record per name   *
      * (copybook OGHWSBR), and STARTs transaction HWSP - OGHWSBP,   *
      * which runs the names through OGCOBHW2 in the background -    *
      * all in one unit of work: the START is PROTECTed, so the      *
      * background task only exists once the request it works on     *
      * is committed, and any failure backs the lot out. The         *
      * requester is shown the request number at once.               *
      *                                                              *
      * Who may submit is the region's transaction security, not     *
      * code here: a user must be permitted to attach HWSB to see    *
      * the screen and to start HWSP to submit - a START that comes  *
      * back NOTAUTH is backed out and says so.                      *
      *                                                              *
      * Map OGHWB2 is the status view on the same transaction:       *
      *                                                              *
      *   ENTER with REQUEST blank lists requests newest first -     *
      *     status, requester, department and served/failed counts;  *
      *   ENTER with a REQUEST number shows that request's names,    *
      *     each with its greeting or the reason it failed;          *
      *   PF8 pages forward through either;                          *
      *   PF6 re-STARTs HWSP for a request left pending or running   *
      *     (the region went down under it) - OGHWSBP picks up at    *
      *     the first name not yet done;                             *
      *   PF9 goes back to the entry screen;                         *
      *   PF3 ends the session.                                      *
      *                                                              *
      * Pseudo-conversational throughout - the entry rows, the page  *
      * and the status view position ride in the COMMAREA, the same  *
      * shape as OGHWMNT.                                            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *  what a user name is allowed to contain - the same class as
      *  OGHWEDT's, three-range alphabet spelling and all
           CLASS WORK-NAME-CHARS IS
               "A" THRU "I" "J" THRU "R" "S" THRU "Z"
               "a" THRU "i" "j" THRU "r" "s" THRU "z"
               "0" THRU "9" SPACE "-" "'" ".".
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESPCODE            PIC S9(8) COMP-4 VALUE 0.
       01 WS-RESPCODE2           PIC S9(8) COMP-4 VALUE 0.

      * AID byte values as DFHAID defines them - only the keys this
      * screen routes on; everything else falls through to the ENTER
      * handling
       01 WS-AID-PF3             PIC X     VALUE "3".
       01 WS-AID-PF4             PIC X     VALUE "4".
       01 WS-AID-PF5             PIC X     VALUE "5".
       01 WS-AID-PF6             PIC X     VALUE "6".
       01 WS-AID-PF7             PIC X     VALUE "7".
       01 WS-AID-PF8             PIC X     VALUE "8".
       01 WS-AID-PF9             PIC X     VALUE "9".
       01 WS-AID-PF10            PIC X     VALUE ":".

       01 WS-END-MESSAGE         PIC X(24)
                                 VALUE "OGHWSUB REQUEST ENDED   ".

      * the background processor this screen starts - OGHWSBP
       01 WS-PROCESS-TRANSID     PIC X(4)  VALUE "HWSP".

      * state carried between pseudo-conversational legs: which map
      * is up, the entry rows keyed so far, and where the status
      * view is positioned
       01 WS-COMMAREA.
           05 CA-SCREEN          PIC X(01).
               88 CA-ON-ENTRY            VALUE "E".
               88 CA-ON-STATUS           VALUE "S".
           05 CA-PAGE            PIC 9(01).
           05 CA-DEPT            PIC X(04).
           05 CA-ENTRY OCCURS 60 TIMES.
               10 CA-NAME        PIC X(10).
               10 CA-LANG        PIC X(02).
               10 CA-NAME-DEPT   PIC X(04).
      *    the request this terminal last submitted - PF10 opens the
      *    status view on it
           05 CA-LAST-REQUEST-NO PIC 9(08).
           05 CA-VIEW            PIC X(01).
               88 CA-VIEW-LIST           VALUE "L".
               88 CA-VIEW-DETAIL         VALUE "D".
      *    list view: first and last request number on the page;
      *    detail view: the request, first and next name on the page
           05 CA-LIST-TOP-KEY    PIC 9(08).
           05 CA-LIST-NEXT-KEY   PIC 9(08).
           05 CA-DETAIL-REQ-NO   PIC 9(08).
           05 CA-FIRST-SEQ       PIC 9(04).
           05 CA-NEXT-SEQ        PIC 9(04).
           05 CA-MORE-SW         PIC X(01).
               88 CA-MORE                VALUE "Y".

      * sizes of the entry area - two pages of thirty rows
       01 WS-ENTRY-MAX           PIC S9(4) COMP VALUE 60.
       01 WS-PAGE-ROWS           PIC S9(4) COMP VALUE 30.
       01 WS-PAGE-MAX            PIC 9(01) VALUE 2.
       01 WS-STATUS-ROWS         PIC S9(4) COMP VALUE 14.

       01 WS-ROW-IDX             PIC S9(4) COMP VALUE 0.
       01 WS-ENTRY-IDX           PIC S9(4) COMP VALUE 0.
       01 WS-DUP-IDX             PIC S9(4) COMP VALUE 0.
       01 WS-ENTRY-IDX-ED        PIC Z9.
       01 WS-DUP-IDX-ED          PIC Z9.

      * outcome of the entry edit - see VALIDATE-REQUEST
       01 WS-VALID-SW            PIC X     VALUE "N".
           88 WS-REQUEST-VALID   VALUE "Y".
       01 WS-ENTRY-ERROR-SW      PIC X     VALUE "N".
           88 WS-ENTRY-ERROR     VALUE "Y".
       01 WS-DUP-FOUND-SW        PIC X     VALUE "N".
           88 WS-DUP-FOUND       VALUE "Y".
       01 WS-ERROR-IDX           PIC S9(4) COMP VALUE 0.
       01 WS-ERROR-REASON        PIC X(50).
       01 WS-NAME-COUNT          PIC S9(4) COMP VALUE 0.
       01 WS-NAME-COUNT-ED       PIC Z9.

      * the message the next SEND puts on the message line
       01 WS-MESSAGE             PIC X(75).

      * submission state. A failure anywhere from the request number
      * to the START backs the whole unit of work out.
       01 WS-SUBMIT-FAILED-SW    PIC X     VALUE "N".
           88 WS-SUBMIT-FAILED   VALUE "Y".
       01 WS-REQUEST-NO          PIC 9(08) VALUE 0.
       01 WS-NAME-SEQ            PIC 9(04) VALUE 0.
       01 WS-USER-ID             PIC X(08).

      * the one item of START data HWSP is given - the request number
       01 WS-START-DATA.
           05 STD-REQUEST-NO     PIC 9(08).
       01 WS-START-LENGTH        PIC S9(4) COMP.

      * Timestamp pieces for the request header - the same ASKTIME/
      * FORMATTIME pair as OGHWMNT's BUILD-HISTORY-TIMESTAMP.
       01 TIME-FIELDS.
           05 WS-ABSTIME         PIC S9(15) COMP-3.
           05 WS-DATE-YMD        PIC X(8).
           05 WS-TIME-HMS        PIC X(6).
       01 WS-TIMESTAMP           PIC X(14).

      * the REQUEST number as keyed on OGHWB2 - up to eight digits,
      * left-justified, trailing spaces allowed
       01 WS-KEYED-REQUEST       PIC X(08).
       01 WS-KEYED-DIGITS        PIC S9(4) COMP VALUE 0.

      * status browse control. HWSBREQ is browsed backwards from
      * the newest request; a browse key of HIGH-VALUES positions
      * the first READPREV at the last record on file.
       01 WS-BROWSE-KEY          PIC 9(08).
       01 WS-BROWSE-KEY-X REDEFINES WS-BROWSE-KEY
                                 PIC X(08).
       01 WS-BROWSE-DONE-SW      PIC X     VALUE "N".
           88 WS-BROWSE-DONE     VALUE "Y".
      *  set when paging forward - the record equal to the resume key
      *  is already on the previous page and must be skipped
       01 WS-SKIP-EQUAL-SW       PIC X     VALUE "N".
           88 WS-SKIP-EQUAL      VALUE "Y".
       01 WS-START-SEQ           PIC 9(04).

       01 WS-STATUS-WORD         PIC X(08).

      * one line of the request list
       01 WS-LIST-LINE.
           05 LST-REQUEST-NO     PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LST-STATUS         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LST-USER-ID        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 LST-DEPT-CODE      PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LST-SUBMITTED      PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 LST-NAMES          PIC ZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LST-SERVED         PIC ZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 LST-FAILED         PIC ZZZ9.
           05 FILLER             PIC X(08) VALUE SPACES.
       01 WS-LIST-HEADING.
           05 FILLER             PIC X(34) VALUE
               "REQUEST   STATUS   USER     DEPT  ".
           05 FILLER             PIC X(44) VALUE
               "SUBMITTED        NAMES SERVED FAILED".

      * one line of a request's names
       01 WS-DETAIL-LINE.
           05 DTL-NAME-SEQ       PIC ZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DTL-USER-NAME      PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DTL-LANG-REQUESTED PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DTL-DEPT-CODE      PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DTL-STATUS         PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACES.
      *  the greeting on a served name, the reason on a failed one
           05 DTL-TEXT           PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DTL-LANG-SERVED    PIC X(02).
           05 FILLER             PIC X(13) VALUE SPACES.
       01 WS-DETAIL-HEADING.
           05 FILLER             PIC X(32) VALUE
               " SEQ NAME       LG DEPT STATUS  ".
           05 FILLER             PIC X(46) VALUE
               "GREETING / REASON              SV".

      * the summary line over a request's names
       01 WS-SUMMARY-LINE.
           05 SUM-STATUS         PIC X(08).
           05 FILLER             PIC X(05) VALUE " BY  ".
           05 SUM-USER-ID        PIC X(08).
           05 FILLER             PIC X(07) VALUE "  DEPT ".
           05 SUM-DEPT-CODE      PIC X(04).
           05 FILLER             PIC X(09) VALUE "  SERVED ".
           05 SUM-SERVED         PIC ZZZ9.
           05 FILLER             PIC X(09) VALUE "  FAILED ".
           05 SUM-FAILED         PIC ZZZ9.
           05 FILLER             PIC X(05) VALUE "  OF ".
           05 SUM-NAMES          PIC ZZZ9.
           05 FILLER             PIC X(06) VALUE " NAMES".
           05 FILLER             PIC X(05) VALUE SPACES.

      * one customer on the user registry - see copybook OGHWUSR
           COPY OGHWUSR.

      * one request header / the number control record - see
      * copybook OGHWSBQ
           COPY OGHWSBQ.

      * one name of a request - see copybook OGHWSBR
           COPY OGHWSBR.

      * the HWDELIV detail layout each HWSBRES record carries - see
      * copybook OGHWDLV
           COPY OGHWDLV.

      * symbolic maps - see copybook OGHWMB and bms/OGHWMB.bms
           COPY OGHWMB.

       LINKAGE SECTION.
       01 DFHCOMMAREA            PIC X(1008).

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM FIRST-TIME-IN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM HANDLE-USER-INPUT THRU HANDLE-USER-INPUT-EXIT
           END-IF
           EXEC CICS RETURN TRANSID('HWSB')
                COMMAREA(WS-COMMAREA)
                END-EXEC
           .

       FIRST-TIME-IN.
           MOVE SPACES TO WS-COMMAREA
           MOVE 1      TO CA-PAGE
           MOVE 0      TO CA-LAST-REQUEST-NO
           MOVE 0      TO CA-LIST-TOP-KEY
           MOVE 0      TO CA-LIST-NEXT-KEY
           MOVE 0      TO CA-DETAIL-REQ-NO
           MOVE 0      TO CA-FIRST-SEQ
           MOVE 0      TO CA-NEXT-SEQ
           MOVE "KEY THE DEPARTMENT AND THE NAMES, ENTER TO CHECK THEM"
             TO WS-MESSAGE
           PERFORM SEND-ENTRY-PAGE
           .

       HANDLE-USER-INPUT.
           IF CA-ON-STATUS
               PERFORM HANDLE-STATUS-INPUT THRU
                       HANDLE-STATUS-INPUT-EXIT
           ELSE
               PERFORM HANDLE-ENTRY-INPUT THRU
                       HANDLE-ENTRY-INPUT-EXIT
           END-IF
           .
       HANDLE-USER-INPUT-EXIT.
           EXIT.

       END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                ERASE FREEKB
                END-EXEC
           EXEC CICS RETURN
                END-EXEC
           .

      ****************************************************************
      * Request entry - map OGHWB1                                   *
      ****************************************************************
       HANDLE-ENTRY-INPUT.
           MOVE LOW-VALUES TO OGHWB1I
           EXEC CICS RECEIVE MAP('OGHWB1') MAPSET('OGHWMB')
                INTO(OGHWB1I)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              AND WS-RESPCODE NOT = DFHRESP(MAPFAIL)
               MOVE "MAP RECEIVE FAILED - PRESS ENTER TO RETRY"
                 TO WS-MESSAGE
               PERFORM SEND-ENTRY-PAGE
               GO TO HANDLE-ENTRY-INPUT-EXIT
           END-IF
      *  MAPFAIL (CLEAR or a PA key) leaves the COMMAREA rows as
      *  they were - there is nothing on the map to take
           IF WS-RESPCODE = DFHRESP(NORMAL)
               PERFORM CAPTURE-ENTRY-PAGE
           END-IF
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   PERFORM END-SESSION
               WHEN WS-AID-PF4
                   PERFORM CLEAR-ENTRIES
               WHEN WS-AID-PF7
                   PERFORM PAGE-BACK-ENTRY
               WHEN WS-AID-PF8
                   PERFORM PAGE-FORWARD-ENTRY
               WHEN WS-AID-PF5
                   PERFORM SUBMIT-REQUEST THRU SUBMIT-REQUEST-EXIT
               WHEN WS-AID-PF10
                   PERFORM SHOW-STATUS-FROM-ENTRY
               WHEN OTHER
                   PERFORM CHECK-REQUEST
           END-EVALUATE
           .
       HANDLE-ENTRY-INPUT-EXIT.
           EXIT.

      * The entry fields are FSET in the mapset, so every field of
      * the page comes back on every RECEIVE - an emptied field
      * arrives as LOW-VALUES, folded to SPACES here so every edit
      * tests blankness one way.
       CAPTURE-ENTRY-PAGE.
           INSPECT B1DEPTI REPLACING ALL LOW-VALUES BY SPACES
           MOVE B1DEPTI TO CA-DEPT
           PERFORM CAPTURE-ENTRY-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-PAGE-ROWS
           .

       CAPTURE-ENTRY-ROW.
           COMPUTE WS-ENTRY-IDX = (CA-PAGE - 1) * WS-PAGE-ROWS
                                + WS-ROW-IDX
           INSPECT B1NAMI(WS-ROW-IDX) REPLACING ALL LOW-VALUES
                                      BY SPACES
           INSPECT B1LNGI(WS-ROW-IDX) REPLACING ALL LOW-VALUES
                                      BY SPACES
           INSPECT B1DPTI(WS-ROW-IDX) REPLACING ALL LOW-VALUES
                                      BY SPACES
           MOVE B1NAMI(WS-ROW-IDX) TO CA-NAME(WS-ENTRY-IDX)
           MOVE B1LNGI(WS-ROW-IDX) TO CA-LANG(WS-ENTRY-IDX)
           MOVE B1DPTI(WS-ROW-IDX) TO CA-NAME-DEPT(WS-ENTRY-IDX)
           .

       CLEAR-ENTRIES.
           PERFORM CLEAR-ONE-ENTRY
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-MAX
           MOVE 1 TO CA-PAGE
           MOVE "ENTRIES CLEARED" TO WS-MESSAGE
           PERFORM SEND-ENTRY-PAGE
           .

       CLEAR-ONE-ENTRY.
           MOVE SPACES TO CA-NAME(WS-ENTRY-IDX)
           MOVE SPACES TO CA-LANG(WS-ENTRY-IDX)
           MOVE SPACES TO CA-NAME-DEPT(WS-ENTRY-IDX)
           .

       PAGE-BACK-ENTRY.
           IF CA-PAGE > 1
               SUBTRACT 1 FROM CA-PAGE
               MOVE SPACES TO WS-MESSAGE
           ELSE
               MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
           END-IF
           PERFORM SEND-ENTRY-PAGE
           .

       PAGE-FORWARD-ENTRY.
           IF CA-PAGE < WS-PAGE-MAX
               ADD 1 TO CA-PAGE
               MOVE SPACES TO WS-MESSAGE
           ELSE
               MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
           END-IF
           PERFORM SEND-ENTRY-PAGE
           .

      * ENTER: edit everything keyed so far and say what PF5 would do.
       CHECK-REQUEST.
           PERFORM VALIDATE-REQUEST THRU VALIDATE-REQUEST-EXIT
           IF WS-REQUEST-VALID
               MOVE WS-NAME-COUNT TO WS-NAME-COUNT-ED
               MOVE SPACES TO WS-MESSAGE
               STRING WS-NAME-COUNT-ED DELIMITED BY SIZE
                      " NAMES CHECKED - PF5 SUBMITS THE REQUEST"
                                       DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
           END-IF
           PERFORM SEND-ENTRY-PAGE
           .

      * The OGHWEDT edits, entry by entry, stopping at the first
      * failure - which is named on the message line, with the page
      * turned to show it. A row with only a language or department
      * keyed is a name left out, not a row to skip.
       VALIDATE-REQUEST.
           MOVE "N" TO WS-VALID-SW
           MOVE "N" TO WS-ENTRY-ERROR-SW
           MOVE 0   TO WS-NAME-COUNT
           IF CA-DEPT = SPACES
               MOVE "KEY THE DEPARTMENT THE REQUEST IS FOR"
                 TO WS-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           PERFORM VALIDATE-ENTRY THRU VALIDATE-ENTRY-EXIT
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-MAX
                      OR WS-ENTRY-ERROR
           IF WS-ENTRY-ERROR
               COMPUTE CA-PAGE = (WS-ERROR-IDX - 1) / WS-PAGE-ROWS
                               + 1
               MOVE WS-ERROR-IDX TO WS-ENTRY-IDX-ED
               MOVE SPACES TO WS-MESSAGE
               STRING "ENTRY "         DELIMITED BY SIZE
                      WS-ENTRY-IDX-ED  DELIMITED BY SIZE
                      ": "             DELIMITED BY SIZE
                      WS-ERROR-REASON  DELIMITED BY SIZE
                      INTO WS-MESSAGE
               END-STRING
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           IF WS-NAME-COUNT = 0
               MOVE "NO NAMES KEYED" TO WS-MESSAGE
               GO TO VALIDATE-REQUEST-EXIT
           END-IF
           SET WS-REQUEST-VALID TO TRUE
           .
       VALIDATE-REQUEST-EXIT.
           EXIT.

       VALIDATE-ENTRY.
           IF CA-NAME(WS-ENTRY-IDX) = SPACES
               IF CA-LANG(WS-ENTRY-IDX) NOT = SPACES
                  OR CA-NAME-DEPT(WS-ENTRY-IDX) NOT = SPACES
                   MOVE "NAME MISSING" TO WS-ERROR-REASON
                   PERFORM FLAG-ENTRY-ERROR
               END-IF
               GO TO VALIDATE-ENTRY-EXIT
           END-IF
           ADD 1 TO WS-NAME-COUNT
           IF CA-NAME(WS-ENTRY-IDX) NOT WORK-NAME-CHARS
               MOVE "NAME HAS CHARACTERS A NAME CANNOT HOLD"
                 TO WS-ERROR-REASON
               PERFORM FLAG-ENTRY-ERROR
               GO TO VALIDATE-ENTRY-EXIT
           END-IF
           IF CA-LANG(WS-ENTRY-IDX) NOT = SPACES
              AND CA-LANG(WS-ENTRY-IDX) NOT ALPHABETIC
               MOVE "LANGUAGE MUST BE LETTERS OR BLANK"
                 TO WS-ERROR-REASON
               PERFORM FLAG-ENTRY-ERROR
               GO TO VALIDATE-ENTRY-EXIT
           END-IF
           MOVE "N" TO WS-DUP-FOUND-SW
           PERFORM CHECK-DUPLICATE-ENTRY
                   VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX >= WS-ENTRY-IDX
                      OR WS-DUP-FOUND
           IF WS-DUP-FOUND
               MOVE SPACES TO WS-ERROR-REASON
               STRING "NAME ALREADY KEYED AT ENTRY "
                                      DELIMITED BY SIZE
                      WS-DUP-IDX-ED   DELIMITED BY SIZE
                      INTO WS-ERROR-REASON
               END-STRING
               PERFORM FLAG-ENTRY-ERROR
               GO TO VALIDATE-ENTRY-EXIT
           END-IF
           MOVE CA-NAME(WS-ENTRY-IDX) TO USR-USER-NAME
           EXEC CICS READ FILE('HWUSER')
                INTO(HWUSER-RECORD)
                RIDFLD(USR-USER-NAME)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPCODE = DFHRESP(NOTFND)
                   MOVE "NAME IS NOT ON THE USER REGISTRY"
                     TO WS-ERROR-REASON
                   PERFORM FLAG-ENTRY-ERROR
               WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE "HWUSER READ FAILED - SEE CSMT"
                     TO WS-ERROR-REASON
                   PERFORM FLAG-ENTRY-ERROR
               WHEN USR-STATUS-CLOSED
                   MOVE "CUSTOMER IS CLOSED" TO WS-ERROR-REASON
                   PERFORM FLAG-ENTRY-ERROR
               WHEN NOT USR-STATUS-ACTIVE
                   MOVE "CUSTOMER IS INACTIVE" TO WS-ERROR-REASON
                   PERFORM FLAG-ENTRY-ERROR
           END-EVALUATE
           .
       VALIDATE-ENTRY-EXIT.
           EXIT.

       CHECK-DUPLICATE-ENTRY.
           IF CA-NAME(WS-DUP-IDX) = CA-NAME(WS-ENTRY-IDX)
               SET WS-DUP-FOUND TO TRUE
               MOVE WS-DUP-IDX TO WS-DUP-IDX-ED
           END-IF
           .

       FLAG-ENTRY-ERROR.
           SET WS-ENTRY-ERROR TO TRUE
           MOVE WS-ENTRY-IDX TO WS-ERROR-IDX
           .

      * PF5: edit, then write the request and start its processing
      * in one unit of work. The control record stays locked from
      * the READ UPDATE to the syncpoint, so submissions from two
      * terminals queue on it briefly rather than share a number.
       SUBMIT-REQUEST.
           PERFORM VALIDATE-REQUEST THRU VALIDATE-REQUEST-EXIT
           IF NOT WS-REQUEST-VALID
               PERFORM SEND-ENTRY-PAGE
               GO TO SUBMIT-REQUEST-EXIT
           END-IF
           MOVE "N" TO WS-SUBMIT-FAILED-SW
           EXEC CICS ASSIGN USERID(WS-USER-ID)
                END-EXEC
           PERFORM BUILD-SUBMIT-TIMESTAMP
           PERFORM TAKE-REQUEST-NUMBER
           IF WS-SUBMIT-FAILED
               GO TO SUBMIT-REQUEST-BACKOUT
           END-IF
           MOVE 0 TO WS-NAME-SEQ
           PERFORM WRITE-REQUEST-NAME THRU WRITE-REQUEST-NAME-EXIT
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-MAX
                      OR WS-SUBMIT-FAILED
           IF WS-SUBMIT-FAILED
               GO TO SUBMIT-REQUEST-BACKOUT
           END-IF
           PERFORM WRITE-REQUEST-HEADER
           IF WS-SUBMIT-FAILED
               GO TO SUBMIT-REQUEST-BACKOUT
           END-IF
           PERFORM START-REQUEST-PROCESSING
           IF WS-SUBMIT-FAILED
               GO TO SUBMIT-REQUEST-BACKOUT
           END-IF
           EXEC CICS SYNCPOINT
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "SUBMIT FAILED AT SYNCPOINT - SEE CSMT"
                 TO WS-MESSAGE
               PERFORM SEND-ENTRY-PAGE
               GO TO SUBMIT-REQUEST-EXIT
           END-IF
      *  submitted - the rows are done with; the department stays
      *  for the next request
           PERFORM CLEAR-ONE-ENTRY
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-MAX
           MOVE 1 TO CA-PAGE
           MOVE WS-REQUEST-NO TO CA-LAST-REQUEST-NO
           MOVE WS-NAME-COUNT TO WS-NAME-COUNT-ED
           MOVE SPACES TO WS-MESSAGE
           STRING "REQUEST "       DELIMITED BY SIZE
                  WS-REQUEST-NO    DELIMITED BY SIZE
                  " SUBMITTED WITH " DELIMITED BY SIZE
                  WS-NAME-COUNT-ED DELIMITED BY SIZE
                  " NAMES - PF10 SHOWS ITS STATUS"
                                   DELIMITED BY SIZE
                  INTO WS-MESSAGE
           END-STRING
           PERFORM SEND-ENTRY-PAGE
           GO TO SUBMIT-REQUEST-EXIT
           .
      * Everything written so far goes back out - including the
      * control record increment, so the number is not lost. The
      * rows stay on the screen for the requester to try again.
       SUBMIT-REQUEST-BACKOUT.
           EXEC CICS SYNCPOINT ROLLBACK
                NOHANDLE
                END-EXEC
           PERFORM SEND-ENTRY-PAGE
           .
       SUBMIT-REQUEST-EXIT.
           EXIT.

      * Next request number off the control record at key zero (see
      * copybook OGHWSBQ). The first request ever made finds no
      * control record and writes one.
       TAKE-REQUEST-NUMBER.
           MOVE 0 TO SBC-REQUEST-NO
           EXEC CICS READ FILE('HWSBREQ')
                INTO(HWSBREQ-RECORD)
                RIDFLD(SBC-REQUEST-NO)
                UPDATE
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPCODE = DFHRESP(NORMAL)
                   ADD 1 TO SBC-LAST-REQUEST-NO
                   MOVE SBC-LAST-REQUEST-NO TO WS-REQUEST-NO
                   EXEC CICS REWRITE FILE('HWSBREQ')
                        FROM(HWSBREQ-RECORD)
                        RESP(WS-RESPCODE)
                        RESP2(WS-RESPCODE2)
                        END-EXEC
               WHEN WS-RESPCODE = DFHRESP(NOTFND)
                   MOVE SPACES TO HWSBREQ-CONTROL-RECORD
                   MOVE 0 TO SBC-REQUEST-NO
                   MOVE 1 TO SBC-LAST-REQUEST-NO
                   MOVE SBC-LAST-REQUEST-NO TO WS-REQUEST-NO
                   EXEC CICS WRITE FILE('HWSBREQ')
                        FROM(HWSBREQ-RECORD)
                        RIDFLD(SBC-REQUEST-NO)
                        RESP(WS-RESPCODE)
                        RESP2(WS-RESPCODE2)
                        END-EXEC
           END-EVALUATE
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               SET WS-SUBMIT-FAILED TO TRUE
               MOVE "NOT SUBMITTED: HWSBREQ UPDATE FAILED - SEE CSMT"
                 TO WS-MESSAGE
           END-IF
           .

      * One pending HWSBRES record per keyed name, numbered in the
      * order keyed. SBR-DETAIL already holds the HWDELIV detail
      * fields known now; DLV-STATUS stays SPACE until OGHWSBP has
      * run the name.
       WRITE-REQUEST-NAME.
           IF CA-NAME(WS-ENTRY-IDX) = SPACES
               GO TO WRITE-REQUEST-NAME-EXIT
           END-IF
           ADD 1 TO WS-NAME-SEQ
           MOVE SPACES                 TO HWDELIV-DETAIL-RECORD
           MOVE CA-NAME(WS-ENTRY-IDX)  TO DLV-USER-NAME
           MOVE CA-LANG(WS-ENTRY-IDX)  TO DLV-LANG-REQUESTED
           IF CA-NAME-DEPT(WS-ENTRY-IDX) = SPACES
               MOVE CA-DEPT            TO DLV-DEPT-CODE
           ELSE
               MOVE CA-NAME-DEPT(WS-ENTRY-IDX) TO DLV-DEPT-CODE
           END-IF
           MOVE SPACES                 TO HWSBRES-RECORD
           MOVE WS-REQUEST-NO          TO SBR-REQUEST-NO
           MOVE WS-NAME-SEQ            TO SBR-NAME-SEQ
           MOVE HWDELIV-DETAIL-RECORD  TO SBR-DETAIL
           EXEC CICS WRITE FILE('HWSBRES')
                FROM(HWSBRES-RECORD)
                RIDFLD(SBR-KEY)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               SET WS-SUBMIT-FAILED TO TRUE
               MOVE "NOT SUBMITTED: HWSBRES WRITE FAILED - SEE CSMT"
                 TO WS-MESSAGE
           END-IF
           .
       WRITE-REQUEST-NAME-EXIT.
           EXIT.

       WRITE-REQUEST-HEADER.
           MOVE SPACES         TO HWSBREQ-RECORD
           MOVE WS-REQUEST-NO  TO SBQ-REQUEST-NO
           SET SBQ-STATUS-PENDING TO TRUE
           MOVE WS-USER-ID     TO SBQ-USER-ID
           MOVE CA-DEPT        TO SBQ-DEPT-CODE
           MOVE WS-TIMESTAMP   TO SBQ-SUBMIT-TS
           MOVE WS-NAME-SEQ    TO SBQ-NAME-COUNT
           MOVE 0              TO SBQ-SERVED-COUNT
           MOVE 0              TO SBQ-FAILED-COUNT
           EXEC CICS WRITE FILE('HWSBREQ')
                FROM(HWSBREQ-RECORD)
                RIDFLD(SBQ-REQUEST-NO)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               SET WS-SUBMIT-FAILED TO TRUE
               MOVE "NOT SUBMITTED: HWSBREQ WRITE FAILED - SEE CSMT"
                 TO WS-MESSAGE
           END-IF
           .

      * START HWSP for the request. PROTECT holds the start back
      * until the syncpoint, so OGHWSBP never looks for a request
      * that is not yet committed - or one a rollback took away.
       START-REQUEST-PROCESSING.
           MOVE WS-REQUEST-NO TO STD-REQUEST-NO
           MOVE LENGTH OF WS-START-DATA TO WS-START-LENGTH
           EXEC CICS START TRANSID(WS-PROCESS-TRANSID)
                FROM (WS-START-DATA)
                LENGTH(WS-START-LENGTH)
                PROTECT
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               SET WS-SUBMIT-FAILED TO TRUE
               IF WS-RESPCODE = DFHRESP(NOTAUTH)
                   MOVE "NOT AUTHORISED TO SUBMIT AD-HOC GREETINGS"
                     TO WS-MESSAGE
               ELSE
                   MOVE "NOT SUBMITTED: START OF HWSP FAILED - SEE CSMT"
                     TO WS-MESSAGE
               END-IF
           END-IF
           .

       BUILD-SUBMIT-TIMESTAMP.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-DATE-YMD)
                TIME(WS-TIME-HMS)
                END-EXEC
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-DATE-YMD DELIMITED BY SIZE
                  WS-TIME-HMS DELIMITED BY SIZE
                  INTO WS-TIMESTAMP
           END-STRING
           .

      * Put the current page of entry rows up, with WS-MESSAGE on
      * the message line.
       SEND-ENTRY-PAGE.
           SET CA-ON-ENTRY TO TRUE
           MOVE LOW-VALUES TO OGHWB1O
           MOVE CA-DEPT TO B1DEPTO
           MOVE SPACES TO B1PAGEO
           STRING CA-PAGE     DELIMITED BY SIZE
                  " OF "      DELIMITED BY SIZE
                  WS-PAGE-MAX DELIMITED BY SIZE
                  INTO B1PAGEO
           END-STRING
           PERFORM FILL-ENTRY-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-PAGE-ROWS
           MOVE WS-MESSAGE TO B1MSGO
           EXEC CICS SEND MAP('OGHWB1') MAPSET('OGHWMB')
                FROM(OGHWB1O)
                ERASE
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           .

       FILL-ENTRY-ROW.
           COMPUTE WS-ENTRY-IDX = (CA-PAGE - 1) * WS-PAGE-ROWS
                                + WS-ROW-IDX
           MOVE CA-NAME(WS-ENTRY-IDX)      TO B1NAMO(WS-ROW-IDX)
           MOVE CA-LANG(WS-ENTRY-IDX)      TO B1LNGO(WS-ROW-IDX)
           MOVE CA-NAME-DEPT(WS-ENTRY-IDX) TO B1DPTO(WS-ROW-IDX)
           .

      ****************************************************************
      * Request status - map OGHWB2                                  *
      ****************************************************************
      * PF10 from the entry screen: straight to the request this
      * terminal last submitted, or the list when there is none.
       SHOW-STATUS-FROM-ENTRY.
           IF CA-LAST-REQUEST-NO > 0
               MOVE CA-LAST-REQUEST-NO TO CA-DETAIL-REQ-NO
               MOVE 1 TO WS-START-SEQ
               PERFORM FILL-REQUEST-DETAIL THRU
                       FILL-REQUEST-DETAIL-EXIT
           ELSE
               MOVE HIGH-VALUES TO WS-BROWSE-KEY-X
               MOVE "N" TO WS-SKIP-EQUAL-SW
               PERFORM FILL-REQUEST-LIST THRU FILL-REQUEST-LIST-EXIT
           END-IF
           PERFORM SEND-STATUS-PAGE
           .

       HANDLE-STATUS-INPUT.
           MOVE LOW-VALUES TO OGHWB2I
           EXEC CICS RECEIVE MAP('OGHWB2') MAPSET('OGHWMB')
                INTO(OGHWB2I)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              AND WS-RESPCODE NOT = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO OGHWB2O
               MOVE "MAP RECEIVE FAILED - PRESS ENTER TO RETRY"
                 TO WS-MESSAGE
               PERFORM SEND-STATUS-PAGE
               GO TO HANDLE-STATUS-INPUT-EXIT
           END-IF
           IF B2REQNI = LOW-VALUES
               MOVE SPACES TO WS-KEYED-REQUEST
           ELSE
               MOVE B2REQNI TO WS-KEYED-REQUEST
               INSPECT WS-KEYED-REQUEST REPLACING ALL LOW-VALUES
                                        BY SPACES
           END-IF
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   PERFORM END-SESSION
               WHEN WS-AID-PF9
                   MOVE SPACES TO WS-MESSAGE
                   PERFORM SEND-ENTRY-PAGE
               WHEN WS-AID-PF8
                   PERFORM PAGE-FORWARD-STATUS
               WHEN WS-AID-PF6
                   PERFORM RESUME-REQUEST THRU RESUME-REQUEST-EXIT
               WHEN OTHER
                   PERFORM SHOW-STATUS THRU SHOW-STATUS-EXIT
           END-EVALUATE
           .
       HANDLE-STATUS-INPUT-EXIT.
           EXIT.

      * ENTER: a keyed request number shows that request's names;
      * blank lists the requests, newest first.
       SHOW-STATUS.
           IF WS-KEYED-REQUEST = SPACES
               MOVE HIGH-VALUES TO WS-BROWSE-KEY-X
               MOVE "N" TO WS-SKIP-EQUAL-SW
               PERFORM FILL-REQUEST-LIST THRU FILL-REQUEST-LIST-EXIT
               PERFORM SEND-STATUS-PAGE
               GO TO SHOW-STATUS-EXIT
           END-IF
           MOVE 0 TO WS-KEYED-DIGITS
           INSPECT WS-KEYED-REQUEST TALLYING WS-KEYED-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-KEYED-DIGITS = 0
              OR WS-KEYED-REQUEST(1:WS-KEYED-DIGITS) NOT NUMERIC
               MOVE LOW-VALUES TO OGHWB2O
               MOVE "REQUEST NUMBER MUST BE DIGITS, OR BLANK TO LIST"
                 TO WS-MESSAGE
               PERFORM SEND-STATUS-PAGE
               GO TO SHOW-STATUS-EXIT
           END-IF
           MOVE WS-KEYED-REQUEST(1:WS-KEYED-DIGITS)
             TO CA-DETAIL-REQ-NO
           MOVE 1 TO WS-START-SEQ
           PERFORM FILL-REQUEST-DETAIL THRU FILL-REQUEST-DETAIL-EXIT
           PERFORM SEND-STATUS-PAGE
           .
       SHOW-STATUS-EXIT.
           EXIT.

      * PF8: the next page of whichever view is up. Past the end the
      * same page is shown again, saying so.
       PAGE-FORWARD-STATUS.
           EVALUATE TRUE
               WHEN CA-VIEW-DETAIL AND CA-MORE
                   MOVE CA-NEXT-SEQ TO WS-START-SEQ
                   PERFORM FILL-REQUEST-DETAIL THRU
                           FILL-REQUEST-DETAIL-EXIT
               WHEN CA-VIEW-DETAIL
                   MOVE CA-FIRST-SEQ TO WS-START-SEQ
                   PERFORM FILL-REQUEST-DETAIL THRU
                           FILL-REQUEST-DETAIL-EXIT
                   MOVE "NO MORE NAMES ON THIS REQUEST" TO WS-MESSAGE
               WHEN CA-VIEW-LIST AND CA-MORE
                   MOVE CA-LIST-NEXT-KEY TO WS-BROWSE-KEY
                   SET WS-SKIP-EQUAL TO TRUE
                   PERFORM FILL-REQUEST-LIST THRU
                           FILL-REQUEST-LIST-EXIT
               WHEN CA-VIEW-LIST
                   MOVE CA-LIST-TOP-KEY TO WS-BROWSE-KEY
                   MOVE "N" TO WS-SKIP-EQUAL-SW
                   PERFORM FILL-REQUEST-LIST THRU
                           FILL-REQUEST-LIST-EXIT
                   MOVE "NO OLDER REQUESTS" TO WS-MESSAGE
               WHEN OTHER
                   MOVE LOW-VALUES TO OGHWB2O
                   MOVE "NOTHING TO PAGE - PRESS ENTER FIRST"
                     TO WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-STATUS-PAGE
           .

      * PF6: start HWSP again for the request on the screen. Only a
      * pending or running request has anything left to do; if its
      * first task is in fact still going, the second finds the
      * request enqueued and ends at once (see OGHWSBP).
       RESUME-REQUEST.
           IF NOT CA-VIEW-DETAIL
               MOVE LOW-VALUES TO OGHWB2O
               MOVE "SHOW A REQUEST BEFORE PF6" TO WS-MESSAGE
               PERFORM SEND-STATUS-PAGE
               GO TO RESUME-REQUEST-EXIT
           END-IF
           MOVE CA-FIRST-SEQ TO WS-START-SEQ
           PERFORM FILL-REQUEST-DETAIL THRU FILL-REQUEST-DETAIL-EXIT
           IF NOT CA-VIEW-DETAIL
               PERFORM SEND-STATUS-PAGE
               GO TO RESUME-REQUEST-EXIT
           END-IF
           IF SBQ-STATUS-COMPLETE
               MOVE "REQUEST IS COMPLETE - NOTHING TO RESUME"
                 TO WS-MESSAGE
               PERFORM SEND-STATUS-PAGE
               GO TO RESUME-REQUEST-EXIT
           END-IF
           MOVE CA-DETAIL-REQ-NO TO STD-REQUEST-NO
           MOVE LENGTH OF WS-START-DATA TO WS-START-LENGTH
           EXEC CICS START TRANSID(WS-PROCESS-TRANSID)
                FROM (WS-START-DATA)
                LENGTH(WS-START-LENGTH)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPCODE = DFHRESP(NORMAL)
                   MOVE "PROCESSING RESTARTED - ENTER REFRESHES"
                     TO WS-MESSAGE
               WHEN WS-RESPCODE = DFHRESP(NOTAUTH)
                   MOVE "NOT AUTHORISED TO RESTART PROCESSING"
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE "START OF HWSP FAILED - SEE CSMT" TO WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-STATUS-PAGE
           .
       RESUME-REQUEST-EXIT.
           EXIT.

      * One page of the request list: up to fourteen HWSBREQ records
      * browsed backwards from WS-BROWSE-KEY. The control record at
      * key zero sorts first on the file and ends the list.
       FILL-REQUEST-LIST.
           MOVE LOW-VALUES TO OGHWB2O
           MOVE "KEY A REQUEST NUMBER TO SEE ITS NAMES" TO B2SUMO
           MOVE WS-LIST-HEADING TO B2HDRO
           SET CA-VIEW-LIST TO TRUE
           MOVE "N" TO CA-MORE-SW
           MOVE 0 TO WS-ROW-IDX
           MOVE "N" TO WS-BROWSE-DONE-SW
           EXEC CICS STARTBR FILE('HWSBREQ')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE = DFHRESP(NOTFND)
               MOVE "NO REQUESTS ON FILE" TO WS-MESSAGE
               GO TO FILL-REQUEST-LIST-EXIT
           END-IF
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "HWSBREQ BROWSE FAILED - SEE CSMT" TO WS-MESSAGE
               GO TO FILL-REQUEST-LIST-EXIT
           END-IF
           PERFORM READ-PREV-REQUEST-ROW THRU
                   READ-PREV-REQUEST-ROW-EXIT
                   UNTIL WS-BROWSE-DONE
                      OR WS-ROW-IDX = WS-STATUS-ROWS
      *  a full page may or may not have more behind it - one more
      *  READPREV says which, without showing it
           IF NOT WS-BROWSE-DONE
               PERFORM PEEK-PREV-REQUEST
           END-IF
           EXEC CICS ENDBR FILE('HWSBREQ')
                NOHANDLE
                END-EXEC
           IF WS-ROW-IDX = 0
               MOVE "NO REQUESTS ON FILE" TO WS-MESSAGE
           ELSE
               IF CA-MORE
                   MOVE "PF8 FOR OLDER REQUESTS" TO WS-MESSAGE
               ELSE
                   MOVE "END OF REQUESTS" TO WS-MESSAGE
               END-IF
           END-IF
           .
       FILL-REQUEST-LIST-EXIT.
           EXIT.

       READ-PREV-REQUEST-ROW.
           EXEC CICS READPREV FILE('HWSBREQ')
                INTO(HWSBREQ-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              OR SBC-CONTROL-KEY
               SET WS-BROWSE-DONE TO TRUE
               GO TO READ-PREV-REQUEST-ROW-EXIT
           END-IF
           IF WS-SKIP-EQUAL
      *  first record of a PF8 page - if it is the one the previous
      *  page ended on, drop it and keep going
               MOVE "N" TO WS-SKIP-EQUAL-SW
               IF SBQ-REQUEST-NO = CA-LIST-NEXT-KEY
                   GO TO READ-PREV-REQUEST-ROW-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-ROW-IDX
           IF WS-ROW-IDX = 1
               MOVE SBQ-REQUEST-NO TO CA-LIST-TOP-KEY
           END-IF
           MOVE SBQ-REQUEST-NO   TO CA-LIST-NEXT-KEY
           PERFORM SET-STATUS-WORD
           MOVE SBQ-REQUEST-NO   TO LST-REQUEST-NO
           MOVE WS-STATUS-WORD   TO LST-STATUS
           MOVE SBQ-USER-ID      TO LST-USER-ID
           MOVE SBQ-DEPT-CODE    TO LST-DEPT-CODE
           MOVE SPACES           TO LST-SUBMITTED
           STRING SBQ-SUBMIT-TS(1:4)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  SBQ-SUBMIT-TS(5:2)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  SBQ-SUBMIT-TS(7:2)  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SBQ-SUBMIT-TS(9:2)  DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  SBQ-SUBMIT-TS(11:2) DELIMITED BY SIZE
                  INTO LST-SUBMITTED
           END-STRING
           MOVE SBQ-NAME-COUNT   TO LST-NAMES
           MOVE SBQ-SERVED-COUNT TO LST-SERVED
           MOVE SBQ-FAILED-COUNT TO LST-FAILED
           MOVE WS-LIST-LINE     TO B2ROWO(WS-ROW-IDX)
           .
       READ-PREV-REQUEST-ROW-EXIT.
           EXIT.

       PEEK-PREV-REQUEST.
           EXEC CICS READPREV FILE('HWSBREQ')
                INTO(HWSBREQ-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE = DFHRESP(NORMAL)
              AND NOT SBC-CONTROL-KEY
               SET CA-MORE TO TRUE
           END-IF
           .

      * One page of a request's names: the header for the summary
      * line, then up to fourteen HWSBRES records from WS-START-SEQ,
      * each read directly by key - the name count on the header
      * says where they end.
       FILL-REQUEST-DETAIL.
           MOVE LOW-VALUES TO OGHWB2O
           MOVE "N" TO CA-MORE-SW
           MOVE CA-DETAIL-REQ-NO TO SBQ-REQUEST-NO
           EXEC CICS READ FILE('HWSBREQ')
                INTO(HWSBREQ-RECORD)
                RIDFLD(SBQ-REQUEST-NO)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
              OR SBC-CONTROL-KEY
               MOVE SPACES TO CA-VIEW
               IF WS-RESPCODE = DFHRESP(NORMAL)
                  OR WS-RESPCODE = DFHRESP(NOTFND)
                   MOVE "NO SUCH REQUEST" TO WS-MESSAGE
               ELSE
                   MOVE "HWSBREQ READ FAILED - SEE CSMT" TO WS-MESSAGE
               END-IF
               GO TO FILL-REQUEST-DETAIL-EXIT
           END-IF
           SET CA-VIEW-DETAIL TO TRUE
           PERFORM SET-STATUS-WORD
           MOVE WS-STATUS-WORD   TO SUM-STATUS
           MOVE SBQ-USER-ID      TO SUM-USER-ID
           MOVE SBQ-DEPT-CODE    TO SUM-DEPT-CODE
           MOVE SBQ-SERVED-COUNT TO SUM-SERVED
           MOVE SBQ-FAILED-COUNT TO SUM-FAILED
           MOVE SBQ-NAME-COUNT   TO SUM-NAMES
           MOVE WS-SUMMARY-LINE  TO B2SUMO
           MOVE WS-DETAIL-HEADING TO B2HDRO
           MOVE WS-START-SEQ TO CA-FIRST-SEQ
           MOVE WS-START-SEQ TO CA-NEXT-SEQ
           MOVE 0 TO WS-ROW-IDX
           PERFORM FILL-DETAIL-ROW
                   UNTIL WS-ROW-IDX = WS-STATUS-ROWS
                      OR CA-NEXT-SEQ > SBQ-NAME-COUNT
           IF CA-NEXT-SEQ NOT > SBQ-NAME-COUNT
               SET CA-MORE TO TRUE
           END-IF
           MOVE SPACES TO WS-MESSAGE
           IF SBQ-STATUS-COMPLETE
               IF CA-MORE
                   MOVE "REQUEST COMPLETE - PF8 FOR MORE NAMES"
                     TO WS-MESSAGE
               ELSE
                   MOVE "REQUEST COMPLETE" TO WS-MESSAGE
               END-IF
           ELSE
               IF CA-MORE
                   MOVE "IN PROGRESS - ENTER REFRESHES, PF8 FOR MORE"
                     TO WS-MESSAGE
               ELSE
                   MOVE "IN PROGRESS - ENTER REFRESHES"
                     TO WS-MESSAGE
               END-IF
           END-IF
           .
       FILL-REQUEST-DETAIL-EXIT.
           EXIT.

       FILL-DETAIL-ROW.
           ADD 1 TO WS-ROW-IDX
           MOVE CA-DETAIL-REQ-NO TO SBR-REQUEST-NO
           MOVE CA-NEXT-SEQ      TO SBR-NAME-SEQ
           EXEC CICS READ FILE('HWSBRES')
                INTO(HWSBRES-RECORD)
                RIDFLD(SBR-KEY)
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           MOVE CA-NEXT-SEQ TO DTL-NAME-SEQ
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO DTL-USER-NAME
               MOVE SPACES TO DTL-LANG-REQUESTED
               MOVE SPACES TO DTL-DEPT-CODE
               MOVE "?"    TO DTL-STATUS
               MOVE "HWSBRES READ FAILED"  TO DTL-TEXT
               MOVE SPACES TO DTL-LANG-SERVED
           ELSE
               MOVE SBR-DETAIL         TO HWDELIV-DETAIL-RECORD
               MOVE DLV-USER-NAME      TO DTL-USER-NAME
               MOVE DLV-LANG-REQUESTED TO DTL-LANG-REQUESTED
               MOVE DLV-DEPT-CODE      TO DTL-DEPT-CODE
               MOVE DLV-LANG-SERVED    TO DTL-LANG-SERVED
               EVALUATE TRUE
                   WHEN DLV-STATUS-SERVED
                       MOVE "SERVED"       TO DTL-STATUS
                       MOVE DLV-GREETING   TO DTL-TEXT
                   WHEN DLV-STATUS-FAILED
                       MOVE "FAILED"       TO DTL-STATUS
                       MOVE SBR-ERROR-TEXT TO DTL-TEXT
                   WHEN OTHER
                       MOVE "PENDING"      TO DTL-STATUS
                       MOVE SPACES         TO DTL-TEXT
               END-EVALUATE
           END-IF
           MOVE WS-DETAIL-LINE TO B2ROWO(WS-ROW-IDX)
           ADD 1 TO CA-NEXT-SEQ
           .

       SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN SBQ-STATUS-PENDING
                   MOVE "PENDING"  TO WS-STATUS-WORD
               WHEN SBQ-STATUS-RUNNING
                   MOVE "RUNNING"  TO WS-STATUS-WORD
               WHEN SBQ-STATUS-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE SBQ-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           .

      * Put the status page up. The fill paragraphs have already
      * built the rows in OGHWB2O; the request number is echoed back
      * in the REQUEST field while a request is on the screen.
       SEND-STATUS-PAGE.
           SET CA-ON-STATUS TO TRUE
           IF CA-VIEW-DETAIL
               MOVE CA-DETAIL-REQ-NO TO B2REQNO
           END-IF
           MOVE WS-MESSAGE TO B2MSGO
           EXEC CICS SEND MAP('OGHWB2') MAPSET('OGHWMB')
                FROM(OGHWB2O)
                ERASE
                RESP(WS-RESPCODE)
                RESP2(WS-RESPCODE2)
                END-EXEC
           .
