      * blank or contains non-display characters, collapses          *
      * duplicate names (first occurrence wins), writes the cleaned  *
      * records to the HWWORK file the driver reads (HWWORKOT), and  *
      * writes every rejected record with a reason code and the run  *
      * date and time to HWREJECT for the upstream team (copybook    *
      * OGHWREJ).                                                    *
      *                                                              *
      * Everything past WS-WORK-NAME rides through unchanged - the   *
      * record's trailing bytes belong to whoever extends the        *
      * layout, not to this edit.                                    *
      *                                                              *
      * A name that survives the character edits is then looked up   *
      * on the HWUSER user registry (see copybook OGHWUSR): a name   *
      * not on file is rejected UNKNOWN, an inactive customer        *
      * INACTIVE and a closed one CLOSED, so the batch cycle only    *
      * greets customers the registry knows are live.                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      *  the user registry KSDS, read by key only - OGHWUSM owns it
           SELECT USER-FILE ASSIGN TO HWUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USER-NAME
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-IN-FILE
       01 CLEAN-RECORD           PIC X(80).

       FD  REJECT-FILE
           RECORD CONTAINS 104 CHARACTERS.
      *  layout shared with OGHWDSR, which places rejects in time
           COPY OGHWREJ.

       FD  USER-FILE.
           COPY OGHWUSR.

       WORKING-STORAGE SECTION.
       01 WS-WORK-IN-STATUS      PIC X(2).
           88 WS-WORK-OUT-OK     VALUE "00".
       01 WS-REJECT-STATUS       PIC X(2).
           88 WS-REJECT-OK       VALUE "00".
       01 WS-USER-STATUS         PIC X(2).
           88 WS-USER-OK         VALUE "00".
           88 WS-USER-NOTFOUND   VALUE "23".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

      *  stamped on every HWREJECT record this run writes
       01 WS-RUN-DATE            PIC X(8).
       01 WS-RUN-TIME            PIC X(6).

       01 WS-REJECT-REASON       PIC X(10) VALUE SPACES.
           88 WS-REASON-BLANK    VALUE "BLANK".
           88 WS-REASON-NONDISP  VALUE "NONDISPLAY".
           88 WS-REASON-DUP      VALUE "DUPLICATE".
           88 WS-REASON-BADLANG  VALUE "BADLANG".
           88 WS-REASON-UNKNOWN  VALUE "UNKNOWN".
           88 WS-REASON-INACTIVE VALUE "INACTIVE".
           88 WS-REASON-CLOSED   VALUE "CLOSED".

       01 WS-COUNTERS.
           05 WS-READ-COUNT          PIC S9(8) COMP VALUE 0.
           05 WS-NONDISP-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-DUPLICATE-COUNT     PIC S9(8) COMP VALUE 0.
           05 WS-BADLANG-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-UNKNOWN-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-INACTIVE-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-CLOSED-COUNT        PIC S9(8) COMP VALUE 0.

      * table of names already passed through, searched linearly the
      * way OGHWRPT's distinct-user table is - the work file carries
           05 WS-NONDISP-ED      PIC ZZZZZZZ9.
           05 WS-DUP-ED          PIC ZZZZZZZ9.
           05 WS-BADLANG-ED      PIC ZZZZZZZ9.
           05 WS-UNKNOWN-ED      PIC ZZZZZZZ9.
           05 WS-INACTIVE-ED     PIC ZZZZZZZ9.
           05 WS-CLOSED-ED       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      *
           .

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN INPUT WORK-IN-FILE
           IF NOT WS-WORK-IN-OK
               DISPLAY "OGHWEDT: HWWORKIN OPEN FAILED, FILE STATUS="
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT USER-FILE
           IF NOT WS-USER-OK
               DISPLAY "OGHWEDT: HWUSER OPEN FAILED, FILE STATUS="
                       WS-USER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-WORK-RECORD.
           END-READ
           .

      * The edits, cheapest first. Blank covers the low-values
      * padded records the upstream extract bug produces - a name of
      * LOW-VALUES is as absent as one of SPACES.
       EDIT-WORK-RECORD.
                       SET WS-REASON-BADLANG TO TRUE
                       ADD 1 TO WS-BADLANG-COUNT
                   ELSE
                       PERFORM CHECK-USER-REGISTRY
                       IF WS-REJECT-REASON = SPACES
                           PERFORM CHECK-DUPLICATE-NAME
                           IF WS-NAME-FOUND
                               SET WS-REASON-DUP TO TRUE
                               ADD 1 TO WS-DUPLICATE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           PERFORM READ-WORK-RECORD
           .

      * Registry before dedupe - a rejected name never enters the
      * seen-name table, so a later record for the same name is
      * judged (and rejected) on the registry, not as a duplicate.
       CHECK-USER-REGISTRY.
           MOVE WS-WORK-NAME TO USR-USER-NAME
           READ USER-FILE
           EVALUATE TRUE
               WHEN WS-USER-OK
                   EVALUATE TRUE
                       WHEN USR-STATUS-ACTIVE
                           CONTINUE
                       WHEN USR-STATUS-CLOSED
                           SET WS-REASON-CLOSED TO TRUE
                           ADD 1 TO WS-CLOSED-COUNT
                       WHEN OTHER
                           SET WS-REASON-INACTIVE TO TRUE
                           ADD 1 TO WS-INACTIVE-COUNT
                   END-EVALUATE
               WHEN WS-USER-NOTFOUND
                   SET WS-REASON-UNKNOWN TO TRUE
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN OTHER
                   DISPLAY "OGHWEDT: HWUSER READ FAILED, FILE STATUS="
                           WS-USER-STATUS " USER=" WS-WORK-NAME
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       CHECK-DUPLICATE-NAME.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM SEARCH-NAME-TABLE
       WRITE-REJECT-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           MOVE WS-WORK-RECORD   TO REJ-RECORD-IMAGE
           MOVE WS-RUN-DATE      TO REJ-RUN-DATE
           MOVE WS-RUN-TIME      TO REJ-RUN-TIME
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-OK
               DISPLAY "OGHWEDT: HWREJECT WRITE FAILED, FILE STATUS="
           MOVE WS-NONDISP-COUNT   TO WS-NONDISP-ED
           MOVE WS-DUPLICATE-COUNT TO WS-DUP-ED
           MOVE WS-BADLANG-COUNT   TO WS-BADLANG-ED
           MOVE WS-UNKNOWN-COUNT   TO WS-UNKNOWN-ED
           MOVE WS-INACTIVE-COUNT  TO WS-INACTIVE-ED
           MOVE WS-CLOSED-COUNT    TO WS-CLOSED-ED
           DISPLAY "OGHWEDT SUMMARY: READ=" WS-READ-ED
                   " WRITTEN=" WS-WRITTEN-ED
                   " BLANK=" WS-BLANK-ED
                   " NONDISPLAY=" WS-NONDISP-ED
                   " DUPLICATE=" WS-DUP-ED
                   " BADLANG=" WS-BADLANG-ED
                   " UNKNOWN=" WS-UNKNOWN-ED
                   " INACTIVE=" WS-INACTIVE-ED
                   " CLOSED=" WS-CLOSED-ED
           IF WS-NAME-TABLE-FULL
               DISPLAY "OGHWEDT: NAME TABLE FULL AT 5000 - "
                       "DUPLICATES PAST THAT POINT NOT COLLAPSED"
           CLOSE WORK-IN-FILE
           CLOSE WORK-OUT-FILE
           CLOSE REJECT-FILE
           CLOSE USER-FILE
           .
