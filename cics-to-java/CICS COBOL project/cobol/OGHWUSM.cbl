       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWUSM.
      ****************************************************************
      *  Program batch                                                *
      *                                                              *
      * Load and maintenance of the HWUSER user registry (see        *
      * copybook OGHWUSR).                                           *
      *                                                              *
      * Until the registry a "user" was whatever ten bytes landed in *
      * WS-WORK-NAME or the INHWCOB container. This program is the   *
      * only way onto or off the file: it reads a transaction file   *
      * (USRMAINT - one add, replace or delete per record, carrying  *
      * the user name and the new status, preferred language and     *
      * owning department) and applies it to HWUSER:                 *
      *                                                              *
      *   A - WRITE, rejected ALREADYEXIST when the name is on file; *
      *   R - READ + REWRITE, rejected NOTFOUND when it is not;      *
      *   D - READ + DELETE, rejected NOTFOUND likewise. Retiring a  *
      *       customer is a replace to status C, not a delete - a    *
      *       delete is for a record loaded in error.                *
      *                                                              *
      * The initial load is simply a USRMAINT of adds. Every applied *
      * change writes a before/after image record to USRAUDIT (see   *
      * copybook OGHWUSA); every rejected transaction goes to        *
      * USRREJ with a reason code instead of abending mid-file. The  *
      * run ends with an applied/rejected control summary: RC 0 all  *
      * applied, RC 4 some rejected, RC 16 a real file error.        *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-IN-FILE ASSIGN TO USRMAINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-IN-STATUS.

           SELECT USER-FILE ASSIGN TO HWUSER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USER-NAME
               FILE STATUS IS WS-USER-STATUS.

           SELECT AUDIT-OUT-FILE ASSIGN TO USRAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-OUT-STATUS.

           SELECT REJECT-FILE ASSIGN TO USRREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 MAINT-RECORD.
           05 UMT-ACTION         PIC X(1).
               88 UMT-ACTION-ADD        VALUE "A".
               88 UMT-ACTION-REPLACE    VALUE "R".
               88 UMT-ACTION-DELETE     VALUE "D".
           05 UMT-USER-NAME      PIC X(10).
      *    the new values on an add or replace - a replace carries the
      *    whole record, not just the field that changed. Ignored on
      *    a delete.
           05 UMT-STATUS         PIC X(1).
           05 UMT-PREF-LANG      PIC X(2).
           05 UMT-DEPT-CODE      PIC X(4).
           05 FILLER             PIC X(62).

       FD  USER-FILE.
           COPY OGHWUSR.

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 105 CHARACTERS.
           COPY OGHWUSA.

       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 REJECT-RECORD.
           05 REJ-REASON-CODE    PIC X(12).
           05 REJ-RECORD-IMAGE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-IN-STATUS     PIC X(2).
           88 WS-MAINT-IN-OK     VALUE "00".
       01 WS-USER-STATUS         PIC X(2).
           88 WS-USER-OK         VALUE "00".
           88 WS-USER-NOTFOUND   VALUE "23".
           88 WS-USER-DUPLICATE  VALUE "22".
       01 WS-AUDIT-OUT-STATUS    PIC X(2).
           88 WS-AUDIT-OUT-OK    VALUE "00".
       01 WS-REJECT-STATUS       PIC X(2).
           88 WS-REJECT-OK       VALUE "00".

       01 WS-EOF-SWITCH          PIC X     VALUE "N".
           88 WS-EOF             VALUE "Y".

       01 WS-REJECT-REASON       PIC X(12) VALUE SPACES.
           88 WS-REASON-BADACTION   VALUE "BADACTION".
           88 WS-REASON-BLANKNAME   VALUE "BLANKNAME".
           88 WS-REASON-BADSTATUS   VALUE "BADSTATUS".
           88 WS-REASON-BADLANG     VALUE "BADLANG".
           88 WS-REASON-NOTFOUND    VALUE "NOTFOUND".
           88 WS-REASON-EXISTS      VALUE "ALREADYEXIST".

      * the registry record as it stood before the change - staged
      * here because the READ for a replace or delete overwrites the
      * FD record area the new image is built in
       01 WS-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
       01 WS-CHANGE-TIMESTAMP    PIC X(14).

       01 WS-COUNTERS.
           05 WS-READ-COUNT          PIC S9(8) COMP VALUE 0.
           05 WS-ADDED-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-REPLACED-COUNT      PIC S9(8) COMP VALUE 0.
           05 WS-DELETED-COUNT       PIC S9(8) COMP VALUE 0.
           05 WS-REJECTED-COUNT      PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-COUNTS.
           05 WS-READ-ED         PIC ZZZZZZZ9.
           05 WS-ADDED-ED        PIC ZZZZZZZ9.
           05 WS-REPLACED-ED     PIC ZZZZZZZ9.
           05 WS-DELETED-ED      PIC ZZZZZZZ9.
           05 WS-REJECTED-ED     PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           PERFORM OPEN-FILES
           PERFORM READ-MAINT-RECORD
           PERFORM APPLY-MAINT-RECORD UNTIL WS-EOF
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       OPEN-FILES.
           OPEN INPUT MAINT-IN-FILE
           IF NOT WS-MAINT-IN-OK
               DISPLAY "OGHWUSM: USRMAINT OPEN FAILED, FILE STATUS="
                       WS-MAINT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O USER-FILE
           IF NOT WS-USER-OK
               DISPLAY "OGHWUSM: HWUSER OPEN FAILED, FILE STATUS="
                       WS-USER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-OUT-FILE
           IF NOT WS-AUDIT-OUT-OK
               DISPLAY "OGHWUSM: USRAUDIT OPEN FAILED, FILE STATUS="
                       WS-AUDIT-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJECT-OK
               DISPLAY "OGHWUSM: USRREJ OPEN FAILED, FILE STATUS="
                       WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       READ-MAINT-RECORD.
           READ MAINT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ
           .

      * The edits first, cheapest first, then the file work - a
      * transaction that fails an edit never touches the registry.
      * The language rule is OGHWEDT's: blank (no preference) or two
      * letters OGCOBHW2 can hand to the HWGREET lookup.
       APPLY-MAINT-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT UMT-ACTION-ADD
                AND NOT UMT-ACTION-REPLACE
                AND NOT UMT-ACTION-DELETE
                   SET WS-REASON-BADACTION TO TRUE
               WHEN UMT-USER-NAME = SPACES
                 OR UMT-USER-NAME = LOW-VALUES
                   SET WS-REASON-BLANKNAME TO TRUE
               WHEN (UMT-ACTION-ADD OR UMT-ACTION-REPLACE)
                AND UMT-STATUS NOT = "A"
                AND UMT-STATUS NOT = "I"
                AND UMT-STATUS NOT = "C"
                   SET WS-REASON-BADSTATUS TO TRUE
               WHEN (UMT-ACTION-ADD OR UMT-ACTION-REPLACE)
                AND UMT-PREF-LANG NOT = SPACES
                AND UMT-PREF-LANG NOT ALPHABETIC
                   SET WS-REASON-BADLANG TO TRUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CHANGE-TIMESTAMP
               EVALUATE TRUE
                   WHEN UMT-ACTION-ADD
                       PERFORM APPLY-ADD
                   WHEN UMT-ACTION-REPLACE
                       PERFORM APPLY-REPLACE
                   WHEN UMT-ACTION-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF
           PERFORM READ-MAINT-RECORD
           .

      * Add: WRITE the new record; a duplicate key is a reject, not
      * an overwrite of the customer already on file.
       APPLY-ADD.
           PERFORM BUILD-NEW-IMAGE
           WRITE HWUSER-RECORD
           EVALUATE TRUE
               WHEN WS-USER-OK
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES        TO USA-BEFORE-IMAGE
                   MOVE HWUSER-RECORD TO USA-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
               WHEN WS-USER-DUPLICATE
                   SET WS-REASON-EXISTS TO TRUE
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      * Replace: READ captures the before image, REWRITE overlays it
      * with the transaction's values.
       APPLY-REPLACE.
           MOVE UMT-USER-NAME TO USR-USER-NAME
           READ USER-FILE
           EVALUATE TRUE
               WHEN WS-USER-OK
                   MOVE HWUSER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM BUILD-NEW-IMAGE
                   REWRITE HWUSER-RECORD
                   IF WS-USER-OK
                       ADD 1 TO WS-REPLACED-COUNT
                       MOVE WS-BEFORE-IMAGE TO USA-BEFORE-IMAGE
                       MOVE HWUSER-RECORD   TO USA-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM ABORT-ON-FILE-ERROR
                   END-IF
               WHEN WS-USER-NOTFOUND
                   SET WS-REASON-NOTFOUND TO TRUE
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

      * Delete: READ captures what is about to go, DELETE removes it.
       APPLY-DELETE.
           MOVE UMT-USER-NAME TO USR-USER-NAME
           READ USER-FILE
           EVALUATE TRUE
               WHEN WS-USER-OK
                   MOVE HWUSER-RECORD TO WS-BEFORE-IMAGE
                   DELETE USER-FILE
                   IF WS-USER-OK
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE WS-BEFORE-IMAGE TO USA-BEFORE-IMAGE
                       MOVE SPACES          TO USA-AFTER-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM ABORT-ON-FILE-ERROR
                   END-IF
               WHEN WS-USER-NOTFOUND
                   SET WS-REASON-NOTFOUND TO TRUE
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM ABORT-ON-FILE-ERROR
           END-EVALUATE
           .

       BUILD-NEW-IMAGE.
           MOVE SPACES              TO HWUSER-RECORD
           MOVE UMT-USER-NAME       TO USR-USER-NAME
           MOVE UMT-STATUS          TO USR-STATUS
           MOVE UMT-PREF-LANG       TO USR-PREF-LANG
           MOVE UMT-DEPT-CODE       TO USR-DEPT-CODE
           MOVE WS-CHANGE-TIMESTAMP TO USR-LAST-CHANGED
           .

      * A status that is neither normal nor the expected not-found /
      * duplicate family is a real VSAM error - the run stops with
      * what it has applied so far, every change of it on USRAUDIT.
       ABORT-ON-FILE-ERROR.
           DISPLAY "OGHWUSM ABENDING - HWUSER FILE STATUS="
                   WS-USER-STATUS " ACTION=" UMT-ACTION
                   " USER=" UMT-USER-NAME
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       WRITE-AUDIT-RECORD.
           MOVE WS-CHANGE-TIMESTAMP TO USA-TIMESTAMP
           MOVE UMT-ACTION          TO USA-ACTION
           MOVE UMT-USER-NAME       TO USA-USER-NAME
           WRITE HWUSRAUD-RECORD
           IF NOT WS-AUDIT-OUT-OK
      *  an unrecorded registry change is exactly what the audit is
      *  there to prevent - stop before applying another one
               DISPLAY "OGHWUSM: USRAUDIT WRITE FAILED, FILE STATUS="
                       WS-AUDIT-OUT-STATUS " USER=" UMT-USER-NAME
               PERFORM WRITE-RUN-SUMMARY
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           MOVE MAINT-RECORD     TO REJ-RECORD-IMAGE
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-OK
               DISPLAY "OGHWUSM: USRREJ WRITE FAILED, FILE STATUS="
                       WS-REJECT-STATUS
               PERFORM CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-RUN-SUMMARY.
           MOVE WS-READ-COUNT     TO WS-READ-ED
           MOVE WS-ADDED-COUNT    TO WS-ADDED-ED
           MOVE WS-REPLACED-COUNT TO WS-REPLACED-ED
           MOVE WS-DELETED-COUNT  TO WS-DELETED-ED
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-ED
           DISPLAY "OGHWUSM SUMMARY: READ=" WS-READ-ED
                   " ADDED=" WS-ADDED-ED
                   " REPLACED=" WS-REPLACED-ED
                   " DELETED=" WS-DELETED-ED
                   " REJECTED=" WS-REJECTED-ED
           .

       CLOSE-FILES.
           CLOSE MAINT-IN-FILE
           CLOSE USER-FILE
           CLOSE AUDIT-OUT-FILE
           CLOSE REJECT-FILE
           .
