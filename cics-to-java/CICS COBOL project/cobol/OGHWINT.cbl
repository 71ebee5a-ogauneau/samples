      * Everything past WS-WORK-LANG in the incoming records is      *
      * overwritten by the stamp - the departments own the name and  *
      * language columns, the intake owns the attribution.           *
      *                                                              *
      * Last of all it merges the HWRETRY retry file OGHWRTY wrote   *
      * after the previous run (RETRYIN - see copybook OGHWRTR):     *
      * the names that failed and are still owed a greeting. These   *
      * keep the department and language they originally came in     *
      * with rather than taking a DD's code. They go in after the    *
      * departments so that, when a department has re-sent a name    *
      * by hand, OGHWEDT's first-occurrence-wins dedupe keeps the    *
      * department's copy. An absent or empty RETRYIN is a quiet     *
      * night, not an error.                                         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT3-STATUS.

      *  the retry generation OGHWRTY wrote after the previous run
           SELECT RETRY-FILE ASSIGN TO RETRYIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-STATUS.

      *  the merged raw ESDS OGHWEDT reads as AS-HWWORKIN - the AS-
      *  prefix gives QSAM-interface access to the VSAM cluster,
      *  exactly the way OGHWEDT writes its own cleaned output
           RECORD CONTAINS 80 CHARACTERS.
       01 DEPT3-RECORD           PIC X(80).

       FD  RETRY-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *  one failed name still owed a greeting - see copybook OGHWRTR
           COPY OGHWRTR.

       FD  RAW-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *  one raw HWWORK record, department stamped - see copybook
           88 WS-DEPT2-OK        VALUE "00".
       01 WS-DEPT3-STATUS        PIC X(2).
           88 WS-DEPT3-OK        VALUE "00".
       01 WS-RETRY-STATUS        PIC X(2).
           88 WS-RETRY-OK        VALUE "00".
       01 WS-RAW-OUT-STATUS      PIC X(2).
           88 WS-RAW-OUT-OK      VALUE "00".
       01 WS-CTL-CARD-STATUS     PIC X(2).
           05 WS-DEPT1-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-DEPT2-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-DEPT3-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-RETRY-COUNT         PIC S9(8) COMP VALUE 0.
           05 WS-MERGED-COUNT        PIC S9(8) COMP VALUE 0.

       01 WS-EDITED-COUNTS.
           05 WS-DEPT1-ED        PIC ZZZZZZZ9.
           05 WS-DEPT2-ED        PIC ZZZZZZZ9.
           05 WS-DEPT3-ED        PIC ZZZZZZZ9.
           05 WS-RETRY-ED        PIC ZZZZZZZ9.
           05 WS-MERGED-ED       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM MERGE-DEPT1-FILE THRU MERGE-DEPT1-FILE-EXIT
           PERFORM MERGE-DEPT2-FILE THRU MERGE-DEPT2-FILE-EXIT
           PERFORM MERGE-DEPT3-FILE THRU MERGE-DEPT3-FILE-EXIT
           PERFORM MERGE-RETRY-FILE THRU MERGE-RETRY-FILE-EXIT
           CLOSE RAW-OUT-FILE
           PERFORM WRITE-INTAKE-SUMMARY
           STOP RUN
           PERFORM READ-DEPT3-RECORD
           .

      * The retry file carries its own department per record - the
      * name's original one, "NONE" included - so the code is staged
      * record by record rather than once per file.
       MERGE-RETRY-FILE.
           OPEN INPUT RETRY-FILE
           IF NOT WS-RETRY-OK
               DISPLAY "OGHWINT: RETRYIN NOT AVAILABLE, FILE STATUS="
                       WS-RETRY-STATUS " - NO RETRIES MERGED"
               GO TO MERGE-RETRY-FILE-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM READ-RETRY-RECORD
           PERFORM COPY-RETRY-RECORD UNTIL WS-EOF
           CLOSE RETRY-FILE
           .
       MERGE-RETRY-FILE-EXIT.
           EXIT.

       READ-RETRY-RECORD.
           READ RETRY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           .

       COPY-RETRY-RECORD.
           ADD 1 TO WS-RETRY-COUNT
           MOVE HWRETRY-RECORD TO WS-INPUT-IMAGE
           MOVE RTR-DEPT-CODE  TO WS-CURRENT-DEPT
           PERFORM STAMP-AND-WRITE-RECORD
           PERFORM READ-RETRY-RECORD
           .

      * The stamp overlays WS-WORK-DEPT and clears the trailing
      * filler - the name and language columns travel through
      * untouched for OGHWEDT to judge.
           MOVE WS-DEPT1-COUNT  TO WS-DEPT1-ED
           MOVE WS-DEPT2-COUNT  TO WS-DEPT2-ED
           MOVE WS-DEPT3-COUNT  TO WS-DEPT3-ED
           MOVE WS-RETRY-COUNT  TO WS-RETRY-ED
           MOVE WS-MERGED-COUNT TO WS-MERGED-ED
           DISPLAY "OGHWINT SUMMARY: " WS-DEPT-CODE-1 "="
                   WS-DEPT1-ED
                   " " WS-DEPT-CODE-2 "=" WS-DEPT2-ED
                   " " WS-DEPT-CODE-3 "=" WS-DEPT3-ED
                   " RETRY=" WS-RETRY-ED
                   " MERGED=" WS-MERGED-ED
           .
