       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OGHWSBP.
      ****************************************************************
      *  Program CICS                                                *
      *                                                              *
      * Background processor for the ad-hoc greeting requests taken  *
      * on the OGHWSUB screen - transaction HWSP, STARTed by HWSB    *
      * with the request number as its only START data, never keyed  *
      * at a terminal.                                               *
      *                                                              *
      * The request header is on HWSBREQ (copybook OGHWSBQ) and its  *
      * names on HWSBRES (copybook OGHWSBR). The header goes to      *
      * RUNNING, then every name still pending is run through        *
      * OGCOBHW2 exactly as OGHWBAT's CALL-OGCOBHW2 does - INHWCOB   *
      * and LNGHWCOB PUT on HWCHANNEL, LINK, OUTHWCOB and LSVHWCOB   *
      * read back - and its HWSBRES record rewritten with the        *
      * HWDELIV detail fields OGHWBAT would have written for it      *
      * (copybook OGHWDLV), plus the reason when it failed. When the *
      * last name is done the header goes to COMPLETE - unless a     *
      * name's HWSBRES record could not be read or rewritten, which  *
      * leaves that name pending and the request RUNNING for PF6.    *
      *                                                              *
      * Each name is its own unit of work: the HWSBRES rewrite and   *
      * the header's served/failed counts are committed together     *
      * before the next name starts, so the HWSB status view shows   *
      * progress as it happens, and a task lost with the region      *
      * leaves every finished name finished. PF6 on the status view  *
      * starts HWSP again; it skips the names already done and       *
      * carries on. The task holds an ENQ on its request number for  *
      * its whole life, so a second HWSP for a request still being   *
      * worked ends at once instead of greeting names twice.         *
      *                                                              *
      * An abend inside OGCOBHW2 (its ABORT-REQUEST) is caught by    *
      * LINK-ABEND-HANDLER and fails that one name with the abend    *
      * code, the same judgement OGHWBAT makes; an abend anywhere    *
      * else is let through, leaving the request RUNNING for PF6.    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 TMP                    PIC X(78).

       01 WS-CHANNEL-NAME        PIC X(16) VALUE "HWCHANNEL".
       01 WS-VALUE-LENGTH        PIC S9(8) COMP-4.
       01 RESPCODE               PIC S9(8) COMP-4 VALUE 0.
       01 RESPCODE2              PIC S9(8) COMP-4 VALUE 0.
       01 WS-RESPCODE-ED         PIC 9(04).

       01 ARG1.
          05 CONTAINER-NAME.
                10 FILLER PIC X(7) VALUE "INHWCOB".
                10 FILLER PIC X(9) VALUE SPACES.
          05 USER-NAME       PIC X(10) VALUE SPACES.

      * per-name greeting language for OGCOBHW2 - deleted and re-PUT
      * around every LINK so a name with no language never inherits
      * the previous name's, exactly as OGHWBAT does
       01 LANG-ARG.
          05 CONTAINER-NAME.
                10 FILLER PIC X(8) VALUE "LNGHWCOB".
                10 FILLER PIC X(8) VALUE SPACES.
          05 LANG-CODE       PIC X(2)  VALUE SPACES.

       01 RESPONSE.
          05 CONTAINER-NAME.
                10 FILLER PIC X(8) VALUE "OUTHWCOB".
                10 FILLER PIC X(8) VALUE SPACES.
          05 GREETINGS.
             10 FILLER       PIC X(20) VALUE "COBOL says Hello to ".
             10 USER-NAME    PIC X(10) VALUE SPACES.

      * language actually served for the name just greeted - folded
      * to "EN" when the LSVHWCOB container is missing, as OGHWBAT
      * folds it
       01 LANG-SERVED-ARG.
          05 CONTAINER-NAME.
                10 FILLER PIC X(8) VALUE "LSVHWCOB".
                10 FILLER PIC X(8) VALUE SPACES.
          05 LANG-SERVED     PIC X(2)  VALUE "EN".

      * the request number HWSB passes as START data
       01 WS-START-DATA.
           05 STD-REQUEST-NO     PIC 9(08).
       01 WS-START-LENGTH        PIC S9(4) COMP.

       01 WS-REQUEST-NO          PIC 9(08) VALUE 0.
       01 WS-NAME-COUNT          PIC 9(04) VALUE 0.
       01 WS-NAME-SEQ            PIC 9(04) VALUE 0.

      * the ENQ that keeps a second HWSP off a request already being
      * worked - held for the life of the task, not just the unit of
      * work, because every name takes a syncpoint
       01 WS-ENQ-RESOURCE.
           05 FILLER             PIC X(08) VALUE "OGHWSBP ".
           05 ENQ-REQUEST-NO     PIC 9(08).
       01 WS-ENQ-LENGTH          PIC S9(4) COMP.

      * outcome of the name being worked on - set on the way through
      * CALL-OGCOBHW2, written by RECORD-NAME-RESULT
       01 WS-NAME-SERVED-SW      PIC X     VALUE "N".
           88 WS-NAME-SERVED     VALUE "Y".
       01 WS-ERROR-TEXT          PIC X(30).

      * set only around the LINK - an abend with it off did not
      * happen in OGCOBHW2 and is not this program's to absorb
       01 WS-IN-LINK-SW          PIC X     VALUE "N".
           88 WS-IN-LINK         VALUE "Y".
       01 WS-ABEND-CODE          PIC X(4)  VALUE SPACES.

      * the HWSBRES record of the name being worked on, as read -
      * the language and department it was submitted with
       01 WS-NAME-LANG           PIC X(02).
       01 WS-NAME-DEPT           PIC X(04).
       01 WS-NAME-PENDING-SW     PIC X     VALUE "N".
           88 WS-NAME-PENDING    VALUE "Y".

      * names this task had to leave pending because their HWSBRES
      * record could not be read or rewritten - any at all and the
      * request is not COMPLETE
       01 WS-NAMES-SKIPPED       PIC 9(04) VALUE 0.

       01 TIME-FIELDS.
           05 WS-ABSTIME         PIC S9(15) COMP-3.
           05 WS-DATE-YMD        PIC X(8).
           05 WS-TIME-HMS        PIC X(6).
       01 WS-TIMESTAMP           PIC X(14).

       01 WS-REQUEST-NO-ED       PIC 9(08).

      * one request header - see copybook OGHWSBQ
           COPY OGHWSBQ.

      * one name of a request - see copybook OGHWSBR
           COPY OGHWSBR.

      * the HWDELIV detail layout each HWSBRES record carries - see
      * copybook OGHWDLV
           COPY OGHWDLV.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           EXEC CICS HANDLE ABEND LABEL(LINK-ABEND-HANDLER)
                END-EXEC
           PERFORM RETRIEVE-REQUEST-NUMBER
           PERFORM ENQ-REQUEST
           PERFORM MARK-REQUEST-RUNNING
           MOVE 0 TO WS-NAME-SEQ
           GO TO NAME-LOOP-NEXT
           .

      * The request number is the START data. Nothing to retrieve
      * means HWSP was keyed at a terminal or started by hand
      * without one - there is no request to work on.
       RETRIEVE-REQUEST-NUMBER.
           MOVE LENGTH OF WS-START-DATA TO WS-START-LENGTH
           EXEC CICS RETRIEVE INTO(WS-START-DATA)
                LENGTH(WS-START-LENGTH)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
              OR STD-REQUEST-NO NOT NUMERIC
              OR STD-REQUEST-NO = 0
               MOVE "OGHWSBP: NO REQUEST NUMBER IN START DATA - ENDED"
                 TO TMP
               PERFORM WRITE-CONSOLE-NOTE
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           MOVE STD-REQUEST-NO TO WS-REQUEST-NO
           MOVE WS-REQUEST-NO  TO WS-REQUEST-NO-ED
           .

      * One task per request at a time. ENQBUSY means another HWSP
      * is already working it (a PF6 pressed on a request that was
      * only slow) - that one will finish it; this one just ends.
       ENQ-REQUEST.
           MOVE WS-REQUEST-NO TO ENQ-REQUEST-NO
           MOVE LENGTH OF WS-ENQ-RESOURCE TO WS-ENQ-LENGTH
           EXEC CICS ENQ RESOURCE(WS-ENQ-RESOURCE)
                LENGTH(WS-ENQ-LENGTH)
                NOSUSPEND
                MAXLIFETIME(DFHVALUE(TASK))
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           .

      * PENDING (or RUNNING, on a resume) to RUNNING, stamping when
      * processing first began. A request already COMPLETE or not
      * on file has nothing left to do.
       MARK-REQUEST-RUNNING.
           PERFORM READ-HEADER-FOR-UPDATE
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: REQUEST "  DELIMITED BY SIZE
                      WS-REQUEST-NO-ED     DELIMITED BY SIZE
                      " NOT READABLE ON HWSBREQ - ENDED"
                                           DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           IF SBQ-STATUS-COMPLETE
               EXEC CICS RETURN
                    END-EXEC
           END-IF
           SET SBQ-STATUS-RUNNING TO TRUE
           IF SBQ-START-TS = SPACES
               PERFORM BUILD-TIMESTAMP
               MOVE WS-TIMESTAMP TO SBQ-START-TS
           END-IF
           MOVE SBQ-NAME-COUNT TO WS-NAME-COUNT
           PERFORM REWRITE-HEADER
           EXEC CICS SYNCPOINT
                NOHANDLE
                END-EXEC
           .

      * Name loop, written with GO TO rather than PERFORM UNTIL for
      * the same reason as OGHWBAT's: LINK-ABEND-HANDLER has to be
      * able to resume it mid-request when OGCOBHW2 abends on a
      * name. A name whose record says it is already done was
      * finished by an earlier task on this request and is skipped.
       NAME-LOOP-NEXT.
           ADD 1 TO WS-NAME-SEQ
           IF WS-NAME-SEQ > WS-NAME-COUNT
               GO TO NAME-LOOP-EXIT
           END-IF
           PERFORM READ-NAME-RECORD
           IF WS-NAME-PENDING
               PERFORM CALL-OGCOBHW2
               PERFORM RECORD-NAME-RESULT THRU RECORD-NAME-RESULT-EXIT
               PERFORM COMMIT-NAME-RESULT
           END-IF
           GO TO NAME-LOOP-NEXT
           .

       NAME-LOOP-EXIT.
           PERFORM MARK-REQUEST-COMPLETE THRU MARK-REQUEST-COMPLETE-EXIT
           EXEC CICS RETURN
                END-EXEC.

      * OGCOBHW2 abended on this name - fail it with the abend code
      * and move on to the next. An abend outside the LINK is a
      * fault in this task, not a bad name: cancel the handler and
      * let it through, so the request stays RUNNING for PF6 rather
      * than have the loop fail every remaining name the same way.
       LINK-ABEND-HANDLER.
           EXEC CICS ASSIGN ABCODE(WS-ABEND-CODE)
                NOHANDLE
                END-EXEC
           IF NOT WS-IN-LINK
               MOVE SPACES TO TMP
               STRING "OGHWSBP: ABEND "   DELIMITED BY SIZE
                      WS-ABEND-CODE       DELIMITED BY SIZE
                      " ON REQUEST "      DELIMITED BY SIZE
                      WS-REQUEST-NO-ED    DELIMITED BY SIZE
                      " - PF6 ON HWSB RESUMES IT" DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               EXEC CICS HANDLE ABEND CANCEL
                    END-EXEC
               EXEC CICS ABEND ABCODE(WS-ABEND-CODE)
                    NODUMP
                    END-EXEC
           END-IF
           MOVE "N" TO WS-IN-LINK-SW
           MOVE "N" TO WS-NAME-SERVED-SW
           MOVE SPACES TO WS-ERROR-TEXT
           STRING "OGCOBHW2 ABEND " DELIMITED BY SIZE
                  WS-ABEND-CODE     DELIMITED BY SIZE
                  INTO WS-ERROR-TEXT
           END-STRING
           PERFORM RECORD-NAME-RESULT THRU RECORD-NAME-RESULT-EXIT
           PERFORM COMMIT-NAME-RESULT
      *  the exit is spent once taken - set it again for the names
      *  still to come
           EXEC CICS HANDLE ABEND LABEL(LINK-ABEND-HANDLER)
                END-EXEC
           GO TO NAME-LOOP-NEXT
           .

      * The name's HWSBRES record, to learn whether it still needs
      * running and with what language and department. A record
      * that cannot be read is left pending and counted as skipped,
      * so the request stays RUNNING and PF6 can try it again.
       READ-NAME-RECORD.
           MOVE "N" TO WS-NAME-PENDING-SW
           MOVE WS-REQUEST-NO TO SBR-REQUEST-NO
           MOVE WS-NAME-SEQ   TO SBR-NAME-SEQ
           EXEC CICS READ FILE('HWSBRES')
                INTO(HWSBRES-RECORD)
                RIDFLD(SBR-KEY)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: HWSBRES READ FAILED, REQUEST "
                                         DELIMITED BY SIZE
                      WS-REQUEST-NO-ED   DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               ADD 1 TO WS-NAMES-SKIPPED
           ELSE
               MOVE SBR-DETAIL TO HWDELIV-DETAIL-RECORD
               IF DLV-STATUS = SPACE
                   SET WS-NAME-PENDING TO TRUE
                   MOVE DLV-LANG-REQUESTED TO WS-NAME-LANG
                   MOVE DLV-DEPT-CODE      TO WS-NAME-DEPT
               END-IF
           END-IF
           .

      * Build the containers, LINK to OGCOBHW2 and check the result
      * exactly the way OGHWBAT's CALL-OGCOBHW2 does - only the
      * outcome is left for RECORD-NAME-RESULT instead of written to
      * HWDELIV on the spot.
       CALL-OGCOBHW2.
           MOVE "N" TO WS-NAME-SERVED-SW
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE DLV-USER-NAME TO USER-NAME IN ARG1
           PERFORM SET-LANGUAGE-CONTAINER
           MOVE LENGTH OF USER-NAME IN ARG1 TO WS-VALUE-LENGTH
           EXEC CICS PUT CONTAINER(CONTAINER-NAME IN ARG1)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                FROM (USER-NAME IN ARG1)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE RESPCODE TO WS-RESPCODE-ED
               STRING "PUT INHWCOB FAILED RESP "  DELIMITED BY SIZE
                      WS-RESPCODE-ED              DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
           ELSE
               SET WS-IN-LINK TO TRUE
               EXEC CICS LINK PROGRAM('OGCOBHW2')
                    CHANNEL(WS-CHANNEL-NAME)
                    RESP(RESPCODE)
                    RESP2(RESPCODE2)
                    END-EXEC
               MOVE "N" TO WS-IN-LINK-SW
               IF RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE RESPCODE TO WS-RESPCODE-ED
                   STRING "LINK OGCOBHW2 FAILED RESP "
                                               DELIMITED BY SIZE
                          WS-RESPCODE-ED       DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   END-STRING
               ELSE
                   PERFORM GET-GREETING-RESULT
               END-IF
           END-IF
           .

      * The channel is reused for every name, so the language
      * containers from the previous name must not linger: always
      * delete them, then PUT LNGHWCOB only when this name carries a
      * language. No container = OGCOBHW2's usual default.
       SET-LANGUAGE-CONTAINER.
           EXEC CICS DELETE CONTAINER(CONTAINER-NAME IN LANG-ARG)
                CHANNEL(WS-CHANNEL-NAME)
                NOHANDLE
                END-EXEC
           EXEC CICS DELETE
                CONTAINER(CONTAINER-NAME IN LANG-SERVED-ARG)
                CHANNEL(WS-CHANNEL-NAME)
                NOHANDLE
                END-EXEC
           IF WS-NAME-LANG NOT = SPACES
              AND WS-NAME-LANG NOT = LOW-VALUES
               MOVE WS-NAME-LANG TO LANG-CODE
               MOVE LENGTH OF LANG-CODE TO WS-VALUE-LENGTH
               EXEC CICS PUT CONTAINER(CONTAINER-NAME IN LANG-ARG)
                    CHANNEL(WS-CHANNEL-NAME)
                    FLENGTH(WS-VALUE-LENGTH)
                    FROM (LANG-CODE)
                    RESP(RESPCODE)
                    RESP2(RESPCODE2)
                    END-EXEC
               IF RESPCODE NOT = DFHRESP(NORMAL)
      *  the greeting will still go out, just in English - worth a
      *  CSMT note, not a failure
                   MOVE "OGHWSBP: PUT LNGHWCOB FAILED" TO TMP
                   PERFORM WRITE-CONSOLE-NOTE
               END-IF
           END-IF
           .

       GET-GREETING-RESULT.
           MOVE LENGTH OF GREETINGS TO WS-VALUE-LENGTH
           EXEC CICS GET CONTAINER(CONTAINER-NAME IN RESPONSE)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                INTO (GREETINGS)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
              OR USER-NAME IN GREETINGS = SPACES
               MOVE "EMPTY GREETING RETURNED" TO WS-ERROR-TEXT
           ELSE
               PERFORM GET-LANG-SERVED
               SET WS-NAME-SERVED TO TRUE
           END-IF
           .

      * The language actually served, from the LSVHWCOB container
      * OGCOBHW2 PUTs next to OUTHWCOB. A missing container folds to
      * "EN", as in OGHWBAT.
       GET-LANG-SERVED.
           MOVE LENGTH OF LANG-SERVED TO WS-VALUE-LENGTH
           EXEC CICS GET CONTAINER(CONTAINER-NAME IN LANG-SERVED-ARG)
                CHANNEL(WS-CHANNEL-NAME)
                FLENGTH(WS-VALUE-LENGTH)
                INTO (LANG-SERVED)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE "EN" TO LANG-SERVED
           END-IF
           .

      * Write the name's outcome back to its HWSBRES record - the
      * HWDELIV detail fields exactly as OGHWBAT's
      * WRITE-DELIVERY-SERVED / WRITE-DELIVERY-FAILED build them -
      * and count it on the header. COMMIT-NAME-RESULT then commits
      * the two together. A record that cannot be read or rewritten
      * leaves the name pending and counted as skipped.
       RECORD-NAME-RESULT.
           PERFORM BUILD-TIMESTAMP
           MOVE WS-REQUEST-NO TO SBR-REQUEST-NO
           MOVE WS-NAME-SEQ   TO SBR-NAME-SEQ
           EXEC CICS READ FILE('HWSBRES')
                INTO(HWSBRES-RECORD)
                RIDFLD(SBR-KEY)
                UPDATE
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: HWSBRES READ UPDATE FAILED, REQUEST "
                                         DELIMITED BY SIZE
                      WS-REQUEST-NO-ED   DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               ADD 1 TO WS-NAMES-SKIPPED
               GO TO RECORD-NAME-RESULT-EXIT
           END-IF
           MOVE SBR-DETAIL TO HWDELIV-DETAIL-RECORD
           IF WS-NAME-SERVED
               MOVE GREETINGS         TO DLV-GREETING
               MOVE LANG-SERVED       TO DLV-LANG-SERVED
               SET DLV-STATUS-SERVED  TO TRUE
           ELSE
               MOVE SPACES            TO DLV-GREETING
               MOVE SPACES            TO DLV-LANG-SERVED
               SET DLV-STATUS-FAILED  TO TRUE
           END-IF
           MOVE WS-NAME-LANG      TO DLV-LANG-REQUESTED
           MOVE WS-NAME-DEPT      TO DLV-DEPT-CODE
           MOVE HWDELIV-DETAIL-RECORD TO SBR-DETAIL
           MOVE WS-TIMESTAMP      TO SBR-DONE-TS
           MOVE WS-ERROR-TEXT     TO SBR-ERROR-TEXT
           EXEC CICS REWRITE FILE('HWSBRES')
                FROM(HWSBRES-RECORD)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: HWSBRES REWRITE FAILED, REQUEST "
                                         DELIMITED BY SIZE
                      WS-REQUEST-NO-ED   DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               ADD 1 TO WS-NAMES-SKIPPED
               GO TO RECORD-NAME-RESULT-EXIT
           END-IF
           PERFORM READ-HEADER-FOR-UPDATE
           IF RESPCODE = DFHRESP(NORMAL)
               IF WS-NAME-SERVED
                   ADD 1 TO SBQ-SERVED-COUNT
               ELSE
                   ADD 1 TO SBQ-FAILED-COUNT
               END-IF
               PERFORM REWRITE-HEADER
           END-IF
           .
       RECORD-NAME-RESULT-EXIT.
           EXIT.

      * One name, one unit of work - its HWSBRES rewrite and the
      * header count go together, or neither does.
       COMMIT-NAME-RESULT.
           EXEC CICS SYNCPOINT
                NOHANDLE
                END-EXEC
           .

      * Every name has been run - the request is COMPLETE. If any
      * had to be left pending it stays RUNNING instead, so PF6 on
      * HWSB can start HWSP again for the names still to do.
       MARK-REQUEST-COMPLETE.
           IF WS-NAMES-SKIPPED > 0
               MOVE SPACES TO TMP
               STRING "OGHWSBP: REQUEST "  DELIMITED BY SIZE
                      WS-REQUEST-NO-ED     DELIMITED BY SIZE
                      " HAS NAMES PENDING - PF6 ON HWSB RESUMES IT"
                                           DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
               GO TO MARK-REQUEST-COMPLETE-EXIT
           END-IF
           PERFORM READ-HEADER-FOR-UPDATE
           IF RESPCODE = DFHRESP(NORMAL)
               SET SBQ-STATUS-COMPLETE TO TRUE
               PERFORM BUILD-TIMESTAMP
               MOVE WS-TIMESTAMP TO SBQ-END-TS
               PERFORM REWRITE-HEADER
           END-IF
           EXEC CICS SYNCPOINT
                NOHANDLE
                END-EXEC
           .
       MARK-REQUEST-COMPLETE-EXIT.
           EXIT.

       READ-HEADER-FOR-UPDATE.
           MOVE WS-REQUEST-NO TO SBQ-REQUEST-NO
           EXEC CICS READ FILE('HWSBREQ')
                INTO(HWSBREQ-RECORD)
                RIDFLD(SBQ-REQUEST-NO)
                UPDATE
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
              AND RESPCODE NOT = DFHRESP(NOTFND)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: HWSBREQ READ UPDATE FAILED, REQUEST "
                                         DELIMITED BY SIZE
                      WS-REQUEST-NO-ED   DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
           END-IF
           .

       REWRITE-HEADER.
           EXEC CICS REWRITE FILE('HWSBREQ')
                FROM(HWSBREQ-RECORD)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TMP
               STRING "OGHWSBP: HWSBREQ REWRITE FAILED, REQUEST "
                                         DELIMITED BY SIZE
                      WS-REQUEST-NO-ED   DELIMITED BY SIZE
                      INTO TMP
               END-STRING
               PERFORM WRITE-CONSOLE-NOTE
           END-IF
           .

       BUILD-TIMESTAMP.
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

       WRITE-CONSOLE-NOTE.
           EXEC CICS WRITEQ TD QUEUE('CSMT') FROM (TMP)
                NOHANDLE
                END-EXEC
           .
