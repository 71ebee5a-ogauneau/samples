      * abends with a matching ABCODE instead of returning a blank
      * greeting. Callers driving this through CECI should GET
      * CONTAINER(ERRHWCB) after an abend to see why.
      *
      * A caller that PUTs no LNGHWCOB container gets the customer's
      * preferred language from the HWUSER user registry (copybook
      * OGHWUSR) - English still when the name is not registered or
      * has no preference.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * OGCORAUD and CALL-JAVA below.
           COPY OGCORAUD.

      * The caller's registry record, read for its preferred language
      * when no LNGHWCOB came in - see copybook OGHWUSR and
      * RESOLVE-GREETING-LANGUAGE below.
           COPY OGHWUSR.

       PROCEDURE DIVISION.
      *
       000-MAINLINE.
           END-IF
           .

      * Pick the greeting language. An explicit LNGHWCOB wins; with no
      * container (or a blank one) the user's preferred language off
      * HWUSER stands in. No preference either way, or a language
      * HWGREET has no template for, keeps the English default - a
      * missing translation must never cost the caller a greeting.
      * AUD-LANG-CODE records the language actually served, not the
      * one asked for.
       RESOLVE-GREETING-LANGUAGE.
           MOVE SPACES TO LANG-CODE
           MOVE LENGTH OF LANG-CODE TO VALUE-LENGTH
                END-EXEC
           IF RESPCODE NOT = DFHRESP(NORMAL)
              OR LANG-CODE = SPACES
               PERFORM READ-USER-PREFERENCE
           END-IF
           IF LANG-CODE = SPACES
              OR LANG-CODE = "EN"
               GO TO RESOLVE-GREETING-LANGUAGE-EXIT
           END-IF
       RESOLVE-GREETING-LANGUAGE-EXIT.
           EXIT.

      * Registry fallback for RESOLVE-GREETING-LANGUAGE. An unregistered
      * name (NOTFND) is routine - CECI callers and names not yet loaded
      * - and just keeps English; any other RESP is worth a CSMT note.
       READ-USER-PREFERENCE.
           MOVE SPACES TO LANG-CODE
           MOVE USER-NAME IN ARG1 TO USR-USER-NAME
           EXEC CICS READ FILE('HWUSER')
                INTO (HWUSER-RECORD)
                RIDFLD(USR-USER-NAME)
                RESP(RESPCODE)
                RESP2(RESPCODE2)
                END-EXEC
           EVALUATE TRUE
               WHEN RESPCODE = DFHRESP(NORMAL)
                   MOVE USR-PREF-LANG TO LANG-CODE
               WHEN RESPCODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "READ HWUSER"     TO ERROR-STEP
                   PERFORM LOG-NONFATAL-RESP
           END-EVALUATE
           .

       CALL-JAVA.
      * write to CICS joblog DD MSGUSR
           MOVE "Calling Java program OGHWJ3" TO TMP
