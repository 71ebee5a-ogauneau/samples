      * the language served and a served/failed status, bracketed    *
      * by header/trailer control records the print shop validates   *
      * (see copybook OGHWDLV) - instead of being discarded after    *
      * the counts were taken. Each record also carries the          *
      * requested language and department, which is what OGHWRTY     *
      * needs to put a failed name back through the next night.      *
      *                                                              *
      * Between names the run re-reads its HWCNTL operator control   *
      * record (copybook OGHWCTL): operations can pace it (so HWIQ   *
      * sessions stay usable when the schedule slips into the online *
      * day), pause and resume it, or stop it cleanly - a stop       *
           MOVE GREETINGS         TO DLV-GREETING
           MOVE LANG-SERVED       TO DLV-LANG-SERVED
           SET DLV-STATUS-SERVED  TO TRUE
           MOVE WS-WORK-LANG      TO DLV-LANG-REQUESTED
           MOVE WS-THIS-DEPT      TO DLV-DEPT-CODE
           MOVE HWDELIV-DETAIL-RECORD TO WS-DELIV-RECORD
           PERFORM WRITE-DELIVERY-RECORD
           IF WS-DELIV-WRITE-OK
           MOVE SPACES            TO DLV-GREETING
           MOVE SPACES            TO DLV-LANG-SERVED
           SET DLV-STATUS-FAILED  TO TRUE
           MOVE WS-WORK-LANG      TO DLV-LANG-REQUESTED
           MOVE WS-THIS-DEPT      TO DLV-DEPT-CODE
           MOVE HWDELIV-DETAIL-RECORD TO WS-DELIV-RECORD
           PERFORM WRITE-DELIVERY-RECORD
           IF WS-DELIV-WRITE-OK
