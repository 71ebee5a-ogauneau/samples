      * read BELOW the detail records physically in the file - the   *
      * print shop's validation mismatch plus the RESTARTED line on  *
      * HWRP is the signal to de-duplicate by hand before printing.  *
      *                                                              *
      * Each detail also carries the language the name asked for     *
      * and the department that submitted it, so OGHWRTY can put a   *
      * failed name back on the retry file (copybook OGHWRTR)        *
      * exactly as it came in.                                       *
      ****************************************************************
       01 HWDELIV-HEADER-RECORD.
           05 DLH-RECORD-TYPE      PIC X(08).
           05 DLV-STATUS           PIC X(01).
               88 DLV-STATUS-SERVED       VALUE "S".
               88 DLV-STATUS-FAILED       VALUE "F".
      *  WS-WORK-LANG as the work record carried it - SPACES when the
      *  name asked for no language
           05 DLV-LANG-REQUESTED   PIC X(02).
      *  requesting-department code, blank folded to "NONE" the same
      *  way the HWRP department breakdown folds it
           05 DLV-DEPT-CODE        PIC X(04).
           05 FILLER               PIC X(31).

       01 HWDELIV-TRAILER-RECORD.
           05 DLT-RECORD-TYPE      PIC X(08).
