      ****************************************************************
      * OGHWREJ - one record of the HWREJECT file OGHWEDT writes: a  *
      * raw HWWORK record it refused, with the reason code (see      *
      * WS-REJECT-REASON in OGHWEDT) and the date and time of the    *
      * edit run that refused it, so the rejects can be placed in    *
      * time beside the other trails. 104 bytes since the run date   *
      * and time were added; generations written at the old 90 must  *
      * not be concatenated with new ones.                           *
      ****************************************************************
       01 REJECT-RECORD.
           05 REJ-REASON-CODE    PIC X(10).
      *  the WS-WORK-RECORD exactly as it arrived - copybook OGHWWRK
           05 REJ-RECORD-IMAGE   PIC X(80).
           05 REJ-RUN-DATE       PIC X(8).
           05 REJ-RUN-TIME       PIC X(6).
