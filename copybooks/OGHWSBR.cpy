      ****************************************************************
      * OGHWSBR - one name of an ad-hoc greeting request (copybook   *
      * OGHWSBQ), on the indexed file HWSBRES (RIDFLD/RECORD KEY =   *
      * SBR-KEY: the request number, then the name's position in     *
      * the request from 0001).                                      *
      *                                                              *
      * OGHWSUB writes every name when the request is submitted,     *
      * with the name, language and department already in            *
      * SBR-DETAIL and DLV-STATUS still SPACE. OGHWSBP fills the     *
      * rest in as it runs each name through OGCOBHW2, so SBR-DETAIL *
      * is then exactly the HWDELIV detail record OGHWBAT would have *
      * written for the same name (copybook OGHWDLV) - move it into  *
      * HWDELIV-DETAIL-RECORD to read it. A name whose DLV-STATUS is *
      * still SPACE has not been run yet, which is also how a        *
      * resumed OGHWSBP knows where to carry on.                     *
      *                                                              *
      * SBR-DETAIL-FIELDS is the same 80 bytes broken out field for  *
      * field as OGHWDLV lays them out, for batch readers (OGHWCHG,  *
      * OGHWDSR) whose HWDELIV file already owns the DLV- names.     *
      ****************************************************************
       01 HWSBRES-RECORD.
           05 SBR-KEY.
               10 SBR-REQUEST-NO   PIC 9(08).
               10 SBR-NAME-SEQ     PIC 9(04).
           05 SBR-DETAIL           PIC X(80).
           05 SBR-DETAIL-FIELDS REDEFINES SBR-DETAIL.
               10 SBR-USER-NAME      PIC X(10).
               10 SBR-GREETING       PIC X(30).
               10 SBR-LANG-SERVED    PIC X(02).
               10 SBR-STATUS         PIC X(01).
                   88 SBR-STATUS-PENDING     VALUE SPACE.
                   88 SBR-STATUS-SERVED      VALUE "S".
                   88 SBR-STATUS-FAILED      VALUE "F".
               10 SBR-LANG-REQUESTED PIC X(02).
               10 SBR-DEPT-CODE      PIC X(04).
               10 FILLER             PIC X(31).
      *  YYYYMMDDHHMMSS the name was served or failed; SPACES while
      *  it is pending
           05 SBR-DONE-TS          PIC X(14).
      *  why a failed name failed, for the status view - SPACES on a
      *  served or pending name
           05 SBR-ERROR-TEXT       PIC X(30).
