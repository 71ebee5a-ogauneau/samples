      ****************************************************************
      * OGDB1SG - the 200-byte IVPDB1 segment broken into its fields *
      * as the phone-book layout the database was built on: the      *
      * 17-byte IVPDBKY root key, then last name, first name,        *
      * extension and zip. Everything past the zip is unused and     *
      * should be spaces. Same 200 bytes as an OGDB5 export record,  *
      * an AUDITOUT image or MNT-SEGMENT-IMAGE, so any of them can   *
      * be moved straight in.                                        *
      ****************************************************************
       01 IVPDB1-SEGMENT.
           05 SEG-IVPDBKY        PIC X(17).
           05 SEG-LAST-NAME      PIC X(10).
           05 SEG-FIRST-NAME     PIC X(10).
           05 SEG-EXTENSION      PIC X(10).
           05 SEG-ZIP            PIC X(7).
           05 SEG-UNUSED         PIC X(146).
