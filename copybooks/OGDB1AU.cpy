      ****************************************************************
      * OGDB1AU - before/after image record OGDB1MNT writes to       *
      * AUDITOUT for every change it applies to IVPDB1, one per      *
      * applied add, replace or delete, in order of application.     *
      *                                                              *
      * MNA-TIMESTAMP is the YYYYMMDDHHMMSS the change was applied.  *
      * MNA-ACTION is the MAINTIN action that was applied (A, R or   *
      * D). The two images are whole 200-byte IVPDB1 segments, key   *
      * in the first 17 bytes.                                       *
      ****************************************************************
       01 AUDIT-RECORD.
           05 MNA-TIMESTAMP      PIC X(14).
           05 MNA-ACTION         PIC X(1).
               88 MNA-ACTION-ADD        VALUE 'A'.
               88 MNA-ACTION-REPLACE    VALUE 'R'.
               88 MNA-ACTION-DELETE     VALUE 'D'.
           05 MNA-IVPDBKY        PIC X(17).
      *    SPACES before an add / after a delete - the pair reads as
      *    the before/after image of the segment
           05 MNA-BEFORE-IMAGE   PIC X(200).
           05 MNA-AFTER-IMAGE    PIC X(200).
