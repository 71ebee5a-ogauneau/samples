      ****************************************************************
      * OGDB1MT - one IVPDB1 maintenance transaction in the 220-byte *
      * MAINTIN layout OGDB1MNT applies: an add, replace or delete   *
      * carrying the IVPDBKY and the new 200-byte segment image.     *
      * Programs that generate transactions for OGDB1MNT write this  *
      * same layout so their output goes straight through it.        *
      ****************************************************************
       01 MAINT-RECORD.
           05 MNT-ACTION         PIC X(1).
               88 MNT-ACTION-ADD        VALUE 'A'.
               88 MNT-ACTION-REPLACE    VALUE 'R'.
               88 MNT-ACTION-DELETE     VALUE 'D'.
           05 MNT-IVPDBKY        PIC X(17).
      *    the full 200-byte segment image to apply - its first 17
      *    bytes must equal MNT-IVPDBKY (checked, not assumed).
      *    Ignored on a delete.
           05 MNT-SEGMENT-IMAGE  PIC X(200).
           05 FILLER             PIC X(2).
