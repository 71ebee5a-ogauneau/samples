      * on it while the window can still be repaired, instead of     *
      * the gap surfacing days later as a double-counted OGHWRPT.    *
      * Steps in the ledger beyond the required five (OGHWLAT,       *
      * OGDB5DLT, OGHWRTY, OGDB5REC, OGDB5PRF) are listed as ALSO    *
      * RAN for the record.                                          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
