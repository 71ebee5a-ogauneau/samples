      ****************************************************************
      * OGHWRAT - one entry of the RATETBL chargeback rate table     *
      * OGHWCHG prices served greetings from: the charge per served  *
      * greeting for a department and language over a range of       *
      * dates. Finance maintains the file; one record per rate.      *
      *                                                              *
      * A served greeting is priced at the rate whose dates cover    *
      * the run date of the HWDELIV generation it was delivered in.  *
      * An exact language match wins; a record with "**" in          *
      * RAT-LANG-CODE is that department's rate for any language it  *
      * has no rate of its own for. A department with no record at   *
      * all is not a billable department - its greetings go to the   *
      * statement's suspense section.                                *
      ****************************************************************
       01 HWRATE-RECORD.
           05 RAT-DEPT-CODE        PIC X(04).
           05 RAT-LANG-CODE        PIC X(02).
               88 RAT-ANY-LANGUAGE        VALUE "**".
      *  effective dates, YYYYMMDD inclusive - SPACES in RAT-EFF-TO
      *  means open-ended
           05 RAT-EFF-FROM         PIC X(08).
           05 RAT-EFF-TO           PIC X(08).
      *  charge per served greeting, in the ledger currency
           05 RAT-UNIT-RATE        PIC 9(03)V9(04).
           05 FILLER               PIC X(51).
