      ****************************************************************
      * OGHWBIL - records of the CHGBILL billing interface file      *
      * OGHWCHG writes for the general-ledger feed each month end:   *
      * one detail record per department and language, bracketed by  *
      * a header and a trailer carrying the control totals the GL    *
      * load balances against, the same marker convention as         *
      * copybook OGHWDLV.                                            *
      *                                                              *
      * Departments in suspense (blank, "NONE", or not on the rate   *
      * table) are written too, flagged, with a zero amount - the    *
      * feed sees the volume it is not being billed for. All amount  *
      * and count fields are unsigned zoned decimal.                 *
      ****************************************************************
       01 HWCHGBIL-HEADER-RECORD.
           05 BLH-RECORD-TYPE      PIC X(08).
               88 BLH-TYPE-MARKER         VALUE "HWCHGHDR".
      *  the billing month, YYYYMM
           05 BLH-BILL-MONTH       PIC X(06).
           05 BLH-RUN-DATE         PIC X(08).
           05 BLH-RUN-TIME         PIC X(06).
           05 FILLER               PIC X(52).

       01 HWCHGBIL-DETAIL-RECORD.
           05 BIL-DEPT-CODE        PIC X(04).
      *  DLV-LANG-SERVED; "--" on the line carrying the department's
      *  failed greetings, which were served in no language
           05 BIL-LANG-CODE        PIC X(02).
           05 BIL-BILL-MONTH       PIC X(06).
           05 BIL-SERVED-COUNT     PIC 9(08).
           05 BIL-FAILED-COUNT     PIC 9(08).
      *  served greetings no rate covered - included in
      *  BIL-SERVED-COUNT, excluded from BIL-AMOUNT
           05 BIL-UNPRICED-COUNT   PIC 9(08).
           05 BIL-AMOUNT           PIC 9(09)V99.
           05 BIL-SUSPENSE-FLAG    PIC X(01).
               88 BIL-IN-SUSPENSE         VALUE "Y".
               88 BIL-BILLABLE            VALUE "N".
           05 FILLER               PIC X(32).

       01 HWCHGBIL-TRAILER-RECORD.
           05 BLT-RECORD-TYPE      PIC X(08).
               88 BLT-TYPE-MARKER         VALUE "HWCHGTRL".
           05 BLT-DETAIL-COUNT     PIC 9(08).
      *  totals over every detail record, suspense included
           05 BLT-SERVED-TOTAL     PIC 9(08).
           05 BLT-FAILED-TOTAL     PIC 9(08).
           05 BLT-AMOUNT-TOTAL     PIC 9(11)V99.
      *  the suspense share of the two count totals above
           05 BLT-SUSPENSE-SERVED  PIC 9(08).
           05 BLT-SUSPENSE-FAILED  PIC 9(08).
           05 BLT-BILL-MONTH       PIC X(06).
           05 FILLER               PIC X(13).
