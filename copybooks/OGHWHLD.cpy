      ****************************************************************
      * OGHWHLD - one legal hold on the HWHOLD file, maintained by   *
      * hand as legal raise and release holds. A hold names a user,  *
      * a date range, or both:                                       *
      *                                                              *
      *   user only   - every record of that user, whenever made;    *
      *   dates only  - every record made in the range, any user;    *
      *   both        - that user's records made in the range.       *
      *                                                              *
      * Blank or non-numeric dates leave that end of the range open. *
      * OGHWARC will not expire an archive generation holding a      *
      * record any hold covers, and says which hold kept it;         *
      * OGHWDSR shows the holds covering each user it reports on.    *
      * Remove the record to release the hold.                       *
      ****************************************************************
       01 HWHOLD-RECORD.
           05 HLD-HOLD-ID          PIC X(08).
           05 HLD-USER-NAME        PIC X(10).
      *  inclusive YYYYMMDD range
           05 HLD-FROM-DATE        PIC X(08).
           05 HLD-TO-DATE          PIC X(08).
      *  legal's matter or case reference, for the reports
           05 HLD-REFERENCE        PIC X(40).
           05 FILLER               PIC X(06).
