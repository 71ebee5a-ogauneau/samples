      ****************************************************************
      * OGHWMB - symbolic maps for mapset OGHWMB, the OGHWSUB        *
      * ad-hoc greeting request transaction (HWSB): map OGHWB1, the  *
      * request entry screen, and map OGHWB2, the request status     *
      * view.                                                        *
      *                                                              *
      * Hand-coded instead of checked in from the BMS generator so   *
      * the thirty B1Nnn/B1Lnn/B1Dnn entry field triples and the     *
      * fourteen B2Rnn status rows can be overlaid with an OCCURS -  *
      * the program walks the rows by subscript instead of thirty    *
      * copies of the same statements. Field offsets must stay in    *
      * step with the DFHMDF definitions in the mapset source        *
      * (bms/OGHWMB.bms): every field is the standard generated      *
      * shape, a halfword length, an attribute byte, then the data.  *
      ****************************************************************
       01 OGHWB1I.
           05 FILLER             PIC X(12).
           05 B1DEPTL            PIC S9(4) COMP.
           05 B1DEPTF            PIC X(01).
           05 B1DEPTI            PIC X(04).
           05 B1PAGEL            PIC S9(4) COMP.
           05 B1PAGEF            PIC X(01).
           05 B1PAGEI            PIC X(06).
           05 ENTROW OCCURS 30 TIMES.
               10 B1NAML         PIC S9(4) COMP.
               10 B1NAMF         PIC X(01).
               10 B1NAMI         PIC X(10).
               10 B1LNGL         PIC S9(4) COMP.
               10 B1LNGF         PIC X(01).
               10 B1LNGI         PIC X(02).
               10 B1DPTL         PIC S9(4) COMP.
               10 B1DPTF         PIC X(01).
               10 B1DPTI         PIC X(04).
           05 B1MSGL             PIC S9(4) COMP.
           05 B1MSGF             PIC X(01).
           05 B1MSGI             PIC X(75).

       01 OGHWB1O REDEFINES OGHWB1I.
           05 FILLER             PIC X(12).
           05 FILLER             PIC X(03).
           05 B1DEPTO            PIC X(04).
           05 FILLER             PIC X(03).
           05 B1PAGEO            PIC X(06).
           05 ENTROWO OCCURS 30 TIMES.
               10 FILLER         PIC X(03).
               10 B1NAMO         PIC X(10).
               10 FILLER         PIC X(03).
               10 B1LNGO         PIC X(02).
               10 FILLER         PIC X(03).
               10 B1DPTO         PIC X(04).
           05 FILLER             PIC X(03).
           05 B1MSGO             PIC X(75).

       01 OGHWB2I.
           05 FILLER             PIC X(12).
           05 B2REQNL            PIC S9(4) COMP.
           05 B2REQNF            PIC X(01).
           05 B2REQNI            PIC X(08).
           05 B2SUML             PIC S9(4) COMP.
           05 B2SUMF             PIC X(01).
           05 B2SUMI             PIC X(78).
           05 B2HDRL             PIC S9(4) COMP.
           05 B2HDRF             PIC X(01).
           05 B2HDRI             PIC X(78).
           05 STSROW OCCURS 14 TIMES.
               10 B2ROWL         PIC S9(4) COMP.
               10 B2ROWF         PIC X(01).
               10 B2ROWI         PIC X(78).
           05 B2MSGL             PIC S9(4) COMP.
           05 B2MSGF             PIC X(01).
           05 B2MSGI             PIC X(75).

       01 OGHWB2O REDEFINES OGHWB2I.
           05 FILLER             PIC X(12).
           05 FILLER             PIC X(03).
           05 B2REQNO            PIC X(08).
           05 FILLER             PIC X(03).
           05 B2SUMO             PIC X(78).
           05 FILLER             PIC X(03).
           05 B2HDRO             PIC X(78).
           05 STSROWO OCCURS 14 TIMES.
               10 FILLER         PIC X(03).
               10 B2ROWO         PIC X(78).
           05 FILLER             PIC X(03).
           05 B2MSGO             PIC X(75).
