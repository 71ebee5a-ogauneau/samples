       FD  MAINT-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 220 CHARACTERS.
      *  shared with the programs that generate transactions for
      *  this one - see copybook OGDB1MT
           COPY OGDB1MT.

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 432 CHARACTERS.
      *  shared with the programs that read AUDITOUT back - see
      *  copybook OGDB1AU
           COPY OGDB1AU.

       FD  REJECT-FILE
           RECORDING MODE IS F
