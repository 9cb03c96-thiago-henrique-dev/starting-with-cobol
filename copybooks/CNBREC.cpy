      *  240 bytes).  RETVAR uses it to match the bank's return
      *  records back against the credits that were remitted.  Any
      *  change to the remessa detail in BNKVAR must be mirrored
      *  here, field for field.  CD-TIPO-CREDITO is S for the
      *  employee's pay and P for the alimony credited to the
      *  beneficiary under the same EMP-ID (blank on a remessa
      *  written before the field existed: pay).
      *****************************************************************
       01  CNAB-DETAIL-RECORD.
           05  CD-TIPO-REG             PIC X(1).
           05  CD-EMP-ID               PIC 9(6).
           05  CD-NOME                 PIC X(50).
           05  CD-VALOR                PIC 9(11)V9(2).
           05  CD-TIPO-CREDITO         PIC X(1).
               88  CD-CREDITO-PENSAO   VALUE "P".
           05  FILLER                  PIC X(149).
