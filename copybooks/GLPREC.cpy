      *          file), and the monthly 1/12 provisions for 13th
      *          salary and vacation plus the one-third bonus
      *          (employee fields zero, headcount repeated).
      *          The patronal INSS is taken over the INSS base
      *          the payslip carries: the gross less the earnings
      *          with no INSS incidence and the deductions that
      *          reduce it, the whole 13th on the second
      *          installment and nothing on the first.
      *  After those two, one RUBR record per GL account and
      *  nature (P earning, D deduction) the center's movements
      *  were paid under, from VAR's RUBLANC postings: the amount
      *  in GL-VALOR, the number of movements in GL-COUNT, all
      *  other amount fields zero.  RUBR earnings are already part
      *  of the FOLH gross; they detail it by account.
      *  Payslips whose employee is no longer on the master are
      *  summarized under the INDF (indefinido) center.
      *  Every record ends with the run's period (year+month of
      *  the run date) and run type, so TRBVAR can reconcile the
      *  month's tax remittance run by run against the postings.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GL-TYPE                 PIC X(4).
               88  GL-TYPE-FOLHA       VALUE "FOLH".
               88  GL-TYPE-ENCARGOS    VALUE "ENCG".
               88  GL-TYPE-RUBRICA     VALUE "RUBR".
           05  GL-DEPTO                PIC X(4).
           05  GL-GROSS                PIC 9(9)V9(2).
           05  GL-INSS                 PIC 9(9)V9(2).
           05  GL-FGTS                 PIC 9(9)V9(2).
           05  GL-PROV-DECIMO          PIC 9(9)V9(2).
           05  GL-PROV-FERIAS          PIC 9(9)V9(2).
           05  GL-CONTA                PIC X(12).
           05  GL-NATUREZA             PIC X(1).
           05  GL-VALOR                PIC 9(9)V9(2).
           05  GL-PERIOD               PIC 9(6).
           05  GL-RUN-TYPE             PIC X(8).
