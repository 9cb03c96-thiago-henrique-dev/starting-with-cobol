      *  record per employee: gross, deductions itemized (INSS,
      *  IRRF, other movement deductions), net, and
      *  the run type that produced the line (MENSAL, DECIMO1,
      *  DECIMO2, FERIAS, SUPL, RESCISAO for the termination
      *  settlement HRVAR writes, or DISSIDIO for the retroactive
      *  collective-agreement differences DISVAR pays) so a
      *  13th-salary, vacation, settlement or differences payslip
      *  can never be mistaken for a monthly one.
      *  PS-INSS-BASE is the base the INSS was taken over -- the
      *  gross less the codes outside it, the whole 13th on the
      *  second installment, zero on the first -- the same figure
      *  PAYHIST keeps as PH-INSS-BASE, so GLVAR prices the
      *  patronal INSS over exactly what TRBVAR reconciles.
      *****************************************************************
       01  PAYSLIP-LINE.
           05  PS-EMP-ID               PIC 9(6).
           05  PS-NET                  PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PS-RUN-TYPE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PS-INSS-BASE            PIC ZZZ,ZZ9.99.
