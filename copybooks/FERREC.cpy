      *****************************************************************
      *  FERREC.cpy
      *  Vacation entitlement ledger (FERMAST), one record per
      *  employee and acquisition period (periodo aquisitivo),
      *  keyed EMP-ID + period start date.  FERVAR opens each
      *  period on the admission anniversary and accrues the days
      *  earned month by month (2.5 days per avo, 30 for a
      *  complete period).  AGFVAR records the start date and days
      *  of the next vacation fraction.  VAR's FERIAS run pays the
      *  fraction scheduled for the run month, adds its days to the
      *  days taken and stamps the period it paid, so a rerun never
      *  counts them twice; the MENSAL run pays the employee only
      *  for the days of the month outside a paid fraction.  The
      *  concessive deadline is the last day the balance can be
      *  taken before the double-pay penalty.  HRVAR pays whatever
      *  balance is left in the rescisao and marks the period
      *  settled (Q).
      *****************************************************************
       01  VACATION-RECORD.
           05  FV-KEY.
               10  FV-EMP-ID           PIC 9(6).
               10  FV-AQUIS-INICIO     PIC 9(8).
           05  FV-AQUIS-FIM            PIC 9(8).
           05  FV-CONCESSIVO-FIM       PIC 9(8).
           05  FV-AVOS                 PIC 9(2).
           05  FV-DIAS-DIREITO         PIC 9(2)V9.
           05  FV-DIAS-GOZADOS         PIC 9(2).
           05  FV-PROG-INICIO          PIC 9(8).
           05  FV-PROG-DIAS            PIC 9(2).
           05  FV-PROG-PAGO-PERIODO    PIC 9(6).
           05  FV-SITUACAO             PIC X(1).
               88  FV-ABERTO           VALUE "A".
               88  FV-QUITADO          VALUE "Q".
           05  FV-ULT-ATUALIZACAO      PIC 9(8).
