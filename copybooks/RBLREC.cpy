      *****************************************************************
      *  RBLREC.cpy
      *  Movement posting written by VAR to RUBLANC, one record per
      *  earning or deduction movement actually applied to a paid
      *  employee, in EMP-ID sequence alongside PAYSLIP-FILE.  It
      *  carries the incidence flags and GL account the rubrica
      *  master held at pay time, so GLVAR can post each code to
      *  its account and take the FGTS base net of the codes
      *  outside it.  Dependent counts (type N)
      *  are not money and are not written.  The consignado loan
      *  installments VAR deducts from CNSMAST are written here too,
      *  under code CNS, in the monthly and supplemental runs, and
      *  the PENMAST alimony withheld, under code PEN, in every run
      *  but the first 13th installment.
      *  DISVAR writes its own RUBLANC.DISSID with one D13 record
      *  per employee whose differences include 13th first
      *  installments, the part kept out of the INSS base.
      *****************************************************************
       01  RUBRICA-POSTING-RECORD.
           05  RL-EMP-ID               PIC 9(6).
           05  RL-RUN-TYPE             PIC X(8).
           05  RL-CODE                 PIC X(3).
           05  RL-TYPE                 PIC X(1).
               88  RL-TYPE-EARNING     VALUE "P".
               88  RL-TYPE-DEDUCTION   VALUE "D".
           05  RL-AMOUNT               PIC 9(6)V9(2).
           05  RL-INCIDE-INSS          PIC X(1).
               88  RL-INCIDE-INSS-SIM  VALUE "S".
           05  RL-INCIDE-IRRF          PIC X(1).
               88  RL-INCIDE-IRRF-SIM  VALUE "S".
           05  RL-INCIDE-FGTS          PIC X(1).
               88  RL-INCIDE-FGTS-SIM  VALUE "S".
           05  RL-CONTA-GL             PIC X(12).
