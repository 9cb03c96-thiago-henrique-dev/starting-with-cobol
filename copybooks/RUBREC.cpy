      *****************************************************************
      *  RUBREC.cpy
      *  Payroll code (rubrica) master, RUBMAST, keyed by the
      *  movement code.  It holds every code the movement feed
      *  may carry, maintained through RUBVAR:
      *    RB-TYPE        the type the movement must arrive with
      *                   (P provento, D desconto, N dependentes)
      *    RB-MAX-AMOUNT  largest single amount EDTVAR certifies
      *                   (zero on the CNS and PEN deductions
      *                   and the D13 earning, which the runs
      *                   generate and the feed never carries)
      *    RB-INCIDE-*    S/N incidence on the INSS, IRRF and FGTS
      *                   bases.  An earning with incidence N is
      *                   paid outside that base (a reimbursement,
      *                   a meal allowance); a deduction with
      *                   incidence S reduces that base (an unpaid
      *                   absence); a deduction with N is taken
      *                   from net after tax, as union dues are.
      *    RB-CONTA-GL    the GL account GLVAR posts the code to
      *  An inactive code (RB-SITUACAO I) stays on file for the
      *  history but is no longer accepted on the feed.  The type
      *  of a code is fixed once created.
      *****************************************************************
       01  RUBRICA-RECORD.
           05  RB-CODE                 PIC X(3).
           05  RB-DESCRICAO            PIC X(30).
           05  RB-TYPE                 PIC X(1).
               88  RB-TYPE-EARNING     VALUE "P".
               88  RB-TYPE-DEDUCTION   VALUE "D".
               88  RB-TYPE-DEPENDENTS  VALUE "N".
           05  RB-MAX-AMOUNT           PIC 9(6)V9(2).
           05  RB-INCIDE-INSS          PIC X(1).
               88  RB-INCIDE-INSS-SIM  VALUE "S".
           05  RB-INCIDE-IRRF          PIC X(1).
               88  RB-INCIDE-IRRF-SIM  VALUE "S".
           05  RB-INCIDE-FGTS          PIC X(1).
               88  RB-INCIDE-FGTS-SIM  VALUE "S".
           05  RB-CONTA-GL             PIC X(12).
           05  RB-SITUACAO             PIC X(1).
               88  RB-ATIVA            VALUE "A".
               88  RB-INATIVA          VALUE "I".
           05  RB-ULT-ATUALIZACAO      PIC 9(8).
           05  RB-OPERADOR             PIC X(8).
