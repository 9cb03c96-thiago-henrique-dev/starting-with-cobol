      *  BNKVAR's exception list instead of the payment file.
      *  EMP-DEPTO is the department/cost-center code that drives
      *  the control breaks on the payroll report and the general-
      *  ledger posting summary.  EMP-ADMISSAO is the hire date
      *  (AAAAMMDD): VAR pays the admission month pro rata and the
      *  13th salary by avos from it, and HRVAR uses it to count
      *  the months of service in a termination settlement.  It
      *  sits at the end of the record (103 bytes, 95 before it):
      *  the EMPLOYEE master is reloaded with EMP-ADMISSAO zero, and
      *  zero means hired before the date was kept on the master.
      *  An hourly employee (EMP-TYPE H) carries only the rate
      *  here: the month's hours come from the certified time-clock
      *  (ponto) feed, PNTREC, and the five bytes after the rate
      *  are unused.
      *****************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC 9(6).
               10  FILLER              PIC X(3).
           05  EMP-COMPENSATION-HOURLY REDEFINES EMP-COMPENSATION-AREA.
               10  EMP-RATE            PIC 9(4)V9(2).
               10  FILLER              PIC X(5).
           05  EMP-BANCO               PIC 9(3).
           05  EMP-AGENCIA             PIC 9(5).
           05  EMP-CONTA               PIC 9(10).
               88  EMP-CONTA-CORRENTE  VALUE "C".
               88  EMP-CONTA-POUPANCA  VALUE "P".
           05  EMP-DEPTO               PIC X(4).
           05  EMP-ADMISSAO            PIC 9(8).
