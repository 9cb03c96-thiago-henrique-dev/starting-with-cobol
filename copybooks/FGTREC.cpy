      *  One FGTS deposit record per payslip, written by GLVAR: the
      *  recolhimento is filed per worker, not per department, so
      *  the guia preparation needs the deposit employee by
      *  employee.  The deposit is 8% of the FGTS base, rounded
      *  per employee; the base (in FG-GROSS) is the payslip's
      *  gross less the earnings whose rubrica carries no FGTS
      *  incidence and the deductions that reduce it.  The ENCG
      *  posting record carries the sum of these deposits, so the
      *  GL figure always ties to this file to the centavo.
      *****************************************************************
       01  FGTS-DEPOSIT-RECORD.
           05  FG-EMP-ID               PIC 9(6).
