      *                    itemized on the payslip and taken from net
      *    N  dependentes -- number of IRRF dependents for the month
      *                    in the integer part of MV-AMOUNT
      *  MV-CODE is the rubrica (e.g. HEX overtime, PRB production
      *  bonus, FAL absence, SIN union dues, DEP dependents) and
      *  must be active on the RUBMAST rubrica master with this
      *  type; its INSS/IRRF incidence there decides whether an
      *  earning enters the tax bases and whether a deduction
      *  reduces them before it is taken from net.
      *****************************************************************
       01  MOVEMENT-RECORD.
           05  MV-EMP-ID               PIC 9(6).
