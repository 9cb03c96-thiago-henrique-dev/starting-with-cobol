      *****************************************************************
      *  PENREC.cpy
      *  Court-ordered alimony (pensao alimenticia) master, PENMAST,
      *  one order per EMP-ID, maintained through PENVAR.  In the
      *  monthly, supplemental, vacation and second 13th
      *  installment runs VAR withholds the order after INSS and
      *  before IRRF, since the amount is deductible from the IRRF
      *  base, and HRVAR withholds it from the termination
      *  settlement the same way:
      *    PA-BASE-CALCULO  L  PA-PERCENTUAL of pay net of INSS
      *                     B  PA-PERCENTUAL of gross pay
      *                     F  the fixed PA-VALOR-FIXO, once a month:
      *                        by the monthly (or supplemental) run,
      *                        or by the settlement unless the
      *                        month's is already withheld
      *  VAR posts the withholding to RUBLANC under code PEN, and
      *  BNKVAR credits it to the beneficiary's account below on
      *  the same CNAB remessa as the employee's pay; the
      *  settlement's is listed with the account on HRVAR's
      *  RESCREL report for the treasury to pay with the
      *  settlement.  PA-ULT-* keep what the last run withheld,
      *  for inquiry.  An order lifted by the court is closed (E)
      *  through PENVAR.
      *****************************************************************
       01  PENSAO-RECORD.
           05  PA-EMP-ID               PIC 9(6).
           05  PA-PROCESSO             PIC X(25).
           05  PA-BASE-CALCULO         PIC X(1).
               88  PA-BASE-LIQUIDO     VALUE "L".
               88  PA-BASE-BRUTO       VALUE "B".
               88  PA-BASE-FIXO        VALUE "F".
           05  PA-PERCENTUAL           PIC 9(3)V9(2).
           05  PA-VALOR-FIXO           PIC 9(6)V9(2).
           05  PA-INICIO-PERIODO       PIC 9(6).
           05  PA-BENEF-NOME           PIC X(50).
           05  PA-BENEF-BANCO          PIC 9(3).
           05  PA-BENEF-AGENCIA        PIC 9(5).
           05  PA-BENEF-CONTA          PIC 9(10).
           05  PA-BENEF-CONTA-DV       PIC X(1).
           05  PA-BENEF-TIPO-CONTA     PIC X(1).
               88  PA-BENEF-CORRENTE   VALUE "C".
               88  PA-BENEF-POUPANCA   VALUE "P".
           05  PA-SITUACAO             PIC X(1).
               88  PA-ATIVA            VALUE "A".
               88  PA-ENCERRADA        VALUE "E".
           05  PA-ULT-PERIODO          PIC 9(6).
           05  PA-ULT-VALOR            PIC 9(6)V9(2).
           05  PA-ULT-ATUALIZACAO      PIC 9(8).
           05  PA-OPERADOR             PIC X(8).
