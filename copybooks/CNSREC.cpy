      *****************************************************************
      *  CNSREC.cpy
      *  Payroll-deductible loan (consignado) contract master,
      *  CNSMAST, keyed by EMP-ID, lending bank and the bank's
      *  contract number, maintained through CNSVAR.  VAR deducts
      *  one installment per contract in each monthly (and
      *  supplemental) run, inside the legal margin of 35% of pay
      *  net of INSS and IRRF:
      *    CN-ULT-OCORRENCIA  what the last run did with it --
      *                       I integral, R reduzida to what was
      *                       left of the margin, S suspensa (held,
      *                       nothing deducted)
      *    CN-PARCELAS-PAGAS  advances on I and R, and only once the
      *                       payslip is written; a rerun of the
      *                       same period backs the last result out
      *                       first, so it never counts twice
      *  The contract closes itself (Q) when the last installment
      *  is deducted.  An early payoff (L) or a cancellation (C) is
      *  keyed through CNSVAR.  CNRVAR lists the period's deductions
      *  per bank for the remittance, and HRVAR lists the balance
      *  still owed when the employee is terminated.
      *****************************************************************
       01  CONSIGNADO-RECORD.
           05  CN-KEY.
               10  CN-EMP-ID           PIC 9(6).
               10  CN-BANCO            PIC 9(3).
               10  CN-CONTRATO         PIC X(15).
           05  CN-NOME-BANCO           PIC X(30).
           05  CN-VALOR-PARCELA        PIC 9(6)V9(2).
           05  CN-QTD-PARCELAS         PIC 9(3).
           05  CN-PARCELAS-PAGAS       PIC 9(3).
           05  CN-INICIO-PERIODO       PIC 9(6).
           05  CN-SITUACAO             PIC X(1).
               88  CN-ATIVO            VALUE "A".
               88  CN-QUITADO          VALUE "Q".
               88  CN-LIQUIDADO        VALUE "L".
               88  CN-CANCELADO        VALUE "C".
           05  CN-ULT-PERIODO          PIC 9(6).
           05  CN-ULT-VALOR            PIC 9(6)V9(2).
           05  CN-ULT-OCORRENCIA       PIC X(1).
               88  CN-ULT-INTEGRAL     VALUE "I".
               88  CN-ULT-REDUZIDA     VALUE "R".
               88  CN-ULT-SUSPENSA     VALUE "S".
           05  CN-ULT-ATUALIZACAO      PIC 9(8).
           05  CN-OPERADOR             PIC X(8).
