      *  PHSREC.cpy
      *  Permanent payslip history master, keyed by EMP-ID plus
      *  period (run-date year+month) plus run type, so the MENSAL,
      *  DECIMO1/2, FERIAS, SUPL and DISSIDIO lines of the same
      *  month all coexist.  DISVAR reprices the lines from an
      *  agreement's base date and writes its DISSIDIO line.  VAR
      *  writes one record here for every payslip it writes, with
      *  the unedited amounts, so a payment can still
      *  be proven months after STEP005 has deleted the night's
      *  PAYSLIP dataset.  A rerun of the same period and run type
      *  replaces the record in place, mirroring the back-out-and-
      *  re-add rule the YTD accumulation follows, so reruns never
      *  leave a duplicate payment on file.  PHIVAR reads this
      *  master to answer payment inquiries.  HRVAR writes the
      *  RESCISAO line of each termination settlement here too.
      *  PH-INSS-BASE is the payment's INSS incidence base (gross
      *  less the earnings outside INSS and the deductions that
      *  reduce it; zero on the first 13th installment), the base
      *  TRBVAR takes the patronal INSS over for the monthly
      *  remittance.  It sits at the end of the record; lines
      *  written before it existed carry zero.
      *****************************************************************
       01  PAYSLIP-HISTORY-RECORD.
           05  PH-KEY.
           05  PH-NET                  PIC 9(8)V9(2).
           05  PH-RUN-DATE             PIC 9(8).
           05  PH-RUN-TIME             PIC 9(6).
           05  PH-INSS-BASE            PIC 9(8)V9(2).
