      *****************************************************************
      *  TRBREC.cpy
      *  Tax remittance file (TRBGUIA) TRBVAR writes for the
      *  treasury's payment system: one detail record per guia to
      *  pay to the Receita Federal for the competence month, then
      *  a trailer with the number of guias and their total (record
      *  type in column 1: 1 detail, 9 trailer).
      *    DARF  IRRF withheld, one guia per revenue code, in
      *          TG-VALOR-SEGURADOS;
      *    GPS   INSS: the employees' share withheld in
      *          TG-VALOR-SEGURADOS and the patronal share in
      *          TG-VALOR-EMPRESA.  The 13th salary has its own
      *          guia, competence AAAA13, due in December.
      *  TG-VENCIMENTO is the legal due date (AAAAMMDD), moved back
      *  to the Friday when it falls on a weekend; holidays are
      *  left to the treasury.  The file is only released when the
      *  amounts reconcile with the month's GLPOST postings.
      *****************************************************************
       01  TRB-GUIA-RECORD.
           05  TG-TIPO-REG             PIC X(1).
               88  TG-REG-DETALHE      VALUE "1".
               88  TG-REG-TRAILER      VALUE "9".
           05  TG-DETALHE.
               10  TG-TIPO-GUIA        PIC X(4).
                   88  TG-GUIA-DARF    VALUE "DARF".
                   88  TG-GUIA-GPS     VALUE "GPS ".
               10  TG-CODIGO-RECEITA   PIC X(4).
               10  TG-COMPETENCIA      PIC 9(6).
               10  TG-VENCIMENTO       PIC 9(8).
               10  TG-VALOR-SEGURADOS  PIC 9(11)V9(2).
               10  TG-VALOR-EMPRESA    PIC 9(11)V9(2).
               10  TG-VALOR-TOTAL      PIC 9(11)V9(2).
               10  TG-PAGAMENTOS       PIC 9(6).
           05  TG-TRAILER REDEFINES TG-DETALHE.
               10  TG-TR-COMPETENCIA   PIC 9(6).
               10  TG-TR-QTDE-GUIAS    PIC 9(4).
               10  TG-TR-VALOR-TOTAL   PIC 9(13)V9(2).
               10  FILLER              PIC X(42).
