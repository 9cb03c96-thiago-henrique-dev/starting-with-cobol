      *****************************************************************
      *  DSPREC.cpy
      *  Parameter cards of the collective-agreement (dissidio)
      *  run, DISPARM, read by DISVAR.  One D card gives the base
      *  date of the agreement (AAAAMMDD): every payment on PAYHIST
      *  from that month up to the month before the run is repriced
      *  with the raise.  One P card per department (EMP-DEPTO)
      *  gives its raise percentage; a P card for department ****
      *  covers every department without a card of its own, and an
      *  employee whose department has no card at all is outside
      *  the agreement.  Cards starting with * are comments.
      *****************************************************************
       01  DISSIDIO-PARM-RECORD.
           05  DP-TIPO                 PIC X(1).
               88  DP-TIPO-DATA-BASE   VALUE "D".
               88  DP-TIPO-PERCENTUAL  VALUE "P".
               88  DP-TIPO-COMENTARIO  VALUE "*".
           05  DP-DADOS                PIC X(79).
           05  DP-DATA-BASE-R REDEFINES DP-DADOS.
               10  DP-DATA-BASE        PIC 9(8).
               10  FILLER              PIC X(71).
           05  DP-PERCENTUAL-R REDEFINES DP-DADOS.
               10  DP-DEPTO            PIC X(4).
               10  DP-PERCENTUAL       PIC 9(3)V9(2).
               10  FILLER              PIC X(70).
