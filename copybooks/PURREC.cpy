      *****************************************************************
      *  PURREC.cpy
      *  Parameter cards of the retention run, PURPARM, read by
      *  PURVAR.  An R card gives the retention of one permanent
      *  file in months (PAYHIST, EMPHIST, REJMAST, YTDMAST or
      *  AUDITLOG): records dated before the run month less that
      *  many months are moved to the file's archive dataset and
      *  removed from the live file.  A file without an R card is
      *  kept whole.  A C card, used only by a RESTAURA run, gives
      *  the first and last period (AAAAMM) to pull back from the
      *  file's archive for an audit inquiry.  Cards starting with
      *  * are comments.
      *****************************************************************
       01  PURGE-PARM-RECORD.
           05  PG-TIPO                 PIC X(1).
               88  PG-TIPO-RETENCAO    VALUE "R".
               88  PG-TIPO-CONSULTA    VALUE "C".
               88  PG-TIPO-COMENTARIO  VALUE "*".
           05  PG-ARQUIVO              PIC X(8).
           05  PG-DADOS                PIC X(71).
           05  PG-RETENCAO-R REDEFINES PG-DADOS.
               10  PG-MESES            PIC 9(3).
               10  FILLER              PIC X(68).
           05  PG-CONSULTA-R REDEFINES PG-DADOS.
               10  PG-PERIODO-DE       PIC 9(6).
               10  PG-PERIODO-ATE      PIC 9(6).
               10  FILLER              PIC X(59).
