           88 ASOF-RECORD-FOUND VALUE "Y".
       01  WS-ASOF-DELETED-SWITCH PIC X VALUE "N".
           88 ASOF-RECORD-DELETED VALUE "Y".
      *    The as-of image is the 100-byte history image followed
      *    by its extension bytes, so the whole EMPREC is rebuilt.
       01  WS-ASOF-IMAGE               PIC X(120) VALUE SPACES.

      *    Reconstruction buffer: the as-of after image laid out as
      *    the EMPREC fields for display.
               ELSE
                   MOVE "N" TO WS-ASOF-DELETED-SWITCH
                   SET ASOF-RECORD-FOUND TO TRUE
                   MOVE HS-AFTER-IMAGE TO WS-ASOF-IMAGE (1:100)
                   MOVE HS-AFTER-IMAGE-EXT TO WS-ASOF-IMAGE (101:20)
               END-IF
           END-IF.

                   DISPLAY "IDADE: " EMP-IDADE
                   IF EMP-TYPE-HOURLY
                       DISPLAY "TAXA/HORA: " EMP-RATE
                   ELSE
                       DISPLAY "SALARIO: " EMP-SALARIO
                   END-IF
                       " CONTA: " EMP-CONTA "-" EMP-CONTA-DV
                       " TIPO: " EMP-TIPO-CONTA
                   DISPLAY "DEPARTAMENTO: " EMP-DEPTO
                   IF EMP-ADMISSAO NUMERIC AND EMP-ADMISSAO NOT = ZEROS
                       DISPLAY "ADMISSAO: " EMP-ADMISSAO
                   ELSE
                       DISPLAY "ADMISSAO: NAO INFORMADA"
                   END-IF
           END-EVALUATE.
