           05  FILLER                  PIC X(30) VALUE
               "IMPOSTO RETIDO (IRRF):        ".
           05  WS-R-IRRF               PIC ZZ,ZZZ,ZZ9.99.
       01  WS-PENSAO-LINE.
           05  FILLER                  PIC X(30) VALUE
               "PENSAO ALIMENTICIA (DEDUCAO): ".
           05  WS-P-PENSAO             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NET-LINE.
           05  FILLER                  PIC X(30) VALUE
               "RENDIMENTO LIQUIDO:           ".
           MOVE YTD-IRRF TO WS-R-IRRF
           MOVE WS-IRRF-LINE TO INFORME-LINE
           WRITE INFORME-LINE
           IF YTD-PENSAO > 0
               MOVE YTD-PENSAO TO WS-P-PENSAO
               MOVE WS-PENSAO-LINE TO INFORME-LINE
               WRITE INFORME-LINE
           END-IF
           MOVE YTD-NET TO WS-N-NET
           MOVE WS-NET-LINE TO INFORME-LINE
           WRITE INFORME-LINE
