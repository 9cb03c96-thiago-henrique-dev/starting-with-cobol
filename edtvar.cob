           SELECT REPORT-FILE ASSIGN TO EDTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUBRICA-FILE ASSIGN TO RUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-CODE
               FILE STATUS IS WS-RUBRICA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-IN-FILE.
           COPY MOVREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  RUBRICA-FILE.
           COPY RUBREC.
       WORKING-STORAGE SECTION.
       01  WS-MOV-IN-STATUS PIC XX VALUE "00".
       01  WS-MOV-OUT-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-RUBRICA-STATUS PIC XX VALUE "00".
       01  WS-RUBRICA-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUBRICA-FILE VALUE "Y".
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-MOVEMENT-FILE VALUE "Y".
       01  WS-FEED-PRESENT-SWITCH PIC X VALUE "Y".
           05  WS-MV-AMOUNT-AN         PIC X(8).
       COPY MVBREC.

      *    Movement codes, loaded from the rubrica master at the
      *    start of the edit: each code carries the type it must
      *    arrive with and the largest single amount the source
      *    can legitimately send for it, so a decimal slip (an
      *    overtime line of 500,000.00) stops the job at the edit
      *    instead of flowing into gross.  A new code is a RUBVAR
      *    entry, not a change here.
       01  WS-CODE-MAX                 PIC 9(3) VALUE 200.
       01  WS-CODE-USED                PIC 9(3) VALUE 0.
       01  WS-CODE-TABLE.
           05  WS-CODE-ENTRY OCCURS 200 TIMES.
               10  WS-CL-CODE          PIC X(3).
               10  WS-CL-TYPE          PIC X(1).
               10  WS-CL-MAX-AMOUNT    PIC 9(6)V99.
               10  WS-CL-SITUACAO      PIC X(1).
       01  WS-CODE-IDX                 PIC 9(3) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               CLOSE MOVEMENT-OUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-RUBRICAS.

      *    The code list comes off the rubrica master.  Without it
      *    nothing can be certified, so a missing, unreadable or
      *    empty master -- or one larger than the table -- holds
      *    payroll like any other open failure.
       1100-LOAD-RUBRICAS.
           OPEN INPUT RUBRICA-FILE
           IF WS-RUBRICA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUBRICA-FILE. STATUS="
                   WS-RUBRICA-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RUBRICA-FILE
               READ RUBRICA-FILE NEXT RECORD
                   AT END SET END-OF-RUBRICA-FILE TO TRUE
                   NOT AT END
                       IF WS-CODE-USED >= WS-CODE-MAX
                           DISPLAY "ERRO: TABELA DE RUBRICAS CHEIA. "
                               "LIMITE=" WS-CODE-MAX
                           CLOSE RUBRICA-FILE
                           PERFORM 9000-CLOSE-FILES
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CODE-USED
                       MOVE RB-CODE TO WS-CL-CODE (WS-CODE-USED)
                       MOVE RB-TYPE TO WS-CL-TYPE (WS-CODE-USED)
                       MOVE RB-MAX-AMOUNT
                           TO WS-CL-MAX-AMOUNT (WS-CODE-USED)
                       MOVE RB-SITUACAO
                           TO WS-CL-SITUACAO (WS-CODE-USED)
               END-READ
           END-PERFORM
           CLOSE RUBRICA-FILE
           IF WS-CODE-USED = 0
               DISPLAY "ERRO: CADASTRO DE RUBRICAS VAZIO."
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-WRITE-REPORT-HEADER.

      *    The detail edits: numeric fields, EMP-ID sequence (the
      *    two-file match in VAR silently mispays on a broken
      *    sequence), code active on the rubrica master and not the
      *    consignado installment or the alimony VAR generates
      *    itself, nor the 13th difference DISVAR pays, type
      *    matching the code, amount positive and
      *    inside the code's ceiling.
      *    Every detail still accumulates into the count and hash
      *    so the batch-control comparison stays honest even on a
      *    dirty feed.
               PERFORM 2120-FIND-MOVEMENT-CODE
               EVALUATE TRUE
                   WHEN NOT MOVEMENT-CODE-FOUND
                       MOVE "E03-CODIGO FORA DO CADASTRO DE RUBRICAS"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   WHEN WS-CL-SITUACAO (WS-CODE-IDX) NOT = "A"
                       MOVE "E12-RUBRICA INATIVA NO CADASTRO"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   WHEN WS-MV-CODE = "CNS"
                       MOVE "E13-CONSIGNADO E GERADO PELO CADASTRO"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   WHEN WS-MV-CODE = "PEN"
                       MOVE "E14-PENSAO E GERADA PELO CADASTRO"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   WHEN WS-MV-CODE = "D13"
                       MOVE "E15-DIFERENCA DE 13O E GERADA NO DISSIDIO"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   WHEN WS-MV-TYPE NOT =
       2120-FIND-MOVEMENT-CODE.
           MOVE "N" TO WS-CODE-FOUND-SWITCH
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > WS-CODE-USED
               OR MOVEMENT-CODE-FOUND
               IF WS-CL-CODE (WS-CODE-IDX) = WS-MV-CODE
                   SET MOVEMENT-CODE-FOUND TO TRUE
