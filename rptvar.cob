           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PONTO-FILE ASSIGN TO PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
           COPY EMPREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  PONTO-FILE.
           COPY PNTREC.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DEPTO                PIC X(4).
           88 SKIP-RECORD               VALUE "Y".
       01  WS-GROSS-OVERFLOW-SWITCH     PIC X VALUE "N".
           88 GROSS-PAY-OVERFLOW        VALUE "Y".
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-ADMISSAO-PERIOD          PIC 9(6) VALUE 0.

      *    Certified ponto hours, matched in EMP-ID sequence and
      *    priced the way VAR prices the monthly run, so an hourly
      *    employee VAR rejects for want of hours is skipped here
      *    with zero gross.
       01  WS-PONTO-STATUS PIC XX VALUE "00".
       01  WS-PONTO-OPEN-SWITCH PIC X VALUE "N".
           88 PONTO-FILE-OPEN VALUE "Y".
       01  WS-PONTO-EOF-SWITCH PIC X VALUE "Y".
           88 END-OF-PONTO-FILE VALUE "Y".
       01  WS-PONTO-PENDING-SWITCH PIC X VALUE "N".
           88 PONTO-PENDING VALUE "Y".
       01  WS-PONTO-FOUND-SWITCH PIC X VALUE "N".
           88 PONTO-ENCONTRADO VALUE "Y".
       01  WS-FATOR-EXTRA-50           PIC 9V99 VALUE 1.50.
       01  WS-FATOR-EXTRA-100          PIC 9V99 VALUE 2.00.
       01  WS-ADICIONAL-NOTURNO        PIC V99 VALUE .20.

       01  WS-GROSS                    PIC 9(6)V99 VALUE 0.
       01  WS-TOTAL-PAYROLL            PIC 9(8)V99 VALUE 0.
           STOP RUN.

       1000-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-PERIOD
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE. STATUS="
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PONTO-FILE
           IF WS-PONTO-STATUS = "00"
               SET PONTO-FILE-OPEN TO TRUE
               MOVE "N" TO WS-PONTO-EOF-SWITCH
               PERFORM 1100-READ-PONTO
           ELSE
               IF WS-PONTO-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR PONTO-FILE. STATUS="
                       WS-PONTO-STATUS
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-READ-PONTO.
           MOVE "N" TO WS-PONTO-PENDING-SWITCH
           IF NOT END-OF-PONTO-FILE
               READ PONTO-FILE
                   AT END SET END-OF-PONTO-FILE TO TRUE
                   NOT AT END SET PONTO-PENDING TO TRUE
               END-READ
           END-IF.

       1800-MATCH-PONTO.
           MOVE "N" TO WS-PONTO-FOUND-SWITCH
           PERFORM UNTIL NOT PONTO-PENDING
               OR PT-EMP-ID > EMP-ID
               IF PT-EMP-ID = EMP-ID
                   SET PONTO-ENCONTRADO TO TRUE
               ELSE
                   PERFORM 1100-READ-PONTO
               END-IF
           END-PERFORM.

      *    Input procedure: same selection rules as before, but the
      *    qualifying records are released to the sort keyed on
      *    department so the report prints in department sequence.
           END-IF
           IF GROSS-PAY-OVERFLOW
               SET SKIP-RECORD TO TRUE
           END-IF
           IF EMP-ADMISSAO NUMERIC AND EMP-ADMISSAO NOT = ZEROS
               MOVE EMP-ADMISSAO (1:6) TO WS-ADMISSAO-PERIOD
               IF WS-ADMISSAO-PERIOD > WS-RUN-PERIOD
                   SET SKIP-RECORD TO TRUE
               END-IF
           END-IF.

       1900-DETERMINE-GROSS-PAY.
           MOVE "N" TO WS-GROSS-OVERFLOW-SWITCH
           MOVE 0 TO WS-GROSS
           IF EMP-TYPE-HOURLY
               PERFORM 1800-MATCH-PONTO
               IF PONTO-ENCONTRADO
                   COMPUTE WS-GROSS ROUNDED =
                       (EMP-RATE * (PT-HORAS-NORMAIS + PT-HORAS-DSR))
                     + (EMP-RATE * WS-FATOR-EXTRA-50
                         * PT-HORAS-EXTRA-50)
                     + (EMP-RATE * WS-FATOR-EXTRA-100
                         * PT-HORAS-EXTRA-100)
                     + (EMP-RATE * WS-ADICIONAL-NOTURNO
                         * PT-HORAS-NOTURNAS)
                       ON SIZE ERROR
                           DISPLAY "AVISO: SALARIO CALCULADO EXCEDE "
                               "LIMITE PARA EMP-ID=" EMP-ID
                           SET GROSS-PAY-OVERFLOW TO TRUE
                           MOVE 999999.99 TO WS-GROSS
                   END-COMPUTE
               END-IF
           ELSE
               MOVE EMP-SALARIO TO WS-GROSS
           END-IF.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE
           IF PONTO-FILE-OPEN
               CLOSE PONTO-FILE
           END-IF.
