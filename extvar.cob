           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PONTO-FILE ASSIGN TO PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.
           SELECT VACATION-FILE ASSIGN TO FERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FV-KEY
               FILE STATUS IS WS-VACATION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EXTREC.
       FD  EXTRACT-CONTROL-FILE.
           COPY ECTREC.
       FD  VACATION-FILE.
           COPY FERREC.
       FD  PONTO-FILE.
           COPY PNTREC.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-EXTRACT-STATUS PIC XX VALUE "00".
           88 SKIP-RECORD VALUE "Y".
       01  WS-GROSS-OVERFLOW-SWITCH PIC X VALUE "N".
           88 GROSS-PAY-OVERFLOW VALUE "Y".
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

      *    Paid vacation days inside the run month, counted the way
      *    VAR counts them, so an employee VAR leaves out of the
      *    monthly run for a whole month of vacation is left out of
      *    the extract too.
       01  WS-VACATION-STATUS PIC XX VALUE "00".
       01  WS-VACATION-OPEN-SWITCH PIC X VALUE "N".
           88 VACATION-LEDGER-AVAILABLE VALUE "Y".
       01  WS-VACATION-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VACATION-SCAN VALUE "Y".
       01  WS-DIAS-FERIAS-MES          PIC 9(2) VALUE 0.
       01  WS-DATE-WORK                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-PERIOD            PIC 9(6).
           05  WS-DW-PERIOD-R REDEFINES WS-DW-PERIOD.
               10  WS-DW-YEAR          PIC 9(4).
               10  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-RECORD-DAYS              PIC 9(8) VALUE 0.
       01  WS-FRACAO-INICIO-DAYS       PIC 9(8) VALUE 0.
       01  WS-FRACAO-FIM-DAYS          PIC 9(8) VALUE 0.
       01  WS-MES-INICIO-DAYS          PIC 9(8) VALUE 0.
       01  WS-MES-FIM-DAYS             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
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
           OPEN INPUT VACATION-FILE
           IF WS-VACATION-STATUS = "00"
               SET VACATION-LEDGER-AVAILABLE TO TRUE
           ELSE
               IF WS-VACATION-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR VACATION-FILE. STATUS="
                       WS-VACATION-STATUS
                   CLOSE EMPLOYEE-FILE
                   CLOSE EXTRACT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       2000-WRITE-EXTRACT-RECORD.
           PERFORM 1900-DETERMINE-GROSS-PAY
           PERFORM 1950-VALIDATE-EMPLOYEE-RECORD
           END-IF
           IF GROSS-PAY-OVERFLOW
               SET SKIP-RECORD TO TRUE
           END-IF
           IF EMP-ADMISSAO NUMERIC AND EMP-ADMISSAO NOT = ZEROS
               MOVE EMP-ADMISSAO (1:6) TO WS-ADMISSAO-PERIOD
               IF WS-ADMISSAO-PERIOD > WS-RUN-PERIOD
                   SET SKIP-RECORD TO TRUE
               END-IF
           END-IF
           IF VACATION-LEDGER-AVAILABLE
               PERFORM 1960-COUNT-VACATION-MONTH
               IF WS-DIAS-FERIAS-MES >= 30
                   SET SKIP-RECORD TO TRUE
               END-IF
           END-IF.

       1960-COUNT-VACATION-MONTH.
           MOVE 0 TO WS-DIAS-FERIAS-MES
           MOVE "N" TO WS-VACATION-EOF-SWITCH
           MOVE EMP-ID TO FV-EMP-ID
           MOVE ZEROS TO FV-AQUIS-INICIO
           START VACATION-FILE KEY IS NOT LESS THAN FV-KEY
               INVALID KEY SET END-OF-VACATION-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-VACATION-SCAN
               READ VACATION-FILE NEXT RECORD
                   AT END SET END-OF-VACATION-SCAN TO TRUE
                   NOT AT END
                       IF FV-EMP-ID NOT = EMP-ID
                           SET END-OF-VACATION-SCAN TO TRUE
                       ELSE
                           IF FV-ABERTO AND FV-PROG-DIAS > 0
                                   AND FV-PROG-PAGO-PERIODO NOT = ZEROS
                               PERFORM 1970-ADD-FRACTION-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1970-ADD-FRACTION-DAYS.
           MOVE FV-PROG-INICIO TO WS-DATE-WORK
           PERFORM 7800-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-FRACAO-INICIO-DAYS
           COMPUTE WS-FRACAO-FIM-DAYS =
               WS-FRACAO-INICIO-DAYS + FV-PROG-DIAS - 1
           MOVE WS-RUN-PERIOD TO WS-DW-PERIOD
           MOVE 1 TO WS-DW-DAY
           PERFORM 7800-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-MES-INICIO-DAYS
           COMPUTE WS-MES-FIM-DAYS = WS-MES-INICIO-DAYS + 29
           IF WS-FRACAO-INICIO-DAYS < WS-MES-INICIO-DAYS
               MOVE WS-MES-INICIO-DAYS TO WS-FRACAO-INICIO-DAYS
           END-IF
           IF WS-FRACAO-FIM-DAYS > WS-MES-FIM-DAYS
               MOVE WS-MES-FIM-DAYS TO WS-FRACAO-FIM-DAYS
           END-IF
           IF WS-FRACAO-FIM-DAYS NOT < WS-FRACAO-INICIO-DAYS
               COMPUTE WS-DIAS-FERIAS-MES = WS-DIAS-FERIAS-MES
                   + WS-FRACAO-FIM-DAYS - WS-FRACAO-INICIO-DAYS + 1
               IF WS-DIAS-FERIAS-MES > 30
                   MOVE 30 TO WS-DIAS-FERIAS-MES
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

      *    Banking-style day count (30-day months), day 31 counted
      *    as 30.
       7800-DATE-TO-DAYS.
           IF WS-DW-DAY > 30
               MOVE 30 TO WS-DW-DAY
           END-IF
           COMPUTE WS-RECORD-DAYS =
               (WS-DW-YEAR * 360) + (WS-DW-MONTH * 30) + WS-DW-DAY.

       8000-WRITE-CONTROL-RECORD.
           OPEN OUTPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE EXTRACT-FILE
           IF VACATION-LEDGER-AVAILABLE
               CLOSE VACATION-FILE
           END-IF
           IF PONTO-FILE-OPEN
               CLOSE PONTO-FILE
           END-IF.
