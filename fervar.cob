       IDENTIFICATION DIVISION.
       PROGRAM-ID. fervar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT VACATION-FILE ASSIGN TO FERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FV-KEY
               FILE STATUS IS WS-VACATION-STATUS.
           SELECT REPORT-FILE ASSIGN TO FERREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  VACATION-FILE.
           COPY FERREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-VACATION-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-EMPLOYEE-FILE VALUE "Y".
       01  WS-VACATION-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VACATION-SCAN VALUE "Y".
       01  WS-LEAP-SWITCH PIC X VALUE "N".
           88 LEAP-YEAR VALUE "Y".

       01  WS-READ-COUNT               PIC 9(6) VALUE 0.
       01  WS-NO-ADMISSAO-COUNT        PIC 9(6) VALUE 0.
       01  WS-OPENED-COUNT             PIC 9(6) VALUE 0.
       01  WS-UPDATED-COUNT            PIC 9(6) VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(6) VALUE 0.

      *    A period is listed once its concessive deadline is this
      *    many days away or closer, expired ones included.
       01  WS-WARNING-DAYS             PIC 9(3) VALUE 060.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-TODAY-WORK               PIC 9(8) VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY-WORK.
           05  WS-TODAY-YEAR           PIC 9(4).
           05  WS-TODAY-MMDD           PIC 9(4).
       01  WS-ADMISSAO-WORK            PIC 9(8) VALUE 0.
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO-WORK.
           05  WS-ADM-YEAR             PIC 9(4).
           05  WS-ADM-MMDD             PIC 9(4).
           05  WS-ADM-MMDD-R REDEFINES WS-ADM-MMDD.
               10  WS-ADM-MONTH        PIC 9(2).
               10  WS-ADM-DAY          PIC 9(2).
       01  WS-DATE-WORK                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-4               PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-100             PIC 9(4) VALUE 0.
       01  WS-LEAP-REM-400             PIC 9(4) VALUE 0.

       01  WS-ANOS-SERVICO             PIC 9(4) VALUE 0.
       01  WS-CALC-YEAR                PIC 9(4) VALUE 0.
       01  WS-PERIODO-INICIO           PIC 9(8) VALUE 0.
       01  WS-TODAY-DAYS               PIC 9(8) VALUE 0.
       01  WS-RECORD-DAYS              PIC 9(8) VALUE 0.
       01  WS-DIAS-SERVICO             PIC 9(6) VALUE 0.
       01  WS-MESES-SERVICO            PIC 9(4) VALUE 0.
       01  WS-RESTO-DIAS               PIC 9(2) VALUE 0.
       01  WS-SALDO-DIAS               PIC S9(2)V9 VALUE 0.
       01  WS-DIAS-PRAZO               PIC S9(6) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               "FERIAS - PERIODOS CONCESSIVOS A VENCER - DIA".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RH-DATE              PIC 9(8).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(30) VALUE
               "EMP-ID NOME                   ".
           05  FILLER                  PIC X(45) VALUE
               "AQUISIT. LIMITE   SALD PROGRAM. SITUACAO DIAS".
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-REPORT-DETAIL-LINE.
           05  WS-RD-EMP-ID            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-NOME              PIC X(22).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-AQUIS             PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-LIMITE            PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-SALDO             PIC Z9.9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-PROG              PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-SITUACAO          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DIAS              PIC ZZZ9.
       01  WS-REPORT-COUNT-LINE.
           05  WS-RC-LABEL             PIC X(28).
           05  WS-RC-COUNT             PIC ZZZ,ZZ9.
       01  WS-REPORT-BLANK             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL END-OF-EMPLOYEE-FILE
               READ EMPLOYEE-FILE
                   AT END SET END-OF-EMPLOYEE-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-PROCESS-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    The ledger is created on first use, like the YTD master.
       1000-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-TODAY-WORK
           MOVE WS-CDT-DATE TO WS-DATE-WORK
           PERFORM 7500-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-TODAY-DAYS
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE. STATUS="
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O VACATION-FILE
           IF WS-VACATION-STATUS = "35"
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF
           IF WS-VACATION-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR VACATION-FILE. STATUS="
                   WS-VACATION-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE VACATION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CDT-DATE TO WS-RH-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      *    Without an admission date there is no anniversary to
      *    open a period on; those employees are only counted, so
      *    the total shows how much of the master still lacks it.
      *    A hire dated ahead of today has no period yet.
       2000-PROCESS-EMPLOYEE.
           IF EMP-ADMISSAO NOT NUMERIC OR EMP-ADMISSAO = ZEROS
               ADD 1 TO WS-NO-ADMISSAO-COUNT
           ELSE
               IF EMP-ADMISSAO NOT > WS-CDT-DATE
                   PERFORM 2100-OPEN-PERIODS
                   PERFORM 2500-ACCRUE-PERIODS
               END-IF
           END-IF.

      *    The period running today and the one before it (still
      *    inside its concessive year) must both be on the ledger.
      *    Older periods are past their deadline and are not opened
      *    retroactively; a prior period opened for an employee
      *    already on the payroll starts with no days taken, and
      *    the vacation desk records what was taken before the
      *    ledger through AGFVAR.
       2100-OPEN-PERIODS.
           MOVE EMP-ADMISSAO TO WS-ADMISSAO-WORK
           COMPUTE WS-ANOS-SERVICO = WS-TODAY-YEAR - WS-ADM-YEAR
           IF WS-TODAY-MMDD < WS-ADM-MMDD
               SUBTRACT 1 FROM WS-ANOS-SERVICO
           END-IF
           IF WS-ANOS-SERVICO > 0
               COMPUTE WS-CALC-YEAR =
                   WS-ADM-YEAR + WS-ANOS-SERVICO - 1
               PERFORM 2200-ENSURE-PERIOD
           END-IF
           COMPUTE WS-CALC-YEAR = WS-ADM-YEAR + WS-ANOS-SERVICO
           PERFORM 2200-ENSURE-PERIOD.

       2200-ENSURE-PERIOD.
           PERFORM 7100-ANNIVERSARY
           MOVE WS-DATE-WORK TO WS-PERIODO-INICIO
           MOVE EMP-ID TO FV-EMP-ID
           MOVE WS-PERIODO-INICIO TO FV-AQUIS-INICIO
           READ VACATION-FILE
               INVALID KEY
                   PERFORM 2300-CREATE-PERIOD
           END-READ.

      *    The acquisition period ends the day before the next
      *    anniversary; the concessive period, a year after that.
       2300-CREATE-PERIOD.
           MOVE EMP-ID TO FV-EMP-ID
           MOVE WS-PERIODO-INICIO TO FV-AQUIS-INICIO
           ADD 1 TO WS-CALC-YEAR
           PERFORM 7100-ANNIVERSARY
           PERFORM 7200-DAY-BEFORE
           MOVE WS-DATE-WORK TO FV-AQUIS-FIM
           ADD 1 TO WS-CALC-YEAR
           PERFORM 7100-ANNIVERSARY
           PERFORM 7200-DAY-BEFORE
           MOVE WS-DATE-WORK TO FV-CONCESSIVO-FIM
           MOVE ZEROS TO FV-AVOS
           MOVE ZEROS TO FV-DIAS-DIREITO
           MOVE ZEROS TO FV-DIAS-GOZADOS
           MOVE ZEROS TO FV-PROG-INICIO
           MOVE ZEROS TO FV-PROG-DIAS
           MOVE ZEROS TO FV-PROG-PAGO-PERIODO
           SET FV-ABERTO TO TRUE
           MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
           WRITE VACATION-RECORD
               INVALID KEY
                   DISPLAY "AVISO: ERRO AO ABRIR PERIODO DE FERIAS. "
                       "EMP-ID=" EMP-ID
                       " STATUS=" WS-VACATION-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
           END-WRITE.

       2500-ACCRUE-PERIODS.
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
                           IF FV-ABERTO
                               PERFORM 2600-ACCRUE-PERIOD
                               PERFORM 2700-CHECK-DEADLINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A complete period earns the full 30 days once; after
      *    that the days earned are left alone, so a reduction the
      *    vacation desk applied for unjustified absences stands.
      *    The running period earns 2.5 days per month of service,
      *    a remainder of 15 days counting as a month.
       2600-ACCRUE-PERIOD.
           IF FV-AQUIS-FIM < WS-CDT-DATE
               IF FV-AVOS < 12
                   MOVE 12 TO FV-AVOS
                   MOVE 30 TO FV-DIAS-DIREITO
               END-IF
           ELSE
               MOVE FV-AQUIS-INICIO TO WS-DATE-WORK
               PERFORM 7500-DATE-TO-DAYS
               COMPUTE WS-DIAS-SERVICO =
                   WS-TODAY-DAYS - WS-RECORD-DAYS + 1
               DIVIDE WS-DIAS-SERVICO BY 30
                   GIVING WS-MESES-SERVICO
                   REMAINDER WS-RESTO-DIAS
               IF WS-RESTO-DIAS >= 15
                   ADD 1 TO WS-MESES-SERVICO
               END-IF
               IF WS-MESES-SERVICO > 12
                   MOVE 12 TO WS-MESES-SERVICO
               END-IF
               MOVE WS-MESES-SERVICO TO FV-AVOS
               COMPUTE FV-DIAS-DIREITO = FV-AVOS * 2.5
           END-IF
           MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
           REWRITE VACATION-RECORD
               INVALID KEY
                   DISPLAY "AVISO: ERRO AO ATUALIZAR PERIODO DE "
                       "FERIAS. EMP-ID=" FV-EMP-ID
                       " STATUS=" WS-VACATION-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
           END-REWRITE.

      *    Only a complete period runs against a concessive
      *    deadline.  Any balance left within the warning window is
      *    listed, a scheduled fraction shown beside it; a balance
      *    already past the deadline is listed as VENCIDO -- the
      *    double-pay penalty is already owed.
       2700-CHECK-DEADLINE.
           IF FV-AQUIS-FIM < WS-CDT-DATE
               COMPUTE WS-SALDO-DIAS =
                   FV-DIAS-DIREITO - FV-DIAS-GOZADOS
               IF WS-SALDO-DIAS > 0
                   MOVE FV-CONCESSIVO-FIM TO WS-DATE-WORK
                   PERFORM 7500-DATE-TO-DAYS
                   COMPUTE WS-DIAS-PRAZO =
                       WS-RECORD-DAYS - WS-TODAY-DAYS
                   IF WS-DIAS-PRAZO NOT > WS-WARNING-DAYS
                       PERFORM 2800-REPORT-PERIOD
                   END-IF
               END-IF
           END-IF.

       2800-REPORT-PERIOD.
           MOVE FV-EMP-ID TO WS-RD-EMP-ID
           MOVE EMP-NOME TO WS-RD-NOME
           MOVE FV-AQUIS-INICIO TO WS-RD-AQUIS
           MOVE FV-CONCESSIVO-FIM TO WS-RD-LIMITE
           MOVE WS-SALDO-DIAS TO WS-RD-SALDO
           MOVE FV-PROG-INICIO TO WS-RD-PROG
           IF FV-CONCESSIVO-FIM < WS-CDT-DATE
               MOVE "VENCIDO" TO WS-RD-SITUACAO
               MOVE 0 TO WS-RD-DIAS
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "A VENCER" TO WS-RD-SITUACAO
               MOVE WS-DIAS-PRAZO TO WS-RD-DIAS
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "FUNCIONARIOS LIDOS:         " TO WS-RC-LABEL
           MOVE WS-READ-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "SEM DATA DE ADMISSAO:       " TO WS-RC-LABEL
           MOVE WS-NO-ADMISSAO-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "PERIODOS ABERTOS:           " TO WS-RC-LABEL
           MOVE WS-OPENED-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "PERIODOS ATUALIZADOS:       " TO WS-RC-LABEL
           MOVE WS-UPDATED-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "A VENCER NO PRAZO:          " TO WS-RC-LABEL
           MOVE WS-EXPIRING-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "VENCIDOS COM SALDO:         " TO WS-RC-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY "CONTROLE DE FERIAS: LIDOS=" WS-READ-COUNT
               " ABERTOS=" WS-OPENED-COUNT
               " A VENCER=" WS-EXPIRING-COUNT
               " VENCIDOS=" WS-EXPIRED-COUNT.

      *    The admission day and month in the year WS-CALC-YEAR; a
      *    29 February admission falls on the 28th in other years.
       7100-ANNIVERSARY.
           MOVE WS-CALC-YEAR TO WS-DW-YEAR
           MOVE WS-ADM-MONTH TO WS-DW-MONTH
           MOVE WS-ADM-DAY TO WS-DW-DAY
           IF WS-DW-MONTH = 2 AND WS-DW-DAY = 29
               PERFORM 7300-CHECK-LEAP-YEAR
               IF NOT LEAP-YEAR
                   MOVE 28 TO WS-DW-DAY
               END-IF
           END-IF.

       7200-DAY-BEFORE.
           IF WS-DW-DAY > 1
               SUBTRACT 1 FROM WS-DW-DAY
           ELSE
               IF WS-DW-MONTH = 1
                   MOVE 12 TO WS-DW-MONTH
                   SUBTRACT 1 FROM WS-DW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-DW-MONTH
               END-IF
               MOVE WS-MONTH-DAYS (WS-DW-MONTH) TO WS-DW-DAY
               IF WS-DW-MONTH = 2
                   PERFORM 7300-CHECK-LEAP-YEAR
                   IF LEAP-YEAR
                       MOVE 29 TO WS-DW-DAY
                   END-IF
               END-IF
           END-IF.

       7300-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SWITCH
           DIVIDE WS-DW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4
           DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100
           DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               SET LEAP-YEAR TO TRUE
           END-IF.

      *    Banking-style day count (30-day months), day 31 counted
      *    as 30 -- the same count the avos follow.
       7500-DATE-TO-DAYS.
           IF WS-DW-DAY > 30
               MOVE 30 TO WS-DW-DAY
           END-IF
           COMPUTE WS-RECORD-DAYS =
               (WS-DW-YEAR * 360) + (WS-DW-MONTH * 30) + WS-DW-DAY.

       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE VACATION-FILE
           CLOSE REPORT-FILE.
