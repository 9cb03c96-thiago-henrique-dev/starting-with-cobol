       IDENTIFICATION DIVISION.
       PROGRAM-ID. agfvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT VACATION-FILE ASSIGN TO FERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FV-KEY
               FILE STATUS IS WS-VACATION-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  VACATION-FILE.
           COPY FERREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-VACATION-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-MENU-OPTION PIC X VALUE SPACE.
       01  WS-CONTINUE-SWITCH PIC X VALUE "Y".
           88 CONTINUE-PROCESSING VALUE "Y".
       01  WS-INPUT-VALID-SWITCH PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
           88 INPUT-IS-INVALID VALUE "N".
       01  WS-PERIOD-FOUND-SWITCH PIC X VALUE "N".
           88 PERIOD-FOUND VALUE "Y".
       01  WS-VACATION-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VACATION-SCAN VALUE "Y".
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-EMP-ID-INPUT PIC 9(6) VALUE ZEROS.
       01  WS-PERIOD-INPUT PIC 9(8) VALUE ZEROS.
       01  WS-INICIO-INPUT PIC 9(8) VALUE ZEROS.
       01  WS-INICIO-R REDEFINES WS-INICIO-INPUT.
           05  WS-INI-YEAR             PIC 9(4).
           05  WS-INI-MONTH            PIC 9(2).
           05  WS-INI-DAY              PIC 9(2).
       01  WS-DIAS-INPUT PIC 9(2) VALUE ZEROS.
       01  WS-DIREITO-INPUT PIC 9(2) VALUE ZEROS.
       01  WS-GOZADOS-INPUT PIC 9(2) VALUE ZEROS.
       01  WS-SALDO-DIAS PIC S9(2)V9 VALUE 0.
       01  WS-SALDO-DISPLAY PIC -Z9.9.
       01  WS-DIREITO-DISPLAY PIC Z9.9.
      *    A vacation fraction is never shorter than five days;
      *    the whole balance of a complete period is thirty.
       01  WS-DIAS-MINIMO PIC 9(2) VALUE 05.
       01  WS-DIAS-MAXIMO PIC 9(2) VALUE 30.
       01  WS-MANTER PIC 9(2) VALUE 99.
       01  WS-DATE-WORK                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(4).
           05  WS-DW-MONTH             PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-RECORD-DAYS PIC 9(8) VALUE 0.
       01  WS-FRACAO-FIM-DAYS PIC 9(8) VALUE 0.
       01  WS-MES-INICIO-DAYS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL NOT CONTINUE-PROCESSING
               PERFORM 2000-DISPLAY-MENU
               PERFORM 3000-PROCESS-OPTION
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

      *    VAR rewrites the ledger as it pays a FERIAS run, so the
      *    schedule is not changed underneath an active run.  Unlike
      *    MNTVAR there is no override: a schedule can always wait
      *    for the run to finish.
       1100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "00" AND RC-RUN-ACTIVE
                   DISPLAY "ATENCAO: EXECUCAO " RC-RUN-TYPE
                       " DA FOLHA EM ANDAMENTO DESDE "
                       RC-START-DATE " " RC-START-TIME "."
                   DISPLAY "SESSAO ENCERRADA. AGUARDE O FIM DA "
                       "EXECUCAO DA FOLHA."
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-OPEN-FILES.
           PERFORM 1100-CHECK-RUN-CONTROL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
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
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== PROGRAMACAO DE FERIAS =====".
           DISPLAY "P - PROGRAMAR FRACAO".
           DISPLAY "C - CANCELAR PROGRAMACAO".
           DISPLAY "A - AJUSTAR DIAS DE DIREITO / GOZADOS".
           DISPLAY "I - CONSULTAR PERIODOS".
           DISPLAY "S - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MENU-OPTION.

       3000-PROCESS-OPTION.
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-OPTION)
               WHEN "P"
                   PERFORM 4000-SCHEDULE-VACATION
               WHEN "C"
                   PERFORM 5000-CANCEL-SCHEDULE
               WHEN "A"
                   PERFORM 6000-ADJUST-BALANCE
               WHEN "I"
                   PERFORM 7000-INQUIRE-PERIODS
               WHEN "S"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *    Every option works on one acquisition period: the
      *    employee's periods are listed first, then the start of
      *    the chosen one is keyed in.
       3500-SELECT-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           PERFORM 7000-INQUIRE-PERIODS
           IF WS-EMP-STATUS = "00"
               DISPLAY "INICIO DO PERIODO AQUISITIVO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-PERIOD-INPUT
               MOVE WS-EMP-ID-INPUT TO FV-EMP-ID
               MOVE WS-PERIOD-INPUT TO FV-AQUIS-INICIO
               READ VACATION-FILE
                   INVALID KEY
                       DISPLAY "PERIODO AQUISITIVO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF FV-QUITADO
                           DISPLAY "PERIODO JA QUITADO NA RESCISAO."
                       ELSE
                           SET PERIOD-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    A fraction can only be taken from a complete acquisition
      *    period and must fit its balance.  A fraction already
      *    scheduled but not yet paid has to be cancelled first, and
      *    one already paid must have ended before this month, since
      *    this month's MENSAL still reads its dates to discount the
      *    days away.  A start past the concessive deadline is
      *    accepted with a warning: the days are still owed, in
      *    double.  The start must be a real calendar date, the day
      *    existing in its month, and not before today.
       4000-SCHEDULE-VACATION.
           PERFORM 3500-SELECT-PERIOD
           IF PERIOD-FOUND
               SET INPUT-IS-VALID TO TRUE
               IF FV-AQUIS-FIM NOT < WS-CDT-DATE
                   DISPLAY "PERIODO AQUISITIVO AINDA NAO COMPLETO."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
               IF FV-PROG-DIAS > 0 AND FV-PROG-PAGO-PERIODO = ZEROS
                   DISPLAY "JA EXISTE FRACAO PROGRAMADA E NAO PAGA. "
                       "CANCELE-A ANTES."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
               IF FV-PROG-DIAS > 0 AND FV-PROG-PAGO-PERIODO > ZEROS
                   PERFORM 4100-CHECK-PAID-FRACTION-ENDED
               END-IF
               COMPUTE WS-SALDO-DIAS =
                   FV-DIAS-DIREITO - FV-DIAS-GOZADOS
               MOVE WS-SALDO-DIAS TO WS-SALDO-DISPLAY
               DISPLAY "SALDO DO PERIODO: " WS-SALDO-DISPLAY " DIAS"
               IF INPUT-IS-VALID
                   DISPLAY "INICIO DAS FERIAS (AAAAMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-INICIO-INPUT
                   IF WS-INICIO-INPUT NOT NUMERIC
                       MOVE ZEROS TO WS-INICIO-INPUT
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-INICIO-INPUT)
                           NOT = 0
                       OR WS-INICIO-INPUT < WS-CDT-DATE
                       OR WS-INICIO-INPUT NOT > FV-AQUIS-FIM
                       DISPLAY "DATA DE INICIO INVALIDA. USE AAAAMMDD, "
                           "NAO ANTERIOR A HOJE."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
                   DISPLAY "DIAS DE FERIAS: " WITH NO ADVANCING
                   ACCEPT WS-DIAS-INPUT
                   IF WS-DIAS-INPUT NOT NUMERIC
                       OR WS-DIAS-INPUT < WS-DIAS-MINIMO
                       OR WS-DIAS-INPUT > WS-DIAS-MAXIMO
                       OR WS-DIAS-INPUT > WS-SALDO-DIAS
                       DISPLAY "QUANTIDADE DE DIAS INVALIDA. DEVE "
                           "ESTAR ENTRE " WS-DIAS-MINIMO " E O SALDO."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   IF WS-INICIO-INPUT > FV-CONCESSIVO-FIM
                       DISPLAY "AVISO: INICIO APOS O PRAZO CONCESSIVO "
                           FV-CONCESSIVO-FIM ". FERIAS EM DOBRO."
                   END-IF
                   MOVE WS-INICIO-INPUT TO FV-PROG-INICIO
                   MOVE WS-DIAS-INPUT TO FV-PROG-DIAS
                   MOVE ZEROS TO FV-PROG-PAGO-PERIODO
                   MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
                   REWRITE VACATION-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO PROGRAMAR FERIAS. STATUS="
                               WS-VACATION-STATUS
                       NOT INVALID KEY
                           DISPLAY "FERIAS PROGRAMADAS: INICIO "
                               FV-PROG-INICIO " DIAS " FV-PROG-DIAS
                   END-REWRITE
               ELSE
                   DISPLAY "PROGRAMACAO CANCELADA."
               END-IF
           END-IF.

      *    Same 30-day count VAR uses for the days of a fraction
      *    inside the payroll month.
       4100-CHECK-PAID-FRACTION-ENDED.
           MOVE FV-PROG-INICIO TO WS-DATE-WORK
           PERFORM 7500-DATE-TO-DAYS
           COMPUTE WS-FRACAO-FIM-DAYS =
               WS-RECORD-DAYS + FV-PROG-DIAS - 1
           MOVE WS-CDT-DATE TO WS-DATE-WORK
           MOVE 1 TO WS-DW-DAY
           PERFORM 7500-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-MES-INICIO-DAYS
           IF WS-FRACAO-FIM-DAYS NOT < WS-MES-INICIO-DAYS
               DISPLAY "FRACAO PAGA EM " FV-PROG-PAGO-PERIODO
                   " AINDA EM GOZO NESTE MES. PROGRAME NO PROXIMO."
               SET INPUT-IS-INVALID TO TRUE
           END-IF.

      *    Once the FERIAS run has paid a fraction its days are on
      *    the ledger and on the payslip; only an unpaid schedule
      *    can be withdrawn.
       5000-CANCEL-SCHEDULE.
           PERFORM 3500-SELECT-PERIOD
           IF PERIOD-FOUND
               IF FV-PROG-DIAS = 0
                   DISPLAY "NAO HA FRACAO PROGRAMADA NESTE PERIODO."
               ELSE
                   IF FV-PROG-PAGO-PERIODO NOT = ZEROS
                       DISPLAY "FRACAO JA PAGA EM " FV-PROG-PAGO-PERIODO
                           ". NAO PODE SER CANCELADA."
                   ELSE
                       MOVE ZEROS TO FV-PROG-INICIO
                       MOVE ZEROS TO FV-PROG-DIAS
                       MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
                       REWRITE VACATION-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO CANCELAR PROGRAMACAO. "
                                   "STATUS=" WS-VACATION-STATUS
                           NOT INVALID KEY
                               DISPLAY "PROGRAMACAO CANCELADA."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    The vacation desk records here what FERVAR cannot know:
      *    days already taken before the ledger existed, and the
      *    reduced entitlement of an employee with unjustified
      *    absences.  The entitlement of a running period is
      *    recalculated by FERVAR every month, so it can only be
      *    adjusted once the period is complete.
       6000-ADJUST-BALANCE.
           PERFORM 3500-SELECT-PERIOD
           IF PERIOD-FOUND
               SET INPUT-IS-VALID TO TRUE
               MOVE FV-DIAS-DIREITO TO WS-DIREITO-DISPLAY
               DISPLAY "DIAS DE DIREITO: " WS-DIREITO-DISPLAY
                   " GOZADOS: " FV-DIAS-GOZADOS
               IF FV-AQUIS-FIM < WS-CDT-DATE
                   DISPLAY "NOVOS DIAS DE DIREITO (99=MANTER): "
                       WITH NO ADVANCING
                   ACCEPT WS-DIREITO-INPUT
                   IF WS-DIREITO-INPUT NOT NUMERIC
                       OR (WS-DIREITO-INPUT > WS-DIAS-MAXIMO
                           AND WS-DIREITO-INPUT NOT = WS-MANTER)
                       DISPLAY "DIAS DE DIREITO INVALIDOS. MAXIMO "
                           WS-DIAS-MAXIMO "."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
               ELSE
                   MOVE WS-MANTER TO WS-DIREITO-INPUT
               END-IF
               DISPLAY "NOVOS DIAS GOZADOS (99=MANTER): "
                   WITH NO ADVANCING
               ACCEPT WS-GOZADOS-INPUT
               IF WS-GOZADOS-INPUT NOT NUMERIC
                   DISPLAY "DIAS GOZADOS INVALIDOS."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
               IF INPUT-IS-VALID
                   IF WS-DIREITO-INPUT NOT = WS-MANTER
                       MOVE WS-DIREITO-INPUT TO FV-DIAS-DIREITO
                   END-IF
                   IF WS-GOZADOS-INPUT NOT = WS-MANTER
                       MOVE WS-GOZADOS-INPUT TO FV-DIAS-GOZADOS
                   END-IF
                   IF FV-DIAS-GOZADOS > FV-DIAS-DIREITO
                       AND FV-AQUIS-FIM < WS-CDT-DATE
                       DISPLAY "DIAS GOZADOS EXCEDEM O DIREITO."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
               END-IF
               IF INPUT-IS-VALID
                   MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
                   REWRITE VACATION-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO AJUSTAR PERIODO. STATUS="
                               WS-VACATION-STATUS
                       NOT INVALID KEY
                           MOVE FV-DIAS-DIREITO TO WS-DIREITO-DISPLAY
                           DISPLAY "PERIODO AJUSTADO. DIREITO: "
                               WS-DIREITO-DISPLAY
                               " GOZADOS: " FV-DIAS-GOZADOS
                   END-REWRITE
               ELSE
                   DISPLAY "AJUSTE CANCELADO."
               END-IF
           END-IF.

       7000-INQUIRE-PERIODS.
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT WS-EMP-ID-INPUT
           MOVE WS-EMP-ID-INPUT TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "NOME: " EMP-NOME
                   DISPLAY "ADMISSAO: " EMP-ADMISSAO
                   PERFORM 7100-LIST-PERIODS
           END-READ.

       7100-LIST-PERIODS.
           MOVE "N" TO WS-VACATION-EOF-SWITCH
           MOVE WS-EMP-ID-INPUT TO FV-EMP-ID
           MOVE ZEROS TO FV-AQUIS-INICIO
           START VACATION-FILE KEY IS NOT LESS THAN FV-KEY
               INVALID KEY SET END-OF-VACATION-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-VACATION-SCAN
               READ VACATION-FILE NEXT RECORD
                   AT END SET END-OF-VACATION-SCAN TO TRUE
                   NOT AT END
                       IF FV-EMP-ID NOT = WS-EMP-ID-INPUT
                           SET END-OF-VACATION-SCAN TO TRUE
                       ELSE
                           MOVE FV-DIAS-DIREITO TO WS-DIREITO-DISPLAY
                           DISPLAY "PERIODO " FV-AQUIS-INICIO
                               " A " FV-AQUIS-FIM
                               " LIMITE " FV-CONCESSIVO-FIM
                               " SITUACAO " FV-SITUACAO
                           DISPLAY "  AVOS " FV-AVOS
                               " DIREITO " WS-DIREITO-DISPLAY
                               " GOZADOS " FV-DIAS-GOZADOS
                               " PROGRAMADO " FV-PROG-INICIO
                               " DIAS " FV-PROG-DIAS
                               " PAGO EM " FV-PROG-PAGO-PERIODO
                       END-IF
               END-READ
           END-PERFORM.

      *    Banking-style day count (30-day months), day 31 counted
      *    as 30.
       7500-DATE-TO-DAYS.
           IF WS-DW-DAY > 30
               MOVE 30 TO WS-DW-DAY
           END-IF
           COMPUTE WS-RECORD-DAYS =
               (WS-DW-YEAR * 360) + (WS-DW-MONTH * 30) + WS-DW-DAY.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE VACATION-FILE.
