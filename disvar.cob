       IDENTIFICATION DIVISION.
       PROGRAM-ID. disvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISSIDIO-PARM-FILE ASSIGN TO DISPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TAX-TABLE-FILE ASSIGN TO TAXTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT PAYSLIP-HIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT YTD-FILE ASSIGN TO YTDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO PAYSLIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSLIP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO EMPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO DISREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUBRICA-FILE ASSIGN TO RUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RB-CODE
               FILE STATUS IS WS-RUBRICA-STATUS.
           SELECT RUBRICA-POSTING-FILE ASSIGN TO RUBLANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISSIDIO-PARM-FILE.
           COPY DSPREC.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  TAX-TABLE-FILE.
           COPY TAXREC.
       FD  PAYSLIP-HIST-FILE.
           COPY PHSREC.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  PAYSLIP-FILE.
           COPY PAYREC.
       FD  HISTORY-FILE.
           COPY HISREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  AUDIT-LOG-FILE.
           COPY AUDREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       FD  RUBRICA-FILE.
           COPY RUBREC.
       FD  RUBRICA-POSTING-FILE.
           COPY RBLREC.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE "00".
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-TAX-STATUS PIC XX VALUE "00".
       01  WS-PAYHIST-STATUS PIC XX VALUE "00".
       01  WS-YTD-STATUS PIC XX VALUE "00".
       01  WS-PAYSLIP-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-RUBRICA-STATUS PIC XX VALUE "00".
       01  WS-POSTING-STATUS PIC XX VALUE "00".
       01  WS-HIST-ACTION PIC X(1) VALUE SPACE.
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-EMPLOYEE-FILE VALUE "Y".
       01  WS-PARM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PARM-FILE VALUE "Y".
       01  WS-TAX-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-TAX-FILE VALUE "Y".
       01  WS-HIST-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-EMPLOYEE-HISTORY VALUE "Y".

       01  WS-MODO-PARM                PIC X(20) VALUE SPACES.
       01  WS-MODO PIC X(8) VALUE "SIMULA".
           88 MODO-SIMULACAO VALUE "SIMULA".
           88 MODO-EFETIVO VALUE "EFETIVA".
       01  WS-RUN-TYPE PIC X(8) VALUE "DISSIDIO".
       01  WS-RUN-STATUS PIC X(8) VALUE "COMPLETO".
       01  WS-OPERATOR PIC X(8) VALUE "DISSIDIO".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
       01  WS-LAST-PERIOD              PIC 9(6) VALUE 0.
       01  WS-LAST-PERIOD-R REDEFINES WS-LAST-PERIOD.
           05  WS-LAST-YEAR            PIC 9(4).
           05  WS-LAST-MONTH           PIC 9(2).

      *    Agreement parameters from the DISPARM cards: the base
      *    date and the raise per department.  A **** card is the
      *    raise for every department without a card of its own.
       01  WS-DATA-BASE                PIC 9(8) VALUE 0.
       01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           05  WS-DB-PERIOD            PIC 9(6).
           05  WS-DB-PERIOD-R REDEFINES WS-DB-PERIOD.
               10  WS-DB-YEAR          PIC 9(4).
               10  WS-DB-MONTH         PIC 9(2).
           05  WS-DB-DAY               PIC 9(2).
       01  WS-PARM-ERROR-SWITCH PIC X VALUE "N".
           88 PARM-CARDS-INVALID VALUE "Y".
       01  WS-PCT-GERAL                PIC 9(3)V99 VALUE 0.
       01  WS-PCT-GERAL-SWITCH PIC X VALUE "N".
           88 PCT-GERAL-INFORMADO VALUE "Y".
       01  WS-PCT-MAX                  PIC 9(3) VALUE 100.
       01  WS-PCT-USED                 PIC 9(3) VALUE 0.
       01  WS-PCT-IDX                  PIC 9(3) VALUE 0.
       01  WS-PCT-TABLE.
           05  WS-PCT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-DEPTO         PIC X(4).
               10  WS-PT-PERCENTUAL    PIC 9(3)V99.
       01  WS-PCT-FOUND-SWITCH PIC X VALUE "N".
           88 PCT-FOUND VALUE "Y".

      *    Every generation on TAXTAB is kept, not only the one in
      *    force today, so each past payment is repriced with the
      *    INSS/IRRF brackets VAR paid it with: the newest
      *    generation whose effective date does not exceed the
      *    payment's run date.
       01  WS-GER-MAX                  PIC 9(2) VALUE 20.
       01  WS-GER-USED                 PIC 9(2) VALUE 0.
       01  WS-GER-IDX                  PIC 9(2) VALUE 0.
       01  WS-GER-SCAN                 PIC 9(2) VALUE 0.
       01  WS-GER-BEST-DATE            PIC 9(8) VALUE 0.
       01  WS-GERACAO-TABLE.
           05  WS-GERACAO OCCURS 20 TIMES.
               10  WS-GT-EFFECTIVE     PIC 9(8).
               10  WS-GT-VERSION       PIC X(8).
               10  WS-GT-INSS-LOADED   PIC 9(2).
               10  WS-GT-IRRF-LOADED   PIC 9(2).
               10  WS-GT-CEILING-LOADED PIC 9(2).
               10  WS-GT-INSS-CEILING  PIC 9(6)V99.
               10  WS-GT-INSS-BRACKET OCCURS 4 TIMES.
                   15  WS-GT-INSS-LIMIT    PIC 9(6)V99.
                   15  WS-GT-INSS-RATE     PIC V999.
                   15  WS-GT-INSS-PARCELA  PIC 9(6)V99.
               10  WS-GT-IRRF-BRACKET OCCURS 5 TIMES.
                   15  WS-GT-IRRF-LIMIT    PIC 9(6)V99.
                   15  WS-GT-IRRF-RATE     PIC V999.
                   15  WS-GT-IRRF-PARCELA  PIC 9(6)V99.
       01  WS-BRACKET-IDX              PIC 9(2) VALUE 0.
       01  WS-TAX-BASE                 PIC 9(8)V99 VALUE 0.
       01  WS-TAX-INSS-BASE            PIC 9(8)V99 VALUE 0.
       01  WS-TAX-IRRF-BASE            PIC 9(8)V99 VALUE 0.
       01  WS-TAX-INSS                 PIC 9(8)V99 VALUE 0.
       01  WS-TAX-IRRF                 PIC 9(8)V99 VALUE 0.
       01  WS-TAX-WORK                 PIC S9(8)V99 VALUE 0.

      *    The employee being repriced: the raise, the pay before
      *    and after it, and what the run found on the history.
       01  WS-EMP-PERCENTUAL           PIC 9(3)V99 VALUE 0.
       01  WS-PAY-ANTES                PIC 9(6)V99 VALUE 0.
       01  WS-PAY-DEPOIS               PIC 9(6)V99 VALUE 0.
       01  WS-BEFORE-RECORD            PIC X(103).
       01  WS-REPROCESSO-SWITCH PIC X VALUE "N".
           88 REAJUSTE-JA-GRAVADO VALUE "Y".
       01  WS-JA-APLICADO-SWITCH PIC X VALUE "N".
           88 ACORDO-JA-APLICADO VALUE "Y".
       01  WS-JA-APLICADO-PERIOD       PIC 9(6) VALUE 0.
       01  WS-SEM-TABELA-SWITCH PIC X VALUE "N".
           88 PAGAMENTO-SEM-TABELA VALUE "Y".
       01  WS-SEM-TABELA-DATE          PIC 9(8) VALUE 0.
       01  WS-ESTOURO-SWITCH PIC X VALUE "N".
           88 REAJUSTE-ESTOURA VALUE "Y".
       01  WS-EXCESSO-SWITCH PIC X VALUE "N".
           88 LINHAS-EXCEDIDAS VALUE "Y".
       01  WS-REGRAVACAO-SWITCH PIC X VALUE "N".
           88 REGRAVACAO-FALHOU VALUE "Y".

       01  WS-DIF-GROSS                PIC 9(6)V99 VALUE 0.
       01  WS-DIF-INSS                 PIC 9(6)V99 VALUE 0.
       01  WS-DIF-IRRF                 PIC 9(6)V99 VALUE 0.
       01  WS-DIF-NET                  PIC 9(6)V99 VALUE 0.
       01  WS-DIF-DECIMO1              PIC 9(6)V99 VALUE 0.

      *    The differences on 13th first installments carry no INSS
      *    and are left out of the INSS base on the payslip and on
      *    PAYHIST; they are posted to RUBLANC under their own code
      *    so GLVAR books them to their own account.  Incidences and
      *    account come from RUBMAST.
       01  WS-D13-CODE                 PIC X(3) VALUE "D13".
       01  WS-D13-INCIDE-INSS          PIC X(1) VALUE "N".
       01  WS-D13-INCIDE-IRRF          PIC X(1) VALUE "N".
       01  WS-D13-INCIDE-FGTS          PIC X(1) VALUE "S".
       01  WS-D13-CONTA-GL             PIC X(12) VALUE SPACES.

      *    A 13th-salary second installment was taxed on the whole
      *    13th, so its first installment of the same year is kept
      *    to rebuild that base; what the first installment's own
      *    repricing already paid is not paid twice.
       01  WS-D1-YEAR                  PIC 9(4) VALUE 0.
       01  WS-D1-GROSS                 PIC 9(8)V99 VALUE 0.
       01  WS-D1-DIFF                  PIC 9(8)V99 VALUE 0.
       01  WS-LINE-PERIOD              PIC 9(6) VALUE 0.
       01  WS-LINE-PERIOD-R REDEFINES WS-LINE-PERIOD.
           05  WS-LP-YEAR              PIC 9(4).
           05  WS-LP-MONTH             PIC 9(2).
       01  WS-OLD-BASE                 PIC 9(8)V99 VALUE 0.
       01  WS-NEW-BASE                 PIC 9(8)V99 VALUE 0.
       01  WS-OLD-INSS-BASE            PIC 9(8)V99 VALUE 0.
       01  WS-NEW-INSS-BASE            PIC 9(8)V99 VALUE 0.
       01  WS-OLD-INSS                 PIC 9(8)V99 VALUE 0.
       01  WS-OLD-IRRF                 PIC 9(8)V99 VALUE 0.
       01  WS-LINE-DIF-GROSS           PIC S9(8)V99 VALUE 0.
       01  WS-LINE-DIF-INSS            PIC S9(8)V99 VALUE 0.
       01  WS-LINE-DIF-IRRF            PIC S9(8)V99 VALUE 0.

      *    The repriced lines of the employee, held until the whole
      *    history has been read so the report can open the block
      *    with the employee's final situation.
       01  WS-LINE-MAX                 PIC 9(2) VALUE 60.
       01  WS-LINE-USED                PIC 9(2) VALUE 0.
       01  WS-LINE-IDX                 PIC 9(2) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 60 TIMES.
               10  WS-LT-PERIOD        PIC 9(6).
               10  WS-LT-RUN-TYPE      PIC X(8).
               10  WS-LT-VERSION       PIC X(8).
               10  WS-LT-PAGO          PIC 9(8)V99.
               10  WS-LT-DIF-GROSS     PIC 9(8)V99.
               10  WS-LT-DIF-INSS      PIC 9(8)V99.
               10  WS-LT-DIF-IRRF      PIC 9(8)V99.

       01  WS-READ-COUNT               PIC 9(6) VALUE 0.
       01  WS-FORA-COUNT               PIC 9(6) VALUE 0.
       01  WS-REAJUSTADOS-COUNT        PIC 9(6) VALUE 0.
       01  WS-PAGOS-COUNT              PIC 9(6) VALUE 0.
       01  WS-RETIDOS-COUNT            PIC 9(6) VALUE 0.
       01  WS-JA-APLICADOS-COUNT       PIC 9(6) VALUE 0.
       01  WS-FIRST-EMP-ID             PIC 9(6) VALUE 0.
       01  WS-LAST-EMP-ID              PIC 9(6) VALUE 0.
       01  WS-TOTAL-GROSS              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-INSS               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-IRRF               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NET                PIC 9(9)V99 VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "DIFERENCAS DE DISSIDIO COLETIVO -  ".
           05  WS-H1-MODO              PIC X(10).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(11) VALUE "DATA-BASE: ".
           05  WS-H2-DATA-BASE         PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
               "  PAGAMENTOS DE ".
           05  WS-H2-DE                PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE " A ".
           05  WS-H2-ATE               PIC 9(6).
           05  FILLER                  PIC X(13) VALUE
               "  EXECUCAO: ".
           05  WS-H2-RUN-DATE          PIC 9(8).
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "PERIODO TIPO     TABELA   BRUTO PAGO  B".
           05  FILLER                  PIC X(40) VALUE
               "RUTO DEVIDO  DIF BRUTO   DIF INSS   DIF".
       01  WS-COLUMN-HEADER-2.
           05  FILLER                  PIC X(75) VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE " IRRF".
       01  WS-EMPLOYEE-LINE.
           05  WS-RE-EMP-ID            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RE-NOME              PIC X(30).
           05  FILLER                  PIC X(7)  VALUE " DEPTO ".
           05  WS-RE-DEPTO             PIC X(4).
           05  FILLER                  PIC X(11) VALUE
               "  REAJUSTE ".
           05  WS-RE-PERCENTUAL        PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE "%".
       01  WS-PAY-LINE.
           05  FILLER                  PIC X(24) VALUE
               "        SALARIO/TAXA DE ".
           05  WS-RP-ANTES             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " PARA ".
           05  WS-RP-DEPOIS            PIC ZZZ,ZZ9.99.
       01  WS-DETAIL-LINE.
           05  WS-RD-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RD-RUN-TYPE          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-VERSION           PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-PAGO              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DEVIDO            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DIF-GROSS         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DIF-INSS          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RD-DIF-IRRF          PIC ZZZ,ZZ9.99.
       01  WS-EMPLOYEE-TOTAL-LINE.
           05  FILLER                  PIC X(17) VALUE
               "  A PAGAR  BRUTO ".
           05  WS-ET-GROSS             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " INSS ".
           05  WS-ET-INSS              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " IRRF ".
           05  WS-ET-IRRF              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE
               " LIQUIDO ".
           05  WS-ET-NET               PIC ZZZ,ZZ9.99.
       01  WS-SITUACAO-LINE.
           05  FILLER                  PIC X(12) VALUE
               "  SITUACAO: ".
           05  WS-RS-TEXTO             PIC X(68).
       01  WS-SITUACAO-TEXT-PERIOD.
           05  WS-ST-TEXTO             PIC X(40).
           05  WS-ST-PERIOD            PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-REPORT-COUNT-LINE.
           05  WS-RC-LABEL             PIC X(36).
           05  WS-RC-COUNT             PIC ZZZ,ZZ9.
       01  WS-REPORT-VALUE-LINE.
           05  WS-RV-LABEL             PIC X(36).
           05  WS-RV-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-SIGNOFF-LINE.
           05  FILLER                  PIC X(80) VALUE
               "APROVACAO RH: ______________  FOLHA: ______________".
       01  WS-REPORT-BLANK             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN               PIC S9(4) COMP.
           05  WS-PARM-TEXT              PIC X(20).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       0000-MAIN.
           PERFORM 1150-PARSE-PARM
           PERFORM 1050-CHECK-RUN-CONTROL
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-READ-PARAMETERS
           PERFORM 1100-LOAD-TAX-TABLES
           PERFORM 1500-WRITE-REPORT-HEADER
           PERFORM UNTIL END-OF-EMPLOYEE-FILE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET END-OF-EMPLOYEE-FILE TO TRUE
                   NOT AT END PERFORM 2000-PROCESS-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-REPORT-TOTALS
           IF MODO-EFETIVO
               PERFORM 7000-WRITE-AUDIT-LOG
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY "FUNCIONARIOS LIDOS: " WS-READ-COUNT
           DISPLAY "FORA DO ACORDO: " WS-FORA-COUNT
           DISPLAY "REAJUSTADOS: " WS-REAJUSTADOS-COUNT
               " COM DIFERENCAS A PAGAR: " WS-PAGOS-COUNT
           DISPLAY "RETIDOS PARA CONFERENCIA: " WS-RETIDOS-COUNT
               " JA APLICADOS ANTES: " WS-JA-APLICADOS-COUNT
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO: NADA FOI GRAVADO NEM PAGO."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RETIDOS-COUNT > 0 OR WS-JA-APLICADOS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    The PARM selects the mode: SIMULA (or blank) only prints
      *    the differences report for review and ends RC 8, so the
      *    job's bank and ledger steps are held; EFETIVA applies
      *    the raise to the master and pays the differences.
       1150-PARSE-PARM.
           MOVE SPACES TO WS-MODO-PARM
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT TO WS-MODO-PARM
           END-IF
           EVALUATE TRUE
               WHEN WS-MODO-PARM = SPACES
                   CONTINUE
               WHEN WS-MODO-PARM (1:6) = "SIMULA"
                   CONTINUE
               WHEN WS-MODO-PARM (1:7) = "EFETIVA"
                   MOVE "EFETIVA" TO WS-MODO
               WHEN OTHER
                   DISPLAY "ERRO: PARM INVALIDO: " WS-MODO-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-PERIOD TO WS-LAST-PERIOD
           IF WS-LAST-MONTH = 01
               SUBTRACT 1 FROM WS-LAST-YEAR
               MOVE 12 TO WS-LAST-MONTH
           ELSE
               SUBTRACT 1 FROM WS-LAST-MONTH
           END-IF
           DISPLAY "DISSIDIO - MODO " WS-MODO
               " PERIODO " WS-RUN-PERIOD.

      *    The raise rewrites the master, YTDMAST and PAYHIST that
      *    the payroll run also updates, so the run refuses to start
      *    while a payroll's control record is active.  The record
      *    is then stamped active for an EFETIVA run, which keeps
      *    MNTVAR, HRVAR and VAR off the master until it ends.  An
      *    EFETIVA run that died leaves its own record active; a
      *    resubmit passes, since the run recognizes what it already
      *    applied (see 2120-CHECK-RERUN).
       1050-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "00" AND RC-RUN-ACTIVE
                   IF RC-RUN-TYPE = WS-RUN-TYPE AND MODO-EFETIVO
                       DISPLAY "AVISO: RETOMANDO EXECUCAO "
                           RC-RUN-TYPE " INICIADA EM "
                           RC-START-DATE " " RC-START-TIME
                   ELSE
                       DISPLAY "ERRO: EXECUCAO " RC-RUN-TYPE
                           " EM ANDAMENTO DESDE " RC-START-DATE
                           " " RC-START-TIME
                           ". DISSIDIO NAO INICIADO."
                       CLOSE RUN-CONTROL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF MODO-EFETIVO
               PERFORM 1060-SET-RUN-CONTROL
           END-IF.

       1060-SET-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUN-CONTROL-FILE. STATUS="
                   WS-RUNCTL-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET RC-RUN-ACTIVE TO TRUE
           MOVE WS-RUN-TYPE TO RC-RUN-TYPE
           MOVE WS-CDT-DATE TO RC-START-DATE
           MOVE WS-CDT-TIME TO RC-START-TIME
           WRITE RUN-CONTROL-RECORD
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AVISO: ERRO AO GRAVAR RUN-CONTROL-FILE. "
                   "STATUS=" WS-RUNCTL-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE.

       7700-CLEAR-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE
           SET RC-RUN-CLEAR TO TRUE
           MOVE SPACES TO RC-RUN-TYPE
           MOVE ZEROS TO RC-START-DATE
           MOVE ZEROS TO RC-START-TIME
           WRITE RUN-CONTROL-RECORD
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AVISO: ERRO AO GRAVAR RUN-CONTROL-FILE. "
                   "STATUS=" WS-RUNCTL-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *    A simulation only reads the masters.  EFETIVA opens them
      *    for update and also opens the differences payslip file,
      *    the change history and the RUBLANC postings.
       1000-OPEN-FILES.
           IF MODO-EFETIVO
               OPEN I-O EMPLOYEE-FILE
           ELSE
               OPEN INPUT EMPLOYEE-FILE
           END-IF
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE. STATUS="
                   WS-EMP-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-EFETIVO
               OPEN I-O PAYSLIP-HIST-FILE
           ELSE
               OPEN INPUT PAYSLIP-HIST-FILE
           END-IF
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYSLIP-HIST-FILE. STATUS="
                   WS-PAYHIST-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-EFETIVO
               PERFORM 1010-OPEN-UPDATE-FILES
           END-IF.

       1010-OPEN-UPDATE-FILES.
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR YTD-FILE. STATUS="
                   WS-YTD-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-HIST-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYSLIP-FILE. STATUS="
                   WS-PAYSLIP-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-HIST-FILE
               CLOSE REPORT-FILE
               CLOSE YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORY-FILE. STATUS="
                   WS-HISTORY-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-HIST-FILE
               CLOSE REPORT-FILE
               CLOSE YTD-FILE
               CLOSE PAYSLIP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUBRICA-POSTING-FILE
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUBRICA-POSTING-FILE. STATUS="
                   WS-POSTING-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-HIST-FILE
               CLOSE REPORT-FILE
               CLOSE YTD-FILE
               CLOSE PAYSLIP-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1020-READ-D13-RUBRICA.

      *    The D13 incidences and account as RUBMAST holds them.
      *    A missing master or code, or an inactive one, leaves the
      *    posting with the legal incidences and no account, the
      *    same as VAR does for the consignado and alimony codes.
       1020-READ-D13-RUBRICA.
           OPEN INPUT RUBRICA-FILE
           IF WS-RUBRICA-STATUS NOT = "00"
               DISPLAY "AVISO: ERRO AO ABRIR RUBRICA-FILE. STATUS="
                   WS-RUBRICA-STATUS
           ELSE
               MOVE WS-D13-CODE TO RB-CODE
               READ RUBRICA-FILE
                   INVALID KEY
                       MOVE SPACES TO RB-SITUACAO
               END-READ
               IF RB-ATIVA AND RB-TYPE-EARNING
                   MOVE RB-INCIDE-INSS TO WS-D13-INCIDE-INSS
                   MOVE RB-INCIDE-IRRF TO WS-D13-INCIDE-IRRF
                   MOVE RB-INCIDE-FGTS TO WS-D13-INCIDE-FGTS
                   MOVE RB-CONTA-GL TO WS-D13-CONTA-GL
               END-IF
               CLOSE RUBRICA-FILE
           END-IF
           IF WS-D13-CONTA-GL = SPACES
               DISPLAY "AVISO: RUBRICA " WS-D13-CODE " AUSENTE OU "
                   "INATIVA. DIFERENCAS DE 13O SEM CONTA CONTABIL."
           END-IF.

      *    Loads every generation on TAXTAB.  A generation missing
      *    brackets is kept but marked by its counts, and a payment
      *    that falls under it is held rather than repriced.
       1100-LOAD-TAX-TABLES.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TAX-TABLE-FILE. STATUS="
                   WS-TAX-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TAX-FILE
               READ TAX-TABLE-FILE
                   AT END SET END-OF-TAX-FILE TO TRUE
                   NOT AT END PERFORM 1110-APPLY-TAX-RECORD
               END-READ
           END-PERFORM
           CLOSE TAX-TABLE-FILE
           IF WS-GER-USED = 0
               DISPLAY "ERRO: TAX-TABLE-FILE SEM NENHUMA GERACAO."
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
               UNTIL WS-GER-IDX > WS-GER-USED
               DISPLAY "TABELA DE IMPOSTOS CARREGADA. VERSAO="
                   WS-GT-VERSION (WS-GER-IDX)
                   " VIGENCIA=" WS-GT-EFFECTIVE (WS-GER-IDX)
               IF WS-GT-INSS-LOADED (WS-GER-IDX) NOT = 4
                       OR WS-GT-IRRF-LOADED (WS-GER-IDX) NOT = 5
                       OR WS-GT-CEILING-LOADED (WS-GER-IDX) NOT = 1
                   DISPLAY "AVISO: GERACAO INCOMPLETA. PAGAMENTOS "
                       "DESTA VIGENCIA SERAO RETIDOS."
               END-IF
           END-PERFORM.

       1110-APPLY-TAX-RECORD.
           PERFORM 1120-FIND-GENERATION
           EVALUATE TRUE
               WHEN TT-TYPE-INSS AND TT-SEQ >= 1 AND TT-SEQ <= 4
                   MOVE TT-LIMIT
                       TO WS-GT-INSS-LIMIT (WS-GER-IDX TT-SEQ)
                   MOVE TT-RATE
                       TO WS-GT-INSS-RATE (WS-GER-IDX TT-SEQ)
                   MOVE TT-PARCELA
                       TO WS-GT-INSS-PARCELA (WS-GER-IDX TT-SEQ)
                   ADD 1 TO WS-GT-INSS-LOADED (WS-GER-IDX)
               WHEN TT-TYPE-IRRF AND TT-SEQ >= 1 AND TT-SEQ <= 5
                   MOVE TT-LIMIT
                       TO WS-GT-IRRF-LIMIT (WS-GER-IDX TT-SEQ)
                   MOVE TT-RATE
                       TO WS-GT-IRRF-RATE (WS-GER-IDX TT-SEQ)
                   MOVE TT-PARCELA
                       TO WS-GT-IRRF-PARCELA (WS-GER-IDX TT-SEQ)
                   ADD 1 TO WS-GT-IRRF-LOADED (WS-GER-IDX)
               WHEN TT-TYPE-CEILING
                   MOVE TT-PARCELA TO WS-GT-INSS-CEILING (WS-GER-IDX)
                   ADD 1 TO WS-GT-CEILING-LOADED (WS-GER-IDX)
               WHEN TT-TYPE-DEPENDENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVISO: REGISTRO DE TABELA "
                       "INVALIDO IGNORADO. TIPO="
                       TT-TABLE-TYPE " SEQ=" TT-SEQ
           END-EVALUATE.

       1120-FIND-GENERATION.
           MOVE 0 TO WS-GER-IDX
           PERFORM VARYING WS-GER-SCAN FROM 1 BY 1
               UNTIL WS-GER-SCAN > WS-GER-USED OR WS-GER-IDX > 0
               IF WS-GT-EFFECTIVE (WS-GER-SCAN) = TT-EFFECTIVE-DATE
                   MOVE WS-GER-SCAN TO WS-GER-IDX
               END-IF
           END-PERFORM
           IF WS-GER-IDX = 0
               IF WS-GER-USED >= WS-GER-MAX
                   DISPLAY "ERRO: TAX-TABLE-FILE EXCEDE O LIMITE DE "
                       WS-GER-MAX " GERACOES."
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 7000-WRITE-AUDIT-LOG
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GER-USED
               MOVE WS-GER-USED TO WS-GER-IDX
               MOVE TT-EFFECTIVE-DATE TO WS-GT-EFFECTIVE (WS-GER-IDX)
               MOVE TT-VERSION TO WS-GT-VERSION (WS-GER-IDX)
               MOVE 0 TO WS-GT-INSS-LOADED (WS-GER-IDX)
               MOVE 0 TO WS-GT-IRRF-LOADED (WS-GER-IDX)
               MOVE 0 TO WS-GT-CEILING-LOADED (WS-GER-IDX)
               MOVE 0 TO WS-GT-INSS-CEILING (WS-GER-IDX)
           END-IF.

      *    Reads the DISPARM cards.  Any invalid card, a missing
      *    base date or no raise at all abends before anything is
      *    priced: a half-read agreement must never be applied.
       1200-READ-PARAMETERS.
           OPEN INPUT DISSIDIO-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR DISSIDIO-PARM-FILE. STATUS="
                   WS-PARM-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-PARM-FILE
               READ DISSIDIO-PARM-FILE
                   AT END SET END-OF-PARM-FILE TO TRUE
                   NOT AT END PERFORM 1210-APPLY-PARM-CARD
               END-READ
           END-PERFORM
           CLOSE DISSIDIO-PARM-FILE
           IF WS-DATA-BASE = 0
               DISPLAY "ERRO: CARTAO D (DATA-BASE) NAO INFORMADO."
               SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF WS-DB-PERIOD > WS-RUN-PERIOD
               DISPLAY "ERRO: DATA-BASE " WS-DATA-BASE
                   " POSTERIOR AO PERIODO DA EXECUCAO."
               SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF WS-PCT-USED = 0 AND NOT PCT-GERAL-INFORMADO
               DISPLAY "ERRO: NENHUM CARTAO P (PERCENTUAL) INFORMADO."
               SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DATA-BASE DO ACORDO: " WS-DATA-BASE
               " DEPARTAMENTOS: " WS-PCT-USED.

       1210-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN DP-TIPO-COMENTARIO
                   CONTINUE
               WHEN DP-TIPO-DATA-BASE
                   IF DP-DATA-BASE NOT NUMERIC
                           OR WS-DATA-BASE NOT = 0
                       DISPLAY "ERRO: CARTAO D INVALIDO OU REPETIDO: "
                           DISSIDIO-PARM-RECORD
                       SET PARM-CARDS-INVALID TO TRUE
                   ELSE
                       MOVE DP-DATA-BASE TO WS-DATA-BASE
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-BASE)
                               NOT = 0
                           DISPLAY "ERRO: DATA-BASE INVALIDA: "
                               DP-DATA-BASE
                           SET PARM-CARDS-INVALID TO TRUE
                       END-IF
                   END-IF
               WHEN DP-TIPO-PERCENTUAL
                   PERFORM 1220-APPLY-PERCENT-CARD
               WHEN OTHER
                   DISPLAY "ERRO: CARTAO DE PARAMETRO INVALIDO: "
                       DISSIDIO-PARM-RECORD
                   SET PARM-CARDS-INVALID TO TRUE
           END-EVALUATE.

       1220-APPLY-PERCENT-CARD.
           IF DP-DEPTO = SPACES OR DP-PERCENTUAL NOT NUMERIC
                   OR DP-PERCENTUAL = 0 OR DP-PERCENTUAL > 100
               DISPLAY "ERRO: CARTAO P INVALIDO: " DISSIDIO-PARM-RECORD
               SET PARM-CARDS-INVALID TO TRUE
           ELSE
               IF DP-DEPTO = "****"
                   IF PCT-GERAL-INFORMADO
                       DISPLAY "ERRO: CARTAO P **** REPETIDO."
                       SET PARM-CARDS-INVALID TO TRUE
                   END-IF
                   MOVE DP-PERCENTUAL TO WS-PCT-GERAL
                   SET PCT-GERAL-INFORMADO TO TRUE
               ELSE
                   MOVE "N" TO WS-PCT-FOUND-SWITCH
                   PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                       UNTIL WS-PCT-IDX > WS-PCT-USED
                       IF WS-PT-DEPTO (WS-PCT-IDX) = DP-DEPTO
                           SET PCT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF PCT-FOUND
                       DISPLAY "ERRO: DEPARTAMENTO REPETIDO: "
                           DP-DEPTO
                       SET PARM-CARDS-INVALID TO TRUE
                   ELSE
                       IF WS-PCT-USED >= WS-PCT-MAX
                           DISPLAY "ERRO: CARTOES P EXCEDEM O LIMITE "
                               "DE " WS-PCT-MAX " DEPARTAMENTOS."
                           SET PARM-CARDS-INVALID TO TRUE
                       ELSE
                           ADD 1 TO WS-PCT-USED
                           MOVE DP-DEPTO TO WS-PT-DEPTO (WS-PCT-USED)
                           MOVE DP-PERCENTUAL
                               TO WS-PT-PERCENTUAL (WS-PCT-USED)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1500-WRITE-REPORT-HEADER.
           IF MODO-EFETIVO
               MOVE "EFETIVACAO" TO WS-H1-MODO
           ELSE
               MOVE "SIMULACAO" TO WS-H1-MODO
           END-IF
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-DATA-BASE TO WS-H2-DATA-BASE
           MOVE WS-DB-PERIOD TO WS-H2-DE
           MOVE WS-LAST-PERIOD TO WS-H2-ATE
           MOVE WS-CDT-DATE TO WS-H2-RUN-DATE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADER-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      *    One employee: the raise of the department, the pay after
      *    it, and every payment since the base date repriced.  An
      *    employee whose department is not on the cards is outside
      *    the agreement and does not appear on the report.
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           IF WS-FIRST-EMP-ID = 0
               MOVE EMP-ID TO WS-FIRST-EMP-ID
           END-IF
           MOVE EMP-ID TO WS-LAST-EMP-ID
           PERFORM 2100-FIND-PERCENTUAL
           IF NOT PCT-FOUND
               ADD 1 TO WS-FORA-COUNT
           ELSE
               PERFORM 2120-CHECK-RERUN
               PERFORM 2150-COMPUTE-NEW-PAY
               PERFORM 2200-SCAN-PAYMENT-HISTORY
               COMPUTE WS-DIF-NET =
                   WS-DIF-GROSS - WS-DIF-INSS - WS-DIF-IRRF
               PERFORM 2400-REPORT-EMPLOYEE
               IF PAGAMENTO-SEM-TABELA OR REAJUSTE-ESTOURA
                       OR LINHAS-EXCEDIDAS
                   ADD 1 TO WS-RETIDOS-COUNT
               ELSE
                   IF ACORDO-JA-APLICADO
                       ADD 1 TO WS-JA-APLICADOS-COUNT
                   ELSE
                       MOVE "N" TO WS-REGRAVACAO-SWITCH
                       IF MODO-EFETIVO
                           PERFORM 3000-APPLY-RAISE
                       END-IF
                       IF REGRAVACAO-FALHOU
                           ADD 1 TO WS-RETIDOS-COUNT
                       ELSE
                           PERFORM 2050-COUNT-REAJUSTADO
                           IF MODO-EFETIVO
                               PERFORM 3100-PAY-DIFFERENCES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2050-COUNT-REAJUSTADO.
           ADD 1 TO WS-REAJUSTADOS-COUNT
           IF WS-DIF-GROSS > 0
               ADD 1 TO WS-PAGOS-COUNT
               ADD WS-DIF-GROSS TO WS-TOTAL-GROSS
               ADD WS-DIF-INSS TO WS-TOTAL-INSS
               ADD WS-DIF-IRRF TO WS-TOTAL-IRRF
               ADD WS-DIF-NET TO WS-TOTAL-NET
           END-IF.

       2100-FIND-PERCENTUAL.
           MOVE "N" TO WS-PCT-FOUND-SWITCH
           MOVE 0 TO WS-EMP-PERCENTUAL
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
               UNTIL WS-PCT-IDX > WS-PCT-USED OR PCT-FOUND
               IF WS-PT-DEPTO (WS-PCT-IDX) = EMP-DEPTO
                   SET PCT-FOUND TO TRUE
                   MOVE WS-PT-PERCENTUAL (WS-PCT-IDX)
                       TO WS-EMP-PERCENTUAL
               END-IF
           END-PERFORM
           IF NOT PCT-FOUND AND PCT-GERAL-INFORMADO
               SET PCT-FOUND TO TRUE
               MOVE WS-PCT-GERAL TO WS-EMP-PERCENTUAL
           END-IF.

      *    A DISSIDIO line already on PAYHIST for this very period
      *    means this run is being resubmitted: the raise is on the
      *    master already and must not be applied twice, but the
      *    differences are priced again from the same history and
      *    rewritten in place, exactly as VAR reruns a month.  The
      *    line is put down before the master is raised (see 3000),
      *    so a run that stops anywhere after the raise still
      *    leaves it behind.
       2120-CHECK-RERUN.
           MOVE "N" TO WS-REPROCESSO-SWITCH
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-RUN-TYPE TO PH-RUN-TYPE
           READ PAYSLIP-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REAJUSTE-JA-GRAVADO TO TRUE
           END-READ.

       2150-COMPUTE-NEW-PAY.
           MOVE "N" TO WS-ESTOURO-SWITCH
           IF EMP-TYPE-HOURLY
               MOVE EMP-RATE TO WS-PAY-ANTES
           ELSE
               MOVE EMP-SALARIO TO WS-PAY-ANTES
           END-IF
           IF REAJUSTE-JA-GRAVADO
               MOVE WS-PAY-ANTES TO WS-PAY-DEPOIS
           ELSE
               COMPUTE WS-PAY-DEPOIS ROUNDED =
                   WS-PAY-ANTES * (100 + WS-EMP-PERCENTUAL) / 100
                   ON SIZE ERROR
                       SET REAJUSTE-ESTOURA TO TRUE
                       MOVE WS-PAY-ANTES TO WS-PAY-DEPOIS
               END-COMPUTE
               IF EMP-TYPE-HOURLY AND WS-PAY-DEPOIS > 9999.99
                   SET REAJUSTE-ESTOURA TO TRUE
                   MOVE WS-PAY-ANTES TO WS-PAY-DEPOIS
               END-IF
           END-IF.

      *    The employee's payments are read in key order from the
      *    first period on file.  Lines before the base date only
      *    matter for a 13th first installment; lines from the base
      *    period up to the month before the run are repriced.  The
      *    run's own month is left out: it is paid at the new pay by
      *    the month's payroll, which therefore runs after this job.
       2200-SCAN-PAYMENT-HISTORY.
           MOVE 0 TO WS-DIF-GROSS
           MOVE 0 TO WS-DIF-INSS
           MOVE 0 TO WS-DIF-IRRF
           MOVE 0 TO WS-DIF-NET
           MOVE 0 TO WS-DIF-DECIMO1
           MOVE 0 TO WS-LINE-USED
           MOVE 0 TO WS-D1-YEAR
           MOVE 0 TO WS-D1-GROSS
           MOVE 0 TO WS-D1-DIFF
           MOVE "N" TO WS-JA-APLICADO-SWITCH
           MOVE "N" TO WS-SEM-TABELA-SWITCH
           MOVE "N" TO WS-EXCESSO-SWITCH
           MOVE 0 TO WS-JA-APLICADO-PERIOD
           MOVE 0 TO WS-SEM-TABELA-DATE
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE EMP-ID TO PH-EMP-ID
           MOVE ZEROS TO PH-PERIOD
           MOVE LOW-VALUES TO PH-RUN-TYPE
           START PAYSLIP-HIST-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY SET END-OF-EMPLOYEE-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-EMPLOYEE-HISTORY
               READ PAYSLIP-HIST-FILE NEXT RECORD
                   AT END SET END-OF-EMPLOYEE-HISTORY TO TRUE
                   NOT AT END
                       IF PH-EMP-ID NOT = EMP-ID
                           SET END-OF-EMPLOYEE-HISTORY TO TRUE
                       ELSE
                           PERFORM 2250-EXAMINE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *    A DISSIDIO line inside the window from an earlier month
      *    means this agreement was already paid to the employee;
      *    the run leaves them alone instead of raising them again.
       2250-EXAMINE-HISTORY-LINE.
           MOVE PH-PERIOD TO WS-LINE-PERIOD
           EVALUATE TRUE
               WHEN PH-RUN-TYPE = WS-RUN-TYPE
                   IF PH-PERIOD NOT < WS-DB-PERIOD
                           AND PH-PERIOD < WS-RUN-PERIOD
                       SET ACORDO-JA-APLICADO TO TRUE
                       MOVE PH-PERIOD TO WS-JA-APLICADO-PERIOD
                   END-IF
               WHEN PH-PERIOD < WS-DB-PERIOD
                   IF PH-RUN-TYPE = "DECIMO1"
                       MOVE WS-LP-YEAR TO WS-D1-YEAR
                       MOVE PH-GROSS TO WS-D1-GROSS
                       MOVE 0 TO WS-D1-DIFF
                   END-IF
               WHEN PH-PERIOD < WS-RUN-PERIOD
                   PERFORM 2300-REPRICE-LINE
           END-EVALUATE.

      *    The raise applies to the whole gross of the payment --
      *    salary, and the overtime, vacation and 13th figures that
      *    follow from it.  A 13th first installment carried no
      *    INSS/IRRF; every other payment is taxed on the old and
      *    on the new base with the generation of its run date, and
      *    the tax difference is what the repriced line owes.
       2300-REPRICE-LINE.
           EVALUATE PH-RUN-TYPE
               WHEN "DECIMO1"
                   MOVE PH-GROSS TO WS-OLD-BASE
                   PERFORM 2310-RAISE-BASE
                   MOVE 0 TO WS-LINE-DIF-INSS
                   MOVE 0 TO WS-LINE-DIF-IRRF
                   MOVE WS-LP-YEAR TO WS-D1-YEAR
                   MOVE PH-GROSS TO WS-D1-GROSS
                   MOVE WS-LINE-DIF-GROSS TO WS-D1-DIFF
                   PERFORM 2380-KEEP-LINE
                   ADD WS-LINE-DIF-GROSS TO WS-DIF-DECIMO1
               WHEN "MENSAL"
               WHEN "SUPL"
               WHEN "FERIAS"
               WHEN "DECIMO2"
                   MOVE PH-GROSS TO WS-OLD-BASE
                   IF PH-RUN-TYPE = "DECIMO2"
                           AND WS-D1-YEAR = WS-LP-YEAR
                       ADD WS-D1-GROSS TO WS-OLD-BASE
                   END-IF
                   PERFORM 2310-RAISE-BASE
                   IF PH-RUN-TYPE = "DECIMO2"
                           AND WS-D1-YEAR = WS-LP-YEAR
                       SUBTRACT WS-D1-DIFF FROM WS-LINE-DIF-GROSS
                   END-IF
                   PERFORM 2350-FIND-LINE-GENERATION
                   IF WS-GER-IDX = 0
                       SET PAGAMENTO-SEM-TABELA TO TRUE
                       MOVE PH-RUN-DATE TO WS-SEM-TABELA-DATE
                       MOVE 0 TO WS-LINE-DIF-INSS
                       MOVE 0 TO WS-LINE-DIF-IRRF
                   ELSE
                       PERFORM 2320-PRICE-TAX-DIFFERENCE
                   END-IF
                   PERFORM 2380-KEEP-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2310-RAISE-BASE.
           COMPUTE WS-NEW-BASE ROUNDED =
               WS-OLD-BASE * (100 + WS-EMP-PERCENTUAL) / 100
           COMPUTE WS-LINE-DIF-GROSS = WS-NEW-BASE - WS-OLD-BASE.

      *    The INSS is priced over the INSS base VAR recorded on the
      *    line -- the gross less the codes outside it -- raised by
      *    the same percentage; a line written before the base was
      *    kept carries zero and is priced over the gross.  For a
      *    13th second installment VAR's base already is the whole
      *    13th.  The IRRF stays on the gross.
       2320-PRICE-TAX-DIFFERENCE.
           IF PH-INSS-BASE > 0
               MOVE PH-INSS-BASE TO WS-OLD-INSS-BASE
               COMPUTE WS-NEW-INSS-BASE ROUNDED =
                   WS-OLD-INSS-BASE * (100 + WS-EMP-PERCENTUAL) / 100
           ELSE
               MOVE WS-OLD-BASE TO WS-OLD-INSS-BASE
               MOVE WS-NEW-BASE TO WS-NEW-INSS-BASE
           END-IF
           MOVE WS-OLD-BASE TO WS-TAX-BASE
           MOVE WS-OLD-INSS-BASE TO WS-TAX-INSS-BASE
           PERFORM 4000-PRICE-TAXES
           MOVE WS-TAX-INSS TO WS-OLD-INSS
           MOVE WS-TAX-IRRF TO WS-OLD-IRRF
           MOVE WS-NEW-BASE TO WS-TAX-BASE
           MOVE WS-NEW-INSS-BASE TO WS-TAX-INSS-BASE
           PERFORM 4000-PRICE-TAXES
           COMPUTE WS-LINE-DIF-INSS = WS-TAX-INSS - WS-OLD-INSS
           COMPUTE WS-LINE-DIF-IRRF = WS-TAX-IRRF - WS-OLD-IRRF
           IF WS-LINE-DIF-INSS < 0
               MOVE 0 TO WS-LINE-DIF-INSS
           END-IF
           IF WS-LINE-DIF-IRRF < 0
               MOVE 0 TO WS-LINE-DIF-IRRF
           END-IF.

      *    The generation in force on the day VAR paid the line:
      *    the newest effective date not after PH-RUN-DATE.  None,
      *    or an incomplete one, leaves WS-GER-IDX at zero.
       2350-FIND-LINE-GENERATION.
           MOVE 0 TO WS-GER-IDX
           MOVE 0 TO WS-GER-BEST-DATE
           PERFORM VARYING WS-GER-SCAN FROM 1 BY 1
               UNTIL WS-GER-SCAN > WS-GER-USED
               IF WS-GT-EFFECTIVE (WS-GER-SCAN) NOT > PH-RUN-DATE
                       AND WS-GT-EFFECTIVE (WS-GER-SCAN)
                           > WS-GER-BEST-DATE
                   MOVE WS-GER-SCAN TO WS-GER-IDX
                   MOVE WS-GT-EFFECTIVE (WS-GER-SCAN)
                       TO WS-GER-BEST-DATE
               END-IF
           END-PERFORM
           IF WS-GER-IDX > 0
               IF WS-GT-INSS-LOADED (WS-GER-IDX) NOT = 4
                       OR WS-GT-IRRF-LOADED (WS-GER-IDX) NOT = 5
                       OR WS-GT-CEILING-LOADED (WS-GER-IDX) NOT = 1
                   MOVE 0 TO WS-GER-IDX
               END-IF
           END-IF.

       2380-KEEP-LINE.
           IF WS-LINE-DIF-GROSS < 0
               MOVE 0 TO WS-LINE-DIF-GROSS
           END-IF
           IF WS-LINE-USED >= WS-LINE-MAX
               SET LINHAS-EXCEDIDAS TO TRUE
           ELSE
               ADD 1 TO WS-LINE-USED
               MOVE PH-PERIOD TO WS-LT-PERIOD (WS-LINE-USED)
               MOVE PH-RUN-TYPE TO WS-LT-RUN-TYPE (WS-LINE-USED)
               IF PH-RUN-TYPE = "DECIMO1"
                   MOVE SPACES TO WS-LT-VERSION (WS-LINE-USED)
               ELSE
                   IF WS-GER-IDX = 0
                       MOVE "SEM TAB." TO WS-LT-VERSION (WS-LINE-USED)
                   ELSE
                       MOVE WS-GT-VERSION (WS-GER-IDX)
                           TO WS-LT-VERSION (WS-LINE-USED)
                   END-IF
               END-IF
               MOVE PH-GROSS TO WS-LT-PAGO (WS-LINE-USED)
               MOVE WS-LINE-DIF-GROSS TO WS-LT-DIF-GROSS (WS-LINE-USED)
               MOVE WS-LINE-DIF-INSS TO WS-LT-DIF-INSS (WS-LINE-USED)
               MOVE WS-LINE-DIF-IRRF TO WS-LT-DIF-IRRF (WS-LINE-USED)
           END-IF
           ADD WS-LINE-DIF-GROSS TO WS-DIF-GROSS
           ADD WS-LINE-DIF-INSS TO WS-DIF-INSS
           ADD WS-LINE-DIF-IRRF TO WS-DIF-IRRF.

      *    The employee's block on the differences report: who, the
      *    raise and the pay it gives, each repriced payment, what
      *    is to be paid, and the situation when it is not.
       2400-REPORT-EMPLOYEE.
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE EMP-ID TO WS-RE-EMP-ID
           MOVE EMP-NOME TO WS-RE-NOME
           MOVE EMP-DEPTO TO WS-RE-DEPTO
           MOVE WS-EMP-PERCENTUAL TO WS-RE-PERCENTUAL
           MOVE WS-EMPLOYEE-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-PAY-ANTES TO WS-RP-ANTES
           MOVE WS-PAY-DEPOIS TO WS-RP-DEPOIS
           MOVE WS-PAY-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-USED
               MOVE WS-LT-PERIOD (WS-LINE-IDX) TO WS-RD-PERIOD
               MOVE WS-LT-RUN-TYPE (WS-LINE-IDX) TO WS-RD-RUN-TYPE
               MOVE WS-LT-VERSION (WS-LINE-IDX) TO WS-RD-VERSION
               MOVE WS-LT-PAGO (WS-LINE-IDX) TO WS-RD-PAGO
               COMPUTE WS-OLD-BASE = WS-LT-PAGO (WS-LINE-IDX)
                   + WS-LT-DIF-GROSS (WS-LINE-IDX)
               MOVE WS-OLD-BASE TO WS-RD-DEVIDO
               MOVE WS-LT-DIF-GROSS (WS-LINE-IDX) TO WS-RD-DIF-GROSS
               MOVE WS-LT-DIF-INSS (WS-LINE-IDX) TO WS-RD-DIF-INSS
               MOVE WS-LT-DIF-IRRF (WS-LINE-IDX) TO WS-RD-DIF-IRRF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-DIF-GROSS TO WS-ET-GROSS
           MOVE WS-DIF-INSS TO WS-ET-INSS
           MOVE WS-DIF-IRRF TO WS-ET-IRRF
           MOVE WS-DIF-NET TO WS-ET-NET
           MOVE WS-EMPLOYEE-TOTAL-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RS-TEXTO
           EVALUATE TRUE
               WHEN PAGAMENTO-SEM-TABELA
                   MOVE "RETIDO - SEM TABELA DE IMPOSTOS EM "
                       TO WS-ST-TEXTO
                   MOVE WS-SEM-TABELA-DATE TO WS-ST-PERIOD
                   MOVE WS-SITUACAO-TEXT-PERIOD TO WS-RS-TEXTO
               WHEN REAJUSTE-ESTOURA
                   MOVE "RETIDO - NOVO SALARIO/TAXA EXCEDE O CAMPO"
                       TO WS-RS-TEXTO
               WHEN LINHAS-EXCEDIDAS
                   MOVE "RETIDO - PAGAMENTOS ALEM DO LIMITE DE 60"
                       TO WS-RS-TEXTO
               WHEN ACORDO-JA-APLICADO
                   MOVE "IGNORADO - ACORDO JA PAGO NO PERIODO "
                       TO WS-ST-TEXTO
                   MOVE WS-JA-APLICADO-PERIOD TO WS-ST-PERIOD
                   MOVE WS-SITUACAO-TEXT-PERIOD TO WS-RS-TEXTO
               WHEN REAJUSTE-JA-GRAVADO
                   MOVE "REPROCESSAMENTO - REAJUSTE JA GRAVADO"
                       TO WS-RS-TEXTO
               WHEN WS-DIF-GROSS = 0
                   MOVE "SO REAJUSTE - SEM PAGAMENTOS DESDE A DATA-BASE"
                       TO WS-RS-TEXTO
           END-EVALUATE
           IF WS-RS-TEXTO NOT = SPACES
               MOVE WS-SITUACAO-LINE TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

      *    The new salary or hourly rate goes on the master with a
      *    change record on EMPHIST, exactly as MNTVAR records a
      *    pay change, the run standing in as the operator.  When
      *    the master cannot be rewritten the employee is held:
      *    nothing is paid or archived, so a resubmit raises and
      *    pays them in full.  The employee's DISSIDIO line goes on
      *    PAYHIST, with zero amounts, before the master is touched
      *    and is taken off again if the rewrite fails: whatever
      *    stops the run after the raise, the resubmit finds the
      *    line and does not raise the employee a second time.
       3000-APPLY-RAISE.
           IF NOT REAJUSTE-JA-GRAVADO
               PERFORM 3050-WRITE-RAISE-MARKER
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-RECORD
               IF EMP-TYPE-HOURLY
                   MOVE WS-PAY-DEPOIS TO EMP-RATE
               ELSE
                   MOVE WS-PAY-DEPOIS TO EMP-SALARIO
               END-IF
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "AVISO: ERRO AO REGRAVAR EMPLOYEE-FILE. "
                           "EMP-ID=" EMP-ID " STATUS=" WS-EMP-STATUS
                       SET REGRAVACAO-FALHOU TO TRUE
                       MOVE "RETIDO - ERRO AO REGRAVAR O CADASTRO"
                           TO WS-RS-TEXTO
                       MOVE WS-SITUACAO-LINE TO REPORT-LINE
                       PERFORM 8100-WRITE-REPORT-LINE
                       PERFORM 3060-DELETE-RAISE-MARKER
                   NOT INVALID KEY
                       MOVE "C" TO WS-HIST-ACTION
                       MOVE WS-BEFORE-RECORD TO HS-BEFORE-IMAGE
                       MOVE WS-BEFORE-RECORD (101:)
                           TO HS-BEFORE-IMAGE-EXT
                       MOVE EMPLOYEE-RECORD TO HS-AFTER-IMAGE
                       MOVE EMPLOYEE-RECORD (101:)
                           TO HS-AFTER-IMAGE-EXT
                       PERFORM 8000-WRITE-HISTORY
               END-REWRITE
           END-IF.

       3050-WRITE-RAISE-MARKER.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-RUN-TYPE TO PH-RUN-TYPE
           MOVE EMP-NOME TO PH-NOME
           MOVE 0 TO PH-GROSS
           MOVE 0 TO PH-INSS
           MOVE 0 TO PH-IRRF
           MOVE 0 TO PH-OUTROS
           MOVE 0 TO PH-NET
           MOVE WS-CDT-DATE TO PH-RUN-DATE
           MOVE WS-CDT-TIME TO PH-RUN-TIME
           MOVE 0 TO PH-INSS-BASE
           WRITE PAYSLIP-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAYSLIP-HIST-FILE. STATUS="
                   WS-PAYHIST-STATUS " EMP-ID=" EMP-ID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A DISSIDIO line left behind for an employee whose master
      *    was never raised would keep them from ever being raised,
      *    so a line that cannot be taken off stops the run for the
      *    operator to remove it by hand.
       3060-DELETE-RAISE-MARKER.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-RUN-TYPE TO PH-RUN-TYPE
           DELETE PAYSLIP-HIST-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO EXCLUIR PAYSLIP-HIST-FILE. STATUS="
                   WS-PAYHIST-STATUS " EMP-ID=" EMP-ID
                   " - LINHA DISSIDIO SEM REAJUSTE NO CADASTRO"
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The differences are paid as their own DISSIDIO payslip,
      *    so BNKVAR and GLVAR take them like any other run, and
      *    are kept on PAYHIST and YTDMAST.  The PAYHIST line is
      *    written even when there is nothing to pay: it is the
      *    record that the employee has had this agreement, and a
      *    run that cannot write it stops like one that cannot
      *    write the payslip.  The
      *    part owed on 13th first installments follows the payslip
      *    on RUBLANC under code D13.
       3100-PAY-DIFFERENCES.
           IF WS-DIF-GROSS > 0
               MOVE EMP-ID TO PS-EMP-ID
               MOVE EMP-NOME TO PS-NOME
               MOVE WS-DIF-GROSS TO PS-GROSS
               MOVE WS-DIF-INSS TO PS-INSS
               MOVE WS-DIF-IRRF TO PS-IRRF
               MOVE 0 TO PS-OUTROS
               MOVE WS-DIF-NET TO PS-NET
               MOVE WS-RUN-TYPE TO PS-RUN-TYPE
               COMPUTE PS-INSS-BASE = WS-DIF-GROSS - WS-DIF-DECIMO1
               WRITE PAYSLIP-LINE
               IF WS-PAYSLIP-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR PAYSLIP-FILE. STATUS="
                       WS-PAYSLIP-STATUS " EMP-ID=" EMP-ID
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 7000-WRITE-AUDIT-LOG
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-DIF-DECIMO1 > 0
                   PERFORM 3200-WRITE-D13-POSTING
               END-IF
               PERFORM 3400-UPDATE-YTD
           END-IF
           PERFORM 3300-ARCHIVE-PAYSLIP.

       3200-WRITE-D13-POSTING.
           MOVE EMP-ID TO RL-EMP-ID
           MOVE WS-RUN-TYPE TO RL-RUN-TYPE
           MOVE WS-D13-CODE TO RL-CODE
           SET RL-TYPE-EARNING TO TRUE
           MOVE WS-DIF-DECIMO1 TO RL-AMOUNT
           MOVE WS-D13-INCIDE-INSS TO RL-INCIDE-INSS
           MOVE WS-D13-INCIDE-IRRF TO RL-INCIDE-IRRF
           MOVE WS-D13-INCIDE-FGTS TO RL-INCIDE-FGTS
           MOVE WS-D13-CONTA-GL TO RL-CONTA-GL
           WRITE RUBRICA-POSTING-RECORD
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RUBRICA-POSTING-FILE. STATUS="
                   WS-POSTING-STATUS " EMP-ID=" EMP-ID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3300-ARCHIVE-PAYSLIP.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-RUN-TYPE TO PH-RUN-TYPE
           MOVE EMP-NOME TO PH-NOME
           MOVE WS-DIF-GROSS TO PH-GROSS
           MOVE WS-DIF-INSS TO PH-INSS
           MOVE WS-DIF-IRRF TO PH-IRRF
           MOVE 0 TO PH-OUTROS
           MOVE WS-DIF-NET TO PH-NET
           MOVE WS-CDT-DATE TO PH-RUN-DATE
           MOVE WS-CDT-TIME TO PH-RUN-TIME
           COMPUTE PH-INSS-BASE = WS-DIF-GROSS - WS-DIF-DECIMO1
           WRITE PAYSLIP-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYSLIP-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAYSLIP-HIST-FILE. STATUS="
                   WS-PAYHIST-STATUS " EMP-ID=" EMP-ID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3400-UPDATE-YTD.
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE WS-RUN-YEAR TO YTD-YEAR
           READ YTD-FILE
               INVALID KEY
                   PERFORM 3410-INIT-YTD-RECORD
                   PERFORM 3420-ACCUMULATE-YTD
                   WRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO INCLUIR YTD-FILE. "
                               "EMP-ID=" EMP-ID
                               " STATUS=" WS-YTD-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3420-ACCUMULATE-YTD
                   REWRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO REGRAVAR YTD-FILE. "
                               "EMP-ID=" EMP-ID
                               " STATUS=" WS-YTD-STATUS
                   END-REWRITE
           END-READ.

       3410-INIT-YTD-RECORD.
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE WS-RUN-YEAR TO YTD-YEAR
           MOVE ZEROS TO YTD-GROSS
           MOVE ZEROS TO YTD-INSS
           MOVE ZEROS TO YTD-IRRF
           MOVE ZEROS TO YTD-NET
           MOVE ZEROS TO YTD-MONTHS
           MOVE ZEROS TO YTD-LAST-PERIOD
           MOVE SPACES TO YTD-LAST-RUN-TYPE
           MOVE ZEROS TO YTD-LAST-GROSS
           MOVE ZEROS TO YTD-LAST-INSS
           MOVE ZEROS TO YTD-LAST-IRRF
           MOVE ZEROS TO YTD-LAST-NET
           MOVE ZEROS TO YTD-LAST-MONTHS
           MOVE ZEROS TO YTD-PENSAO
           MOVE ZEROS TO YTD-LAST-PENSAO.

      *    The differences are income of the year they are paid in
      *    and count no month, like a 13th or vacation payment.  A
      *    rerun of the same period backs the remembered
      *    contribution out first, the same rule VAR follows.
       3420-ACCUMULATE-YTD.
           MOVE EMP-NOME TO YTD-NOME
           IF YTD-LAST-PERIOD = WS-RUN-PERIOD
                   AND YTD-LAST-RUN-TYPE = WS-RUN-TYPE
               SUBTRACT YTD-LAST-GROSS FROM YTD-GROSS
               SUBTRACT YTD-LAST-INSS FROM YTD-INSS
               SUBTRACT YTD-LAST-IRRF FROM YTD-IRRF
               SUBTRACT YTD-LAST-NET FROM YTD-NET
               SUBTRACT YTD-LAST-MONTHS FROM YTD-MONTHS
               SUBTRACT YTD-LAST-PENSAO FROM YTD-PENSAO
           END-IF
           ADD WS-DIF-GROSS TO YTD-GROSS
           ADD WS-DIF-INSS TO YTD-INSS
           ADD WS-DIF-IRRF TO YTD-IRRF
           ADD WS-DIF-NET TO YTD-NET
           MOVE WS-RUN-PERIOD TO YTD-LAST-PERIOD
           MOVE WS-RUN-TYPE TO YTD-LAST-RUN-TYPE
           MOVE WS-DIF-GROSS TO YTD-LAST-GROSS
           MOVE WS-DIF-INSS TO YTD-LAST-INSS
           MOVE WS-DIF-IRRF TO YTD-LAST-IRRF
           MOVE WS-DIF-NET TO YTD-LAST-NET
           MOVE 0 TO YTD-LAST-MONTHS
           MOVE 0 TO YTD-LAST-PENSAO.

      *    INSS over WS-TAX-INSS-BASE and IRRF over WS-TAX-BASE with
      *    the brackets of generation WS-GER-IDX, by the same rules
      *    VAR applies: INSS progressive up to the ceiling, IRRF
      *    over the gross less that INSS.
       4000-PRICE-TAXES.
           IF WS-TAX-INSS-BASE > WS-GT-INSS-LIMIT (WS-GER-IDX 4)
               MOVE WS-GT-INSS-CEILING (WS-GER-IDX) TO WS-TAX-INSS
           ELSE
               MOVE 1 TO WS-BRACKET-IDX
               PERFORM UNTIL WS-BRACKET-IDX >= 4
                   OR WS-TAX-INSS-BASE NOT >
                       WS-GT-INSS-LIMIT (WS-GER-IDX WS-BRACKET-IDX)
                   ADD 1 TO WS-BRACKET-IDX
               END-PERFORM
               COMPUTE WS-TAX-WORK ROUNDED =
                   (WS-TAX-INSS-BASE
                       * WS-GT-INSS-RATE (WS-GER-IDX WS-BRACKET-IDX))
                   - WS-GT-INSS-PARCELA (WS-GER-IDX WS-BRACKET-IDX)
               IF WS-TAX-WORK < 0
                   MOVE 0 TO WS-TAX-INSS
               ELSE
                   MOVE WS-TAX-WORK TO WS-TAX-INSS
               END-IF
           END-IF
           IF WS-TAX-INSS > WS-TAX-BASE
               MOVE 0 TO WS-TAX-IRRF-BASE
           ELSE
               COMPUTE WS-TAX-IRRF-BASE = WS-TAX-BASE - WS-TAX-INSS
           END-IF
           MOVE 1 TO WS-BRACKET-IDX
           PERFORM UNTIL WS-BRACKET-IDX >= 5
               OR WS-TAX-IRRF-BASE NOT >
                   WS-GT-IRRF-LIMIT (WS-GER-IDX WS-BRACKET-IDX)
               ADD 1 TO WS-BRACKET-IDX
           END-PERFORM
           COMPUTE WS-TAX-WORK ROUNDED =
               (WS-TAX-IRRF-BASE
                   * WS-GT-IRRF-RATE (WS-GER-IDX WS-BRACKET-IDX))
               - WS-GT-IRRF-PARCELA (WS-GER-IDX WS-BRACKET-IDX)
           IF WS-TAX-WORK < 0
               MOVE 0 TO WS-TAX-IRRF
           ELSE
               MOVE WS-TAX-WORK TO WS-TAX-IRRF
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "FUNCIONARIOS LIDOS:" TO WS-RC-LABEL
           MOVE WS-READ-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "FORA DO ACORDO (SEM PERCENTUAL):" TO WS-RC-LABEL
           MOVE WS-FORA-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "REAJUSTADOS:" TO WS-RC-LABEL
           MOVE WS-REAJUSTADOS-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "COM DIFERENCAS A PAGAR:" TO WS-RC-LABEL
           MOVE WS-PAGOS-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "RETIDOS PARA CONFERENCIA:" TO WS-RC-LABEL
           MOVE WS-RETIDOS-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "ACORDO JA APLICADO ANTES:" TO WS-RC-LABEL
           MOVE WS-JA-APLICADOS-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "TOTAL BRUTO DAS DIFERENCAS:" TO WS-RV-LABEL
           MOVE WS-TOTAL-GROSS TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "TOTAL INSS DAS DIFERENCAS:" TO WS-RV-LABEL
           MOVE WS-TOTAL-INSS TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "TOTAL IRRF DAS DIFERENCAS:" TO WS-RV-LABEL
           MOVE WS-TOTAL-IRRF TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "TOTAL LIQUIDO A PAGAR:" TO WS-RV-LABEL
           MOVE WS-TOTAL-NET TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SIGNOFF-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      *    Only the EFETIVA run (and any abend) leaves a line on
      *    AUDITLOG: read is the employees read, processed the
      *    differences payslips written, rejected those held.  The
      *    DISSIDIO stamp keeps BALVAR from taking it for a VAR run.
       7000-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO AL-RUN-DATE
           MOVE WS-CDT-TIME TO AL-RUN-TIME
           MOVE WS-READ-COUNT TO AL-RECORDS-READ
           MOVE WS-PAGOS-COUNT TO AL-RECORDS-PROCESSED
           MOVE WS-RETIDOS-COUNT TO AL-RECORDS-REJECTED
           MOVE 0 TO AL-MOV-REJECTED
           MOVE WS-FIRST-EMP-ID TO AL-FIRST-EMP-ID
           MOVE WS-LAST-EMP-ID TO AL-LAST-EMP-ID
           MOVE WS-RUN-STATUS TO AL-RUN-STATUS
           MOVE SPACES TO AL-TABLE-VERSION
           MOVE WS-DATA-BASE TO AL-TABLE-EFFECTIVE
           MOVE WS-RUN-TYPE TO AL-RUN-TYPE
           MOVE SPACES TO AL-OPERATOR
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AVISO: ERRO AO GRAVAR AUDIT-LOG-FILE. "
                   "STATUS=" WS-AUDIT-STATUS
           END-IF
           CLOSE AUDIT-LOG-FILE.

       8000-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO HS-DATE
           MOVE WS-CDT-TIME TO HS-TIME
           MOVE WS-OPERATOR TO HS-OPERATOR
           MOVE WS-HIST-ACTION TO HS-ACTION
           MOVE EMP-ID TO HS-EMP-ID
           WRITE HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "AVISO: ERRO AO GRAVAR HISTORY-FILE. "
                   "STATUS=" WS-HISTORY-STATUS
           END-IF.

       8100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PAYSLIP-HIST-FILE
           CLOSE REPORT-FILE
           IF MODO-EFETIVO
               CLOSE YTD-FILE
               CLOSE PAYSLIP-FILE
               CLOSE HISTORY-FILE
               CLOSE RUBRICA-POSTING-FILE
               IF WS-RUN-STATUS = "COMPLETO"
                   PERFORM 7700-CLEAR-RUN-CONTROL
               END-IF
           END-IF.
