       IDENTIFICATION DIVISION.
       PROGRAM-ID. rotvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO EMPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO ROTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TREND-FILE ASSIGN TO ROTTEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  HISTORY-FILE.
           COPY HISREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  TREND-FILE.
       01  TREND-LINE                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-TREND-STATUS PIC XX VALUE "00".
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-EMPLOYEE-FILE VALUE "Y".
       01  WS-HIST-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-HISTORY-FILE VALUE "Y".
       01  WS-AVISO-SWITCH PIC X VALUE "N".
           88 RUN-HAS-AVISOS VALUE "Y".

      *    The before and after images of the history record laid
      *    out as the EMPREC fields, for the department and name.
       COPY EMPREC REPLACING EMPLOYEE-RECORD BY WS-BEFORE-RECORD
           EMP-ID BY WS-BEFORE-ID
           EMP-NOME BY WS-BEFORE-NOME
           EMP-IDADE BY WS-BEFORE-IDADE
           EMP-TYPE-SALARIED BY WS-BEFORE-TYPE-SALARIED
           EMP-TYPE-HOURLY BY WS-BEFORE-TYPE-HOURLY
           EMP-TYPE BY WS-BEFORE-TYPE
           EMP-COMPENSATION-AREA BY WS-BEFORE-COMPENSATION-AREA
           EMP-COMPENSATION-HOURLY BY WS-BEFORE-COMPENSATION-HOURLY
           EMP-COMPENSATION BY WS-BEFORE-COMPENSATION
           EMP-SALARIO BY WS-BEFORE-SALARIO
           EMP-RATE BY WS-BEFORE-RATE
           EMP-BANCO BY WS-BEFORE-BANCO
           EMP-AGENCIA BY WS-BEFORE-AGENCIA
           EMP-CONTA-DV BY WS-BEFORE-CONTA-DV
           EMP-CONTA-CORRENTE BY WS-BEFORE-CONTA-CORRENTE
           EMP-CONTA-POUPANCA BY WS-BEFORE-CONTA-POUPANCA
           EMP-CONTA BY WS-BEFORE-CONTA
           EMP-TIPO-CONTA BY WS-BEFORE-TIPO-CONTA
           EMP-DEPTO BY WS-BEFORE-DEPTO
           EMP-ADMISSAO BY WS-BEFORE-ADMISSAO.
       COPY EMPREC REPLACING EMPLOYEE-RECORD BY WS-AFTER-RECORD
           EMP-ID BY WS-AFTER-ID
           EMP-NOME BY WS-AFTER-NOME
           EMP-IDADE BY WS-AFTER-IDADE
           EMP-TYPE-SALARIED BY WS-AFTER-TYPE-SALARIED
           EMP-TYPE-HOURLY BY WS-AFTER-TYPE-HOURLY
           EMP-TYPE BY WS-AFTER-TYPE
           EMP-COMPENSATION-AREA BY WS-AFTER-COMPENSATION-AREA
           EMP-COMPENSATION-HOURLY BY WS-AFTER-COMPENSATION-HOURLY
           EMP-COMPENSATION BY WS-AFTER-COMPENSATION
           EMP-SALARIO BY WS-AFTER-SALARIO
           EMP-RATE BY WS-AFTER-RATE
           EMP-BANCO BY WS-AFTER-BANCO
           EMP-AGENCIA BY WS-AFTER-AGENCIA
           EMP-CONTA-DV BY WS-AFTER-CONTA-DV
           EMP-CONTA-CORRENTE BY WS-AFTER-CONTA-CORRENTE
           EMP-CONTA-POUPANCA BY WS-AFTER-CONTA-POUPANCA
           EMP-CONTA BY WS-AFTER-CONTA
           EMP-TIPO-CONTA BY WS-AFTER-TIPO-CONTA
           EMP-DEPTO BY WS-AFTER-DEPTO
           EMP-ADMISSAO BY WS-AFTER-ADMISSAO.

       COPY ROTREC.

       01  WS-PERIODO-PARM             PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.

      *    The report month (the month before the run unless the
      *    PARM names one) and the first month of the 12-month
      *    trend that ends with it.  Month totals (year * 12 plus
      *    month - 1) turn a period into a position on the trend.
       01  WS-REPORT-PERIOD            PIC 9(6) VALUE 0.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR          PIC 9(4).
           05  WS-REPORT-MONTH         PIC 9(2).
       01  WS-TREND-START              PIC 9(6) VALUE 0.
       01  WS-REPORT-MONTHS            PIC 9(6) VALUE 0.
       01  WS-WORK-PERIOD              PIC 9(6) VALUE 0.
       01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
       01  WS-WORK-MONTHS              PIC 9(6) VALUE 0.
       01  WS-BUCKET                   PIC S9(6) VALUE 0.
       01  WS-FIRST-HIST-DATE          PIC 9(8) VALUE 0.

      *    Per department: the headcount on the master today and,
      *    for each of the 12 trend months plus a 13th bucket for
      *    everything after the report month, the movements of the
      *    month and the opening and closing headcount rolled back
      *    from today's.  Kept in department order.
       01  WS-DP-MAX                   PIC 9(3) VALUE 200.
       01  WS-DP-USED                  PIC 9(3) VALUE 0.
       01  WS-DP-IDX                   PIC 9(3) VALUE 0.
       01  WS-DP-SHIFT                 PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 200 TIMES.
               10  WS-DP-DEPTO         PIC X(4).
               10  WS-DP-ATUAL         PIC S9(5).
               10  WS-DP-MES OCCURS 13 TIMES.
                   15  WS-DM-ADMISSOES     PIC 9(5).
                   15  WS-DM-DESLIGAMENTOS PIC 9(5).
                   15  WS-DM-TRANSF-ENTRADA PIC 9(5).
                   15  WS-DM-TRANSF-SAIDA  PIC 9(5).
                   15  WS-DM-INICIAL       PIC S9(5).
                   15  WS-DM-FINAL         PIC S9(5).
       01  WS-DP-FOUND-SWITCH PIC X VALUE "N".
           88 DP-FOUND VALUE "Y".
       01  WS-DP-KEY                   PIC X(4).
       01  WS-MES-IDX                  PIC 9(2) VALUE 0.

      *    Company totals per trend month, summed from the table.
       01  WS-TOTAL-TABLE.
           05  WS-TT-MES OCCURS 13 TIMES.
               10  WS-TT-ADMISSOES     PIC 9(6).
               10  WS-TT-DESLIGAMENTOS PIC 9(6).
               10  WS-TT-TRANSF-ENTRADA PIC 9(6).
               10  WS-TT-TRANSF-SAIDA  PIC 9(6).
               10  WS-TT-INICIAL       PIC S9(6).
               10  WS-TT-FINAL         PIC S9(6).

      *    The movements of the report month, in the order they
      *    were recorded, listed by name under each department.  A
      *    transfer is held twice: out of the old department and
      *    into the new one.
       01  WS-EV-MAX                   PIC 9(4) VALUE 3000.
       01  WS-EV-USED                  PIC 9(4) VALUE 0.
       01  WS-EV-IDX                   PIC 9(4) VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 3000 TIMES.
               10  WS-EV-DEPTO         PIC X(4).
               10  WS-EV-TIPO          PIC X(1).
               10  WS-EV-DATE          PIC 9(8).
               10  WS-EV-EMP-ID        PIC 9(6).
               10  WS-EV-NOME          PIC X(30).
               10  WS-EV-OUTRO-DEPTO   PIC X(4).
       01  WS-EV-OVERFLOW-SWITCH PIC X VALUE "N".
           88 EVENTS-OVERFLOWED VALUE "Y".
       01  WS-EV-NEW-DEPTO             PIC X(4).
       01  WS-EV-NEW-TIPO              PIC X(1).
       01  WS-EV-NEW-NOME              PIC X(30).
       01  WS-EV-NEW-OUTRO             PIC X(4).

       01  WS-NET                      PIC S9(6) VALUE 0.
       01  WS-CALC-INICIAL             PIC S9(6) VALUE 0.
       01  WS-CALC-FINAL               PIC S9(6) VALUE 0.
       01  WS-CALC-ADMISSOES           PIC 9(6) VALUE 0.
       01  WS-CALC-DESLIGAMENTOS       PIC 9(6) VALUE 0.
       01  WS-CALC-TRANSF-ENTRADA      PIC 9(6) VALUE 0.
       01  WS-CALC-TRANSF-SAIDA        PIC 9(6) VALUE 0.
       01  WS-EFETIVO-SOMA             PIC S9(7) VALUE 0.
       01  WS-TURNOVER                 PIC 9(3)V99 VALUE 0.
       01  WS-TURNOVER-R REDEFINES WS-TURNOVER.
           05  WS-TURNOVER-INT         PIC 9(3).
           05  WS-TURNOVER-DEC         PIC 9(2).
       01  WS-NEGATIVE-SWITCH PIC X VALUE "N".
           88 HEADCOUNT-NEGATIVE VALUE "Y".

       01  WS-MASTER-COUNT             PIC 9(6) VALUE 0.
       01  WS-HISTORY-COUNT            PIC 9(7) VALUE 0.
       01  WS-TREND-COUNT              PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(50) VALUE
               "ADMISSOES, DESLIGAMENTOS E ROTATIVIDADE - PERIODO ".
           05  WS-H1-PERIOD            PIC 9(6).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "EXECUCAO: ".
           05  WS-H2-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(16) VALUE
               "  TENDENCIA: DE ".
           05  WS-H2-DE                PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE " A ".
           05  WS-H2-ATE               PIC 9(6).
       01  WS-REPORT-HEADER-3.
           05  FILLER                  PIC X(80) VALUE
               "ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) / 2 / EFETIV
      -        "O MEDIO DO MES".
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-DEPTO-LINE.
           05  FILLER                  PIC X(14) VALUE
               "DEPARTAMENTO: ".
           05  WS-RH-DEPTO             PIC X(20).
       01  WS-EVENT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RE-TEXTO             PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RE-DATE              PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RE-EMP-ID            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RE-NOME              PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RE-OUTRO             PIC X(12).
       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(10) VALUE "  INICIAL ".
           05  WS-RS-INICIAL           PIC -(5)9.
           05  FILLER                  PIC X(5)  VALUE " ADM ".
           05  WS-RS-ADMISSOES         PIC Z(4)9.
           05  FILLER                  PIC X(6)  VALUE " DESL ".
           05  WS-RS-DESLIGAMENTOS     PIC Z(4)9.
           05  FILLER                  PIC X(6)  VALUE " ENTR ".
           05  WS-RS-TRANSF-ENTRADA    PIC Z(4)9.
           05  FILLER                  PIC X(7)  VALUE " SAIDA ".
           05  WS-RS-TRANSF-SAIDA      PIC Z(4)9.
           05  FILLER                  PIC X(7)  VALUE " FINAL ".
           05  WS-RS-FINAL             PIC -(5)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(15) VALUE
               "  ROTATIVIDADE ".
           05  WS-RS-TURNOVER          PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE "%".
       01  WS-TREND-TITLE.
           05  FILLER                  PIC X(80) VALUE
               "TENDENCIA DA EMPRESA - ULTIMOS 12 MESES".
       01  WS-TREND-COLUMNS.
           05  FILLER                  PIC X(40) VALUE
               "PERIODO  INICIAL  ADMIS.  DESLIG.  FINAL".
           05  FILLER                  PIC X(14) VALUE
               "  ROTATIV.(%)".
       01  WS-TREND-REPORT-LINE.
           05  WS-TL-PERIODO           PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TL-INICIAL           PIC -(5)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-TL-ADMISSOES         PIC Z(4)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-TL-DESLIGAMENTOS     PIC Z(4)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TL-FINAL             PIC -(5)9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-TL-TURNOVER          PIC ZZ9.99.
       01  WS-TREND-HEADER.
           05  FILLER                  PIC X(44) VALUE
               "PERIODO;DEPTO;INICIAL;ADMISSOES;DESLIGAMENTO".
           05  FILLER                  PIC X(48) VALUE
               "S;TRANSF_ENTRADA;TRANSF_SAIDA;FINAL;ROTATIVIDADE".
       01  WS-REPORT-TEXT-LINE.
           05  WS-RT-TEXTO             PIC X(80).
       01  WS-REPORT-BLANK             PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN               PIC S9(4) COMP.
           05  WS-PARM-TEXT              PIC X(20).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       0000-MAIN.
           PERFORM 1150-PARSE-PARM
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL END-OF-EMPLOYEE-FILE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET END-OF-EMPLOYEE-FILE TO TRUE
                   NOT AT END PERFORM 2000-COUNT-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-HISTORY-FILE
               READ HISTORY-FILE
                   AT END SET END-OF-HISTORY-FILE TO TRUE
                   NOT AT END PERFORM 2100-APPLY-HISTORY-RECORD
               END-READ
           END-PERFORM
           PERFORM 3000-ROLL-BACK-HEADCOUNT
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-WRITE-TREND-FILE
           PERFORM 9000-CLOSE-FILES
           DISPLAY "FUNCIONARIOS NO CADASTRO: " WS-MASTER-COUNT
           DISPLAY "REGISTROS DE HISTORICO LIDOS: " WS-HISTORY-COUNT
           DISPLAY "DEPARTAMENTOS: " WS-DP-USED
               " LINHAS DE TENDENCIA: " WS-TREND-COUNT
           IF RUN-HAS-AVISOS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    The PARM may name the report month (AAAAMM); left blank
      *    it is the month before the run, the month just closed.
      *    The trend covers the 12 months that end with it.
       1150-PARSE-PARM.
           MOVE SPACES TO WS-PERIODO-PARM
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT TO WS-PERIODO-PARM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           IF WS-PERIODO-PARM = SPACES
               MOVE WS-RUN-PERIOD TO WS-REPORT-PERIOD
               IF WS-REPORT-MONTH = 01
                   SUBTRACT 1 FROM WS-REPORT-YEAR
                   MOVE 12 TO WS-REPORT-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-REPORT-MONTH
               END-IF
           ELSE
               IF WS-PERIODO-PARM (1:6) NOT NUMERIC
                       OR WS-PERIODO-PARM (7:14) NOT = SPACES
                   DISPLAY "ERRO: PARM INVALIDO: " WS-PERIODO-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-PARM (1:6) TO WS-REPORT-PERIOD
               IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                       OR WS-REPORT-PERIOD > WS-RUN-PERIOD
                   DISPLAY "ERRO: PERIODO INVALIDO OU FUTURO: "
                       WS-REPORT-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-REPORT-MONTHS = WS-REPORT-YEAR * 12
               + WS-REPORT-MONTH - 1
           COMPUTE WS-WORK-MONTHS = WS-REPORT-MONTHS - 11
           DIVIDE WS-WORK-MONTHS BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH
           MOVE WS-WORK-PERIOD TO WS-TREND-START
           INITIALIZE WS-DP-TABLE
           INITIALIZE WS-TOTAL-TABLE
           DISPLAY "ROTATIVIDADE - PERIODO " WS-REPORT-PERIOD
               " TENDENCIA DE " WS-TREND-START.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE. STATUS="
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORY-FILE. STATUS="
                   WS-HISTORY-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TREND-FILE
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TREND-FILE. STATUS="
                   WS-TREND-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE HISTORY-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-COUNT-EMPLOYEE.
           ADD 1 TO WS-MASTER-COUNT
           MOVE EMP-DEPTO TO WS-DP-KEY
           PERFORM 2500-FIND-DEPTO
           ADD 1 TO WS-DP-ATUAL (WS-DP-IDX).

      *    Only adds, terminations and changes that moved the
      *    employee to another department count.  An event before
      *    the trend is already in the headcount it rolls back to;
      *    one after the report month goes to the 13th bucket,
      *    which only serves to roll today's headcount back.
       2100-APPLY-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT
           IF HS-DATE NUMERIC
               IF WS-FIRST-HIST-DATE = 0 OR HS-DATE < WS-FIRST-HIST-DATE
                   MOVE HS-DATE TO WS-FIRST-HIST-DATE
               END-IF
               MOVE HS-DATE (1:6) TO WS-WORK-PERIOD
               COMPUTE WS-BUCKET = WS-WORK-YEAR * 12 + WS-WORK-MONTH
                   - 1 - WS-REPORT-MONTHS + 12
               IF WS-BUCKET > 13
                   MOVE 13 TO WS-BUCKET
               END-IF
               IF WS-BUCKET >= 1
                   MOVE WS-BUCKET TO WS-MES-IDX
                   PERFORM 2200-APPLY-EVENT
               END-IF
           END-IF.

       2200-APPLY-EVENT.
           MOVE HS-BEFORE-IMAGE TO WS-BEFORE-RECORD (1:100)
           MOVE HS-BEFORE-IMAGE-EXT TO WS-BEFORE-RECORD (101:)
           MOVE HS-AFTER-IMAGE TO WS-AFTER-RECORD (1:100)
           MOVE HS-AFTER-IMAGE-EXT TO WS-AFTER-RECORD (101:)
           EVALUATE TRUE
               WHEN HS-ACTION-ADD
                   MOVE WS-AFTER-DEPTO TO WS-DP-KEY
                   PERFORM 2500-FIND-DEPTO
                   ADD 1 TO WS-DM-ADMISSOES (WS-DP-IDX WS-MES-IDX)
                   IF WS-MES-IDX = 12
                       MOVE WS-AFTER-DEPTO TO WS-EV-NEW-DEPTO
                       MOVE "A" TO WS-EV-NEW-TIPO
                       MOVE WS-AFTER-NOME TO WS-EV-NEW-NOME
                       MOVE SPACES TO WS-EV-NEW-OUTRO
                       PERFORM 2300-KEEP-EVENT
                   END-IF
               WHEN HS-ACTION-DELETE
                   MOVE WS-BEFORE-DEPTO TO WS-DP-KEY
                   PERFORM 2500-FIND-DEPTO
                   ADD 1 TO WS-DM-DESLIGAMENTOS (WS-DP-IDX WS-MES-IDX)
                   IF WS-MES-IDX = 12
                       MOVE WS-BEFORE-DEPTO TO WS-EV-NEW-DEPTO
                       MOVE "D" TO WS-EV-NEW-TIPO
                       MOVE WS-BEFORE-NOME TO WS-EV-NEW-NOME
                       MOVE SPACES TO WS-EV-NEW-OUTRO
                       PERFORM 2300-KEEP-EVENT
                   END-IF
               WHEN HS-ACTION-CHANGE
                   IF WS-BEFORE-DEPTO NOT = WS-AFTER-DEPTO
                       PERFORM 2250-APPLY-TRANSFER
                   END-IF
           END-EVALUATE.

       2250-APPLY-TRANSFER.
           MOVE WS-BEFORE-DEPTO TO WS-DP-KEY
           PERFORM 2500-FIND-DEPTO
           ADD 1 TO WS-DM-TRANSF-SAIDA (WS-DP-IDX WS-MES-IDX)
           MOVE WS-AFTER-DEPTO TO WS-DP-KEY
           PERFORM 2500-FIND-DEPTO
           ADD 1 TO WS-DM-TRANSF-ENTRADA (WS-DP-IDX WS-MES-IDX)
           IF WS-MES-IDX = 12
               MOVE WS-AFTER-NOME TO WS-EV-NEW-NOME
               MOVE WS-BEFORE-DEPTO TO WS-EV-NEW-DEPTO
               MOVE "S" TO WS-EV-NEW-TIPO
               MOVE WS-AFTER-DEPTO TO WS-EV-NEW-OUTRO
               PERFORM 2300-KEEP-EVENT
               MOVE WS-AFTER-DEPTO TO WS-EV-NEW-DEPTO
               MOVE "E" TO WS-EV-NEW-TIPO
               MOVE WS-BEFORE-DEPTO TO WS-EV-NEW-OUTRO
               PERFORM 2300-KEEP-EVENT
           END-IF.

       2300-KEEP-EVENT.
           IF WS-EV-USED >= WS-EV-MAX
               IF NOT EVENTS-OVERFLOWED
                   DISPLAY "AVISO: MOVIMENTOS DO MES EXCEDEM O LIMITE "
                       "DE " WS-EV-MAX ". LISTA POR NOME INCOMPLETA."
                   SET EVENTS-OVERFLOWED TO TRUE
                   SET RUN-HAS-AVISOS TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-EV-USED
               MOVE WS-EV-NEW-DEPTO TO WS-EV-DEPTO (WS-EV-USED)
               MOVE WS-EV-NEW-TIPO TO WS-EV-TIPO (WS-EV-USED)
               MOVE HS-DATE TO WS-EV-DATE (WS-EV-USED)
               MOVE HS-EMP-ID TO WS-EV-EMP-ID (WS-EV-USED)
               MOVE WS-EV-NEW-NOME TO WS-EV-NOME (WS-EV-USED)
               MOVE WS-EV-NEW-OUTRO TO WS-EV-OUTRO-DEPTO (WS-EV-USED)
           END-IF.

      *    Finds the department in the table, inserting it in
      *    order when it is new so the report comes out sorted.
       2500-FIND-DEPTO.
           MOVE "N" TO WS-DP-FOUND-SWITCH
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-USED OR DP-FOUND
                   OR WS-DP-DEPTO (WS-DP-IDX) > WS-DP-KEY
               IF WS-DP-DEPTO (WS-DP-IDX) = WS-DP-KEY
                   SET DP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DP-FOUND
               SUBTRACT 1 FROM WS-DP-IDX
           ELSE
               IF WS-DP-USED >= WS-DP-MAX
                   DISPLAY "ERRO: DEPARTAMENTOS EXCEDEM O LIMITE DE "
                       WS-DP-MAX
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-DP-SHIFT FROM WS-DP-USED BY -1
                   UNTIL WS-DP-SHIFT < WS-DP-IDX
                   MOVE WS-DP-ENTRY (WS-DP-SHIFT)
                       TO WS-DP-ENTRY (WS-DP-SHIFT + 1)
               END-PERFORM
               INITIALIZE WS-DP-ENTRY (WS-DP-IDX)
               MOVE WS-DP-KEY TO WS-DP-DEPTO (WS-DP-IDX)
               ADD 1 TO WS-DP-USED
           END-IF.

      *    The closing headcount of the 13th bucket is today's; each
      *    month opens with its close less its own movements, and
      *    closes with what the next month opened with.  A negative
      *    figure means the history does not cover the movements
      *    (purged or loaded after the fact) and is flagged.
       3000-ROLL-BACK-HEADCOUNT.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-USED
               MOVE WS-DP-ATUAL (WS-DP-IDX) TO WS-CALC-FINAL
               PERFORM VARYING WS-MES-IDX FROM 13 BY -1
                   UNTIL WS-MES-IDX < 1
                   MOVE WS-CALC-FINAL
                       TO WS-DM-FINAL (WS-DP-IDX WS-MES-IDX)
                   COMPUTE WS-NET =
                       WS-DM-ADMISSOES (WS-DP-IDX WS-MES-IDX)
                       - WS-DM-DESLIGAMENTOS (WS-DP-IDX WS-MES-IDX)
                       + WS-DM-TRANSF-ENTRADA (WS-DP-IDX WS-MES-IDX)
                       - WS-DM-TRANSF-SAIDA (WS-DP-IDX WS-MES-IDX)
                   COMPUTE WS-CALC-INICIAL = WS-CALC-FINAL - WS-NET
                   MOVE WS-CALC-INICIAL
                       TO WS-DM-INICIAL (WS-DP-IDX WS-MES-IDX)
                   IF WS-MES-IDX <= 12
                       IF WS-CALC-INICIAL < 0 OR WS-CALC-FINAL < 0
                           SET HEADCOUNT-NEGATIVE TO TRUE
                       END-IF
                       ADD WS-DM-ADMISSOES (WS-DP-IDX WS-MES-IDX)
                           TO WS-TT-ADMISSOES (WS-MES-IDX)
                       ADD WS-DM-DESLIGAMENTOS (WS-DP-IDX WS-MES-IDX)
                           TO WS-TT-DESLIGAMENTOS (WS-MES-IDX)
                       ADD WS-DM-TRANSF-ENTRADA (WS-DP-IDX WS-MES-IDX)
                           TO WS-TT-TRANSF-ENTRADA (WS-MES-IDX)
                       ADD WS-DM-TRANSF-SAIDA (WS-DP-IDX WS-MES-IDX)
                           TO WS-TT-TRANSF-SAIDA (WS-MES-IDX)
                       ADD WS-CALC-INICIAL TO WS-TT-INICIAL (WS-MES-IDX)
                       ADD WS-CALC-FINAL TO WS-TT-FINAL (WS-MES-IDX)
                   END-IF
                   MOVE WS-CALC-INICIAL TO WS-CALC-FINAL
               END-PERFORM
           END-PERFORM
           IF HEADCOUNT-NEGATIVE
               DISPLAY "AVISO: EFETIVO NEGATIVO EM ALGUM MES. O "
                   "HISTORICO NAO COBRE TODOS OS MOVIMENTOS."
               SET RUN-HAS-AVISOS TO TRUE
           END-IF
           IF WS-FIRST-HIST-DATE = 0
                   OR WS-FIRST-HIST-DATE (1:6) > WS-TREND-START
               DISPLAY "AVISO: HISTORICO COMECA EM "
                   WS-FIRST-HIST-DATE ", DEPOIS DO INICIO DA "
                   "TENDENCIA " WS-TREND-START
               SET RUN-HAS-AVISOS TO TRUE
           END-IF.

      *    One block per department with a headcount or a movement
      *    in the report month: the movements by name, then the
      *    month's figures.  The company totals and the 12-month
      *    trend close the report.
       4000-WRITE-REPORT.
           MOVE WS-REPORT-PERIOD TO WS-H1-PERIOD
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-CDT-DATE TO WS-H2-RUN-DATE
           MOVE WS-TREND-START TO WS-H2-DE
           MOVE WS-REPORT-PERIOD TO WS-H2-ATE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-HEADER-3 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 12 TO WS-MES-IDX
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-USED
               IF WS-DM-INICIAL (WS-DP-IDX 12) NOT = 0
                       OR WS-DM-FINAL (WS-DP-IDX 12) NOT = 0
                       OR WS-DM-ADMISSOES (WS-DP-IDX 12) NOT = 0
                       OR WS-DM-DESLIGAMENTOS (WS-DP-IDX 12) NOT = 0
                       OR WS-DM-TRANSF-ENTRADA (WS-DP-IDX 12) NOT = 0
                       OR WS-DM-TRANSF-SAIDA (WS-DP-IDX 12) NOT = 0
                   PERFORM 4100-REPORT-DEPTO
               END-IF
           END-PERFORM
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "TOTAL DA EMPRESA" TO WS-RT-TEXTO
           MOVE WS-REPORT-TEXT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE 12 TO WS-MES-IDX
           PERFORM 4900-LOAD-TOTAL-MONTH
           PERFORM 4300-WRITE-SUMMARY
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-TREND-TITLE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-TREND-COLUMNS TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               PERFORM 4900-LOAD-TOTAL-MONTH
               PERFORM 4800-COMPUTE-TURNOVER
               PERFORM 4950-MONTH-PERIOD
               MOVE WS-WORK-PERIOD TO WS-TL-PERIODO
               MOVE WS-CALC-INICIAL TO WS-TL-INICIAL
               MOVE WS-CALC-ADMISSOES TO WS-TL-ADMISSOES
               MOVE WS-CALC-DESLIGAMENTOS TO WS-TL-DESLIGAMENTOS
               MOVE WS-CALC-FINAL TO WS-TL-FINAL
               MOVE WS-TURNOVER TO WS-TL-TURNOVER
               MOVE WS-TREND-REPORT-LINE TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-PERFORM
           IF RUN-HAS-AVISOS
               MOVE WS-REPORT-BLANK TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
               MOVE "ATENCAO: HISTORICO INCOMPLETO NA TENDENCIA - VER S
      -            "YSOUT DO PASSO." TO WS-RT-TEXTO
               MOVE WS-REPORT-TEXT-LINE TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       4100-REPORT-DEPTO.
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF WS-DP-DEPTO (WS-DP-IDX) = SPACES
               MOVE "SEM DEPARTAMENTO" TO WS-RH-DEPTO
           ELSE
               MOVE WS-DP-DEPTO (WS-DP-IDX) TO WS-RH-DEPTO
           END-IF
           MOVE WS-DEPTO-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-USED
               IF WS-EV-DEPTO (WS-EV-IDX) = WS-DP-DEPTO (WS-DP-IDX)
                   PERFORM 4200-WRITE-EVENT-LINE
               END-IF
           END-PERFORM
           MOVE WS-DM-INICIAL (WS-DP-IDX 12) TO WS-CALC-INICIAL
           MOVE WS-DM-FINAL (WS-DP-IDX 12) TO WS-CALC-FINAL
           MOVE WS-DM-ADMISSOES (WS-DP-IDX 12) TO WS-CALC-ADMISSOES
           MOVE WS-DM-DESLIGAMENTOS (WS-DP-IDX 12)
               TO WS-CALC-DESLIGAMENTOS
           MOVE WS-DM-TRANSF-ENTRADA (WS-DP-IDX 12)
               TO WS-CALC-TRANSF-ENTRADA
           MOVE WS-DM-TRANSF-SAIDA (WS-DP-IDX 12)
               TO WS-CALC-TRANSF-SAIDA
           PERFORM 4300-WRITE-SUMMARY.

       4200-WRITE-EVENT-LINE.
           MOVE SPACES TO WS-RE-OUTRO
           EVALUATE WS-EV-TIPO (WS-EV-IDX)
               WHEN "A"
                   MOVE "ADMISSAO" TO WS-RE-TEXTO
               WHEN "D"
                   MOVE "DESLIGAMENTO" TO WS-RE-TEXTO
               WHEN "E"
                   MOVE "TRANSF. ENTRADA" TO WS-RE-TEXTO
                   STRING "DE " WS-EV-OUTRO-DEPTO (WS-EV-IDX)
                       DELIMITED BY SIZE INTO WS-RE-OUTRO
               WHEN "S"
                   MOVE "TRANSF. SAIDA" TO WS-RE-TEXTO
                   STRING "PARA " WS-EV-OUTRO-DEPTO (WS-EV-IDX)
                       DELIMITED BY SIZE INTO WS-RE-OUTRO
           END-EVALUATE
           MOVE WS-EV-DATE (WS-EV-IDX) TO WS-RE-DATE
           MOVE WS-EV-EMP-ID (WS-EV-IDX) TO WS-RE-EMP-ID
           MOVE WS-EV-NOME (WS-EV-IDX) TO WS-RE-NOME
           MOVE WS-EVENT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       4300-WRITE-SUMMARY.
           PERFORM 4800-COMPUTE-TURNOVER
           MOVE WS-CALC-INICIAL TO WS-RS-INICIAL
           MOVE WS-CALC-ADMISSOES TO WS-RS-ADMISSOES
           MOVE WS-CALC-DESLIGAMENTOS TO WS-RS-DESLIGAMENTOS
           MOVE WS-CALC-TRANSF-ENTRADA TO WS-RS-TRANSF-ENTRADA
           MOVE WS-CALC-TRANSF-SAIDA TO WS-RS-TRANSF-SAIDA
           MOVE WS-CALC-FINAL TO WS-RS-FINAL
           MOVE WS-SUMMARY-LINE-1 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-TURNOVER TO WS-RS-TURNOVER
           MOVE WS-SUMMARY-LINE-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      *    Turnover is the average of admissions and terminations
      *    over the average headcount of the month, as a
      *    percentage; transfers move people inside the company and
      *    do not count.  No headcount at all gives zero.
       4800-COMPUTE-TURNOVER.
           MOVE 0 TO WS-TURNOVER
           COMPUTE WS-EFETIVO-SOMA = WS-CALC-INICIAL + WS-CALC-FINAL
           IF WS-EFETIVO-SOMA > 0
               COMPUTE WS-TURNOVER ROUNDED =
                   (WS-CALC-ADMISSOES + WS-CALC-DESLIGAMENTOS) * 100
                   / WS-EFETIVO-SOMA
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TURNOVER
               END-COMPUTE
           END-IF.

       4900-LOAD-TOTAL-MONTH.
           MOVE WS-TT-INICIAL (WS-MES-IDX) TO WS-CALC-INICIAL
           MOVE WS-TT-FINAL (WS-MES-IDX) TO WS-CALC-FINAL
           MOVE WS-TT-ADMISSOES (WS-MES-IDX) TO WS-CALC-ADMISSOES
           MOVE WS-TT-DESLIGAMENTOS (WS-MES-IDX)
               TO WS-CALC-DESLIGAMENTOS
           MOVE WS-TT-TRANSF-ENTRADA (WS-MES-IDX)
               TO WS-CALC-TRANSF-ENTRADA
           MOVE WS-TT-TRANSF-SAIDA (WS-MES-IDX)
               TO WS-CALC-TRANSF-SAIDA.

      *    The period (AAAAMM) of trend month WS-MES-IDX.
       4950-MONTH-PERIOD.
           COMPUTE WS-WORK-MONTHS = WS-REPORT-MONTHS - 12 + WS-MES-IDX
           DIVIDE WS-WORK-MONTHS BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH.

      *    For each trend month, a line per department that had a
      *    headcount or a movement, then the company total line.
       5000-WRITE-TREND-FILE.
           MOVE WS-TREND-HEADER TO TREND-LINE
           PERFORM 8200-WRITE-TREND-LINE
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > 12
               PERFORM 4950-MONTH-PERIOD
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED
                   PERFORM 5100-WRITE-DEPTO-TREND
               END-PERFORM
               PERFORM 4900-LOAD-TOTAL-MONTH
               MOVE "TOTAL" TO TR-DEPTO
               PERFORM 5200-WRITE-TREND-RECORD
           END-PERFORM.

       5100-WRITE-DEPTO-TREND.
           MOVE WS-DM-INICIAL (WS-DP-IDX WS-MES-IDX) TO WS-CALC-INICIAL
           MOVE WS-DM-FINAL (WS-DP-IDX WS-MES-IDX) TO WS-CALC-FINAL
           MOVE WS-DM-ADMISSOES (WS-DP-IDX WS-MES-IDX)
               TO WS-CALC-ADMISSOES
           MOVE WS-DM-DESLIGAMENTOS (WS-DP-IDX WS-MES-IDX)
               TO WS-CALC-DESLIGAMENTOS
           MOVE WS-DM-TRANSF-ENTRADA (WS-DP-IDX WS-MES-IDX)
               TO WS-CALC-TRANSF-ENTRADA
           MOVE WS-DM-TRANSF-SAIDA (WS-DP-IDX WS-MES-IDX)
               TO WS-CALC-TRANSF-SAIDA
           IF WS-CALC-INICIAL NOT = 0 OR WS-CALC-FINAL NOT = 0
                   OR WS-CALC-ADMISSOES NOT = 0
                   OR WS-CALC-DESLIGAMENTOS NOT = 0
                   OR WS-CALC-TRANSF-ENTRADA NOT = 0
                   OR WS-CALC-TRANSF-SAIDA NOT = 0
               MOVE WS-DP-DEPTO (WS-DP-IDX) TO TR-DEPTO
               PERFORM 5200-WRITE-TREND-RECORD
           END-IF.

       5200-WRITE-TREND-RECORD.
           PERFORM 4800-COMPUTE-TURNOVER
           MOVE WS-WORK-PERIOD TO TR-PERIODO
           MOVE WS-CALC-INICIAL TO TR-INICIAL
           MOVE WS-CALC-ADMISSOES TO TR-ADMISSOES
           MOVE WS-CALC-DESLIGAMENTOS TO TR-DESLIGAMENTOS
           MOVE WS-CALC-TRANSF-ENTRADA TO TR-TRANSF-ENTRADA
           MOVE WS-CALC-TRANSF-SAIDA TO TR-TRANSF-SAIDA
           MOVE WS-CALC-FINAL TO TR-FINAL
           MOVE WS-TURNOVER-INT TO TR-TURNOVER-INT
           MOVE WS-TURNOVER-DEC TO TR-TURNOVER-DEC
           MOVE TREND-RECORD TO TREND-LINE
           PERFORM 8200-WRITE-TREND-LINE
           ADD 1 TO WS-TREND-COUNT.

       8100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8200-WRITE-TREND-LINE.
           WRITE TREND-LINE
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TREND-FILE. STATUS="
                   WS-TREND-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           CLOSE TREND-FILE.
