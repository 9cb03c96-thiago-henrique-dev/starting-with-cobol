       IDENTIFICATION DIVISION.
       PROGRAM-ID. trbvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-HIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO GLPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT TRB-GUIA-FILE ASSIGN TO TRBGUIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUIA-STATUS.
           SELECT REPORT-FILE ASSIGN TO TRBREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-HIST-FILE.
           COPY PHSREC.
       FD  GL-POSTING-FILE.
           COPY GLPREC.
       FD  TRB-GUIA-FILE.
           COPY TRBREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PAYHIST-STATUS PIC XX VALUE "00".
       01  WS-GLPOST-STATUS PIC XX VALUE "00".
       01  WS-GUIA-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-PAYHIST-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PAYHIST-FILE VALUE "Y".
       01  WS-GLPOST-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-GLPOST-FILE VALUE "Y".
       01  WS-AVISO-SWITCH PIC X VALUE "N".
           88 RUN-HAS-AVISOS VALUE "Y".
       01  WS-DIVERGENCE-SWITCH PIC X VALUE "N".
           88 RUN-HAS-DIVERGENCE VALUE "Y".

       01  WS-PERIODO-PARM             PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.

      *    The competence month (the month before the run unless
      *    the PARM names one): the PH-PERIOD of the PAYHIST lines
      *    and the GL-PERIOD of the GLPOST records it gathers.
       01  WS-COMPETENCIA              PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05  WS-COMP-YEAR            PIC 9(4).
           05  WS-COMP-MONTH           PIC 9(2).

      *    Patronal INSS rate, the same GLVAR posts the ENCG
      *    records with, so the two sides can be compared.
       01  WS-PATRONAL-RATE            PIC V999 VALUE .200.

      *    How each run type is remitted: the IRRF revenue code of
      *    its DARF, the GPS it goes to (M the month's, D the 13th
      *    salary's, competence AAAA13) and whether GLVAR posts it
      *    (S) so it can be reconciled against GLPOST.  Settlements
      *    are paid by HRVAR outside the GLVAR runs and are listed
      *    without a GLPOST side.
       01  WS-TP-DEFAULTS.
           05  FILLER                  PIC X(14) VALUE
               "MENSAL  0561MS".
           05  FILLER                  PIC X(14) VALUE
               "SUPL    0561MS".
           05  FILLER                  PIC X(14) VALUE
               "FERIAS  0561MS".
           05  FILLER                  PIC X(14) VALUE
               "DISSIDIO0561MS".
           05  FILLER                  PIC X(14) VALUE
               "DECIMO1 0561DS".
           05  FILLER                  PIC X(14) VALUE
               "DECIMO2 0561DS".
           05  FILLER                  PIC X(14) VALUE
               "RESCISAO0561MN".
       01  WS-TP-DEFAULTS-R REDEFINES WS-TP-DEFAULTS.
           05  WS-TD-ENTRY OCCURS 7 TIMES.
               10  WS-TD-RUN-TYPE      PIC X(8).
               10  WS-TD-RECEITA       PIC X(4).
               10  WS-TD-GRUPO         PIC X(1).
               10  WS-TD-CONTABIL      PIC X(1).
       01  WS-TD-COUNT                 PIC 9(2) VALUE 7.

      *    Per run type, the competence's totals on each side: the
      *    PAYHIST lines (payments, gross, INSS, IRRF, INSS base and
      *    the patronal over it) and the GLPOST records (FOLH gross,
      *    INSS and IRRF, ENCG patronal and how many ENCG records
      *    it was rounded in).
       01  WS-TP-MAX                   PIC 9(2) VALUE 20.
       01  WS-TP-USED                  PIC 9(2) VALUE 0.
       01  WS-TP-IDX                   PIC 9(2) VALUE 0.
       01  WS-TP-TABLE.
           05  WS-TP-ENTRY OCCURS 20 TIMES.
               10  WS-TP-RUN-TYPE      PIC X(8).
               10  WS-TP-RECEITA       PIC X(4).
               10  WS-TP-GRUPO         PIC X(1).
               10  WS-TP-CONTABIL      PIC X(1).
               10  WS-TP-PH-COUNT      PIC 9(6).
               10  WS-TP-PH-GROSS      PIC 9(11)V99.
               10  WS-TP-PH-INSS       PIC 9(11)V99.
               10  WS-TP-PH-IRRF       PIC 9(11)V99.
               10  WS-TP-PH-BASE       PIC 9(11)V99.
               10  WS-TP-PH-PATRONAL   PIC 9(11)V99.
               10  WS-TP-GL-SEEN       PIC X(1).
               10  WS-TP-GL-GROSS      PIC 9(11)V99.
               10  WS-TP-GL-INSS       PIC 9(11)V99.
               10  WS-TP-GL-IRRF       PIC 9(11)V99.
               10  WS-TP-GL-PATRONAL   PIC 9(11)V99.
               10  WS-TP-GL-ENCG-COUNT PIC 9(6).
       01  WS-TP-FOUND-SWITCH PIC X VALUE "N".
           88 TP-FOUND VALUE "Y".
       01  WS-TP-KEY                   PIC X(8).

      *    IRRF per revenue code, one DARF each.
       01  WS-RC-USED                  PIC 9(2) VALUE 0.
       01  WS-RC-IDX                   PIC 9(2) VALUE 0.
       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 20 TIMES.
               10  WS-RC-RECEITA       PIC X(4).
               10  WS-RC-IRRF          PIC 9(11)V99.
               10  WS-RC-COUNT         PIC 9(6).
       01  WS-RC-FOUND-SWITCH PIC X VALUE "N".
           88 RC-FOUND VALUE "Y".

      *    The INSS of the two GPS: the employees' share and the
      *    patronal of the month's runs and of the 13th salary.
       01  WS-GPS-MES-SEGURADOS        PIC 9(11)V99 VALUE 0.
       01  WS-GPS-MES-EMPRESA          PIC 9(11)V99 VALUE 0.
       01  WS-GPS-MES-COUNT            PIC 9(6) VALUE 0.
       01  WS-GPS-13-SEGURADOS         PIC 9(11)V99 VALUE 0.
       01  WS-GPS-13-EMPRESA           PIC 9(11)V99 VALUE 0.
       01  WS-GPS-13-COUNT             PIC 9(6) VALUE 0.

      *    Due date of a guia and the day of the week it falls on
      *    (Zeller: 0 saturday, 1 sunday, 2 monday ... 6 friday).
       01  WS-DUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).
       01  WS-ZL-MONTH                 PIC 9(2) VALUE 0.
       01  WS-ZL-YEAR                  PIC 9(4) VALUE 0.
       01  WS-ZL-CENTURY               PIC 9(2) VALUE 0.
       01  WS-ZL-YEAR-OF-CENTURY       PIC 9(2) VALUE 0.
       01  WS-ZL-MONTH-TERM            PIC 9(3) VALUE 0.
       01  WS-ZL-YEAR-TERM             PIC 9(2) VALUE 0.
       01  WS-ZL-CENTURY-TERM          PIC 9(2) VALUE 0.
       01  WS-ZL-SUM                   PIC 9(4) VALUE 0.
       01  WS-ZL-QUOTIENT              PIC 9(4) VALUE 0.
       01  WS-ZL-WEEKDAY               PIC 9(1) VALUE 0.

      *    One item under conference and its outcome.
       01  WS-CF-ITEM                  PIC X(8).
       01  WS-CF-PAYHIST               PIC 9(11)V99 VALUE 0.
       01  WS-CF-GLPOST                PIC 9(11)V99 VALUE 0.
       01  WS-CF-TOLERANCE             PIC 9(5)V99 VALUE 0.
       01  WS-CF-DIFF                  PIC S9(11)V99 VALUE 0.
       01  WS-CF-DIFF-ABS              PIC 9(11)V99 VALUE 0.

       01  WS-LINE-BASE                PIC 9(8)V99 VALUE 0.
       01  WS-PAYHIST-COUNT            PIC 9(7) VALUE 0.
       01  WS-PAYHIST-SELECTED         PIC 9(7) VALUE 0.
       01  WS-LEGACY-COUNT             PIC 9(7) VALUE 0.
       01  WS-GLPOST-COUNT             PIC 9(7) VALUE 0.
       01  WS-GLPOST-SELECTED          PIC 9(7) VALUE 0.
       01  WS-GUIA-COUNT               PIC 9(4) VALUE 0.
       01  WS-GUIA-TOTAL               PIC 9(13)V99 VALUE 0.

       01  WS-TOT-COUNT                PIC 9(6) VALUE 0.
       01  WS-TOT-GROSS                PIC 9(11)V99 VALUE 0.
       01  WS-TOT-INSS                 PIC 9(11)V99 VALUE 0.
       01  WS-TOT-IRRF                 PIC 9(11)V99 VALUE 0.
       01  WS-TOT-PATRONAL             PIC 9(11)V99 VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               "RECOLHIMENTO DE IRRF E INSS - COMPETENCIA ".
           05  WS-H1-COMPETENCIA       PIC 9(6).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "EXECUCAO: ".
           05  WS-H2-RUN-DATE          PIC 9(8).
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-REPORT-TEXT-LINE.
           05  WS-RT-TEXTO             PIC X(80).
       01  WS-REPORT-BLANK             PIC X(80) VALUE SPACES.
       01  WS-SUMMARY-TITLE.
           05  FILLER                  PIC X(30) VALUE
               "TIPO     PAGTOS    RENDIMENTOS".
           05  FILLER                  PIC X(42) VALUE
               " INSS SEGURADO          IRRF      PATRONAL".
       01  WS-SUMMARY-LINE.
           05  WS-RS-RUN-TYPE          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RS-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RS-GROSS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RS-INSS              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RS-IRRF              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RS-PATRONAL          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CONFER-TITLE.
           05  FILLER                  PIC X(44) VALUE
               "CONFERENCIA COM A GLPOST (LANCAMENTOS GLVAR)".
       01  WS-CONFER-COLUMNS.
           05  FILLER                  PIC X(35) VALUE
               "TIPO      ITEM            PAYHIST  ".
           05  FILLER                  PIC X(40) VALUE
               "       GLPOST      DIFERENCA  SITUACAO".
       01  WS-CONFER-LINE.
           05  WS-CL-RUN-TYPE          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-ITEM              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-PAYHIST           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-GLPOST            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-DIFF              PIC --,---,--9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-CL-SITUACAO          PIC X(10).
       01  WS-NAO-CONTABIL-LINE.
           05  WS-RN-RUN-TYPE          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NAO CONTABILIZADO PELA GLVAR - SEM CONFE".
           05  FILLER                  PIC X(7)  VALUE "RENCIA".
       01  WS-GUIA-TITLE.
           05  FILLER                  PIC X(29) VALUE
               "GUIA COD. COMPET  VENCTO     ".
           05  FILLER                  PIC X(44) VALUE
               " SEGURAD/IRRF         EMPRESA          TOTAL".
       01  WS-GUIA-LINE.
           05  WS-RG-TIPO-GUIA         PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RG-RECEITA           PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RG-COMPETENCIA       PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RG-VENCIMENTO        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RG-SEGURADOS         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RG-EMPRESA           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RG-TOTAL             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-GUIA-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               "TOTAL DAS GUIAS ".
           05  WS-GT-COUNT             PIC ZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-GT-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN               PIC S9(4) COMP.
           05  WS-PARM-TEXT              PIC X(20).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       0000-MAIN.
           PERFORM 1150-PARSE-PARM
           PERFORM 1000-OPEN-FILES
           PERFORM 1200-LOAD-RUN-TYPES
           PERFORM UNTIL END-OF-PAYHIST-FILE
               READ PAYSLIP-HIST-FILE NEXT RECORD
                   AT END SET END-OF-PAYHIST-FILE TO TRUE
                   NOT AT END PERFORM 2000-ACCUMULATE-PAYHIST
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-GLPOST-FILE
               READ GL-POSTING-FILE
                   AT END SET END-OF-GLPOST-FILE TO TRUE
                   NOT AT END PERFORM 3000-ACCUMULATE-GLPOST
               END-READ
           END-PERFORM
           PERFORM 4000-COMPUTE-GUIAS
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-WRITE-GUIA-FILE
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PAYHIST LIDOS: " WS-PAYHIST-COUNT
               " DA COMPETENCIA: " WS-PAYHIST-SELECTED
           DISPLAY "GLPOST LIDOS: " WS-GLPOST-COUNT
               " DA COMPETENCIA: " WS-GLPOST-SELECTED
           DISPLAY "GUIAS GERADAS: " WS-GUIA-COUNT
           IF RUN-HAS-DIVERGENCE
               DISPLAY "ARQUIVO RETIDO - DIVERGENCIA COM A GLPOST"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RUN-HAS-AVISOS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    The PARM may name the competence (AAAAMM); left blank it
      *    is the month before the run, the month just closed.
       1150-PARSE-PARM.
           MOVE SPACES TO WS-PERIODO-PARM
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-TEXT TO WS-PERIODO-PARM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           IF WS-PERIODO-PARM = SPACES
               MOVE WS-RUN-PERIOD TO WS-COMPETENCIA
               IF WS-COMP-MONTH = 01
                   SUBTRACT 1 FROM WS-COMP-YEAR
                   MOVE 12 TO WS-COMP-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-COMP-MONTH
               END-IF
           ELSE
               IF WS-PERIODO-PARM (1:6) NOT NUMERIC
                       OR WS-PERIODO-PARM (7:14) NOT = SPACES
                   DISPLAY "ERRO: PARM INVALIDO: " WS-PERIODO-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIODO-PARM (1:6) TO WS-COMPETENCIA
               IF WS-COMP-MONTH < 1 OR WS-COMP-MONTH > 12
                       OR WS-COMPETENCIA > WS-RUN-PERIOD
                   DISPLAY "ERRO: COMPETENCIA INVALIDA OU FUTURA: "
                       WS-COMPETENCIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "RECOLHIMENTO DE IRRF E INSS - COMPETENCIA "
               WS-COMPETENCIA.

       1000-OPEN-FILES.
           OPEN INPUT PAYSLIP-HIST-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PAYSLIP-HIST-FILE. STATUS="
                   WS-PAYHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-POSTING-FILE
           IF WS-GLPOST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR GL-POSTING-FILE. STATUS="
                   WS-GLPOST-STATUS
               CLOSE PAYSLIP-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRB-GUIA-FILE
           IF WS-GUIA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRB-GUIA-FILE. STATUS="
                   WS-GUIA-STATUS
               CLOSE PAYSLIP-HIST-FILE
               CLOSE GL-POSTING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               CLOSE PAYSLIP-HIST-FILE
               CLOSE GL-POSTING-FILE
               CLOSE TRB-GUIA-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-RUN-TYPES.
           INITIALIZE WS-TP-TABLE
           INITIALIZE WS-RC-TABLE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TD-COUNT
               MOVE WS-TD-RUN-TYPE (WS-TP-IDX)
                   TO WS-TP-RUN-TYPE (WS-TP-IDX)
               MOVE WS-TD-RECEITA (WS-TP-IDX)
                   TO WS-TP-RECEITA (WS-TP-IDX)
               MOVE WS-TD-GRUPO (WS-TP-IDX) TO WS-TP-GRUPO (WS-TP-IDX)
               MOVE WS-TD-CONTABIL (WS-TP-IDX)
                   TO WS-TP-CONTABIL (WS-TP-IDX)
               MOVE "N" TO WS-TP-GL-SEEN (WS-TP-IDX)
           END-PERFORM
           MOVE WS-TD-COUNT TO WS-TP-USED.

      *    Every payment of the competence month counts, whatever
      *    run paid it.  A line written before PAYHIST carried the
      *    INSS base has none; its gross stands in for the base so
      *    the patronal is not lost, and the run is flagged.
       2000-ACCUMULATE-PAYHIST.
           ADD 1 TO WS-PAYHIST-COUNT
           IF PH-PERIOD = WS-COMPETENCIA
               ADD 1 TO WS-PAYHIST-SELECTED
               MOVE PH-RUN-TYPE TO WS-TP-KEY
               PERFORM 2500-FIND-RUN-TYPE
               MOVE PH-INSS-BASE TO WS-LINE-BASE
               IF PH-INSS-BASE = 0 AND PH-INSS > 0
                   MOVE PH-GROSS TO WS-LINE-BASE
                   ADD 1 TO WS-LEGACY-COUNT
                   SET RUN-HAS-AVISOS TO TRUE
               END-IF
               ADD 1 TO WS-TP-PH-COUNT (WS-TP-IDX)
               ADD PH-GROSS TO WS-TP-PH-GROSS (WS-TP-IDX)
               ADD PH-INSS TO WS-TP-PH-INSS (WS-TP-IDX)
               ADD PH-IRRF TO WS-TP-PH-IRRF (WS-TP-IDX)
               ADD WS-LINE-BASE TO WS-TP-PH-BASE (WS-TP-IDX)
           END-IF.

      *    A run type not in the table is remitted as a monthly
      *    run under the employment-income code and reconciled
      *    against GLPOST like one.
       2500-FIND-RUN-TYPE.
           MOVE "N" TO WS-TP-FOUND-SWITCH
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-USED OR TP-FOUND
               IF WS-TP-RUN-TYPE (WS-TP-IDX) = WS-TP-KEY
                   SET TP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF TP-FOUND
               SUBTRACT 1 FROM WS-TP-IDX
           ELSE
               IF WS-TP-USED >= WS-TP-MAX
                   DISPLAY "ERRO: TABELA DE TIPOS DE EXECUCAO CHEIA. "
                       "TIPO=" WS-TP-KEY
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "AVISO: TIPO DE EXECUCAO " WS-TP-KEY
                   " DESCONHECIDO - RECOLHIDO COMO MENSAL"
               SET RUN-HAS-AVISOS TO TRUE
               ADD 1 TO WS-TP-USED
               MOVE WS-TP-USED TO WS-TP-IDX
               MOVE WS-TP-KEY TO WS-TP-RUN-TYPE (WS-TP-IDX)
               MOVE "0561" TO WS-TP-RECEITA (WS-TP-IDX)
               MOVE "M" TO WS-TP-GRUPO (WS-TP-IDX)
               MOVE "S" TO WS-TP-CONTABIL (WS-TP-IDX)
               MOVE "N" TO WS-TP-GL-SEEN (WS-TP-IDX)
           END-IF.

      *    Only the FOLH and ENCG records carry the taxes; the RUBR
      *    detail is already inside the FOLH gross.
       3000-ACCUMULATE-GLPOST.
           ADD 1 TO WS-GLPOST-COUNT
           IF GL-PERIOD = WS-COMPETENCIA
               ADD 1 TO WS-GLPOST-SELECTED
               MOVE GL-RUN-TYPE TO WS-TP-KEY
               PERFORM 2500-FIND-RUN-TYPE
               MOVE "S" TO WS-TP-GL-SEEN (WS-TP-IDX)
               IF GL-TYPE-FOLHA
                   ADD GL-GROSS TO WS-TP-GL-GROSS (WS-TP-IDX)
                   ADD GL-INSS TO WS-TP-GL-INSS (WS-TP-IDX)
                   ADD GL-IRRF TO WS-TP-GL-IRRF (WS-TP-IDX)
               END-IF
               IF GL-TYPE-ENCARGOS
                   ADD GL-PATRONAL TO WS-TP-GL-PATRONAL (WS-TP-IDX)
                   ADD 1 TO WS-TP-GL-ENCG-COUNT (WS-TP-IDX)
               END-IF
           END-IF.

      *    The patronal is taken over each run type's summed base,
      *    as GLVAR does per department, then the IRRF is gathered
      *    by revenue code and the INSS into its GPS.
       4000-COMPUTE-GUIAS.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-USED
               COMPUTE WS-TP-PH-PATRONAL (WS-TP-IDX) ROUNDED =
                   WS-TP-PH-BASE (WS-TP-IDX) * WS-PATRONAL-RATE
               IF WS-TP-PH-COUNT (WS-TP-IDX) > 0
                   PERFORM 4100-ADD-RECEITA
                   IF WS-TP-GRUPO (WS-TP-IDX) = "D"
                       ADD WS-TP-PH-INSS (WS-TP-IDX)
                           TO WS-GPS-13-SEGURADOS
                       ADD WS-TP-PH-PATRONAL (WS-TP-IDX)
                           TO WS-GPS-13-EMPRESA
                       ADD WS-TP-PH-COUNT (WS-TP-IDX)
                           TO WS-GPS-13-COUNT
                   ELSE
                       ADD WS-TP-PH-INSS (WS-TP-IDX)
                           TO WS-GPS-MES-SEGURADOS
                       ADD WS-TP-PH-PATRONAL (WS-TP-IDX)
                           TO WS-GPS-MES-EMPRESA
                       ADD WS-TP-PH-COUNT (WS-TP-IDX)
                           TO WS-GPS-MES-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PAYHIST-SELECTED = 0
               DISPLAY "AVISO: NENHUM PAGAMENTO NA PAYHIST PARA A "
                   "COMPETENCIA " WS-COMPETENCIA
               SET RUN-HAS-AVISOS TO TRUE
           END-IF
           IF WS-LEGACY-COUNT > 0
               DISPLAY "AVISO: " WS-LEGACY-COUNT " PAGAMENTOS SEM BASE"
                   " DO INSS NA PAYHIST - PATRONAL SOBRE O BRUTO"
           END-IF.

       4100-ADD-RECEITA.
           MOVE "N" TO WS-RC-FOUND-SWITCH
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-USED OR RC-FOUND
               IF WS-RC-RECEITA (WS-RC-IDX) = WS-TP-RECEITA (WS-TP-IDX)
                   SET RC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RC-FOUND
               SUBTRACT 1 FROM WS-RC-IDX
           ELSE
               ADD 1 TO WS-RC-USED
               MOVE WS-RC-USED TO WS-RC-IDX
               MOVE WS-TP-RECEITA (WS-TP-IDX)
                   TO WS-RC-RECEITA (WS-RC-IDX)
           END-IF
           ADD WS-TP-PH-IRRF (WS-TP-IDX) TO WS-RC-IRRF (WS-RC-IDX)
           ADD WS-TP-PH-COUNT (WS-TP-IDX) TO WS-RC-COUNT (WS-RC-IDX).

      *    The per-type summary, the conference against GLPOST and
      *    the guias, closed by whether the file may be released.
       5000-WRITE-REPORT.
           MOVE WS-COMPETENCIA TO WS-H1-COMPETENCIA
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-CDT-DATE TO WS-H2-RUN-DATE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-SUMMARY-TITLE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-USED
               IF WS-TP-PH-COUNT (WS-TP-IDX) > 0
                   PERFORM 5100-WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO WS-RS-RUN-TYPE
           MOVE WS-TOT-COUNT TO WS-RS-COUNT
           MOVE WS-TOT-GROSS TO WS-RS-GROSS
           MOVE WS-TOT-INSS TO WS-RS-INSS
           MOVE WS-TOT-IRRF TO WS-RS-IRRF
           MOVE WS-TOT-PATRONAL TO WS-RS-PATRONAL
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-CONFER-TITLE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-CONFER-COLUMNS TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-USED
               PERFORM 5200-CONFER-RUN-TYPE
           END-PERFORM
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-GUIA-TITLE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       5100-WRITE-SUMMARY-LINE.
           MOVE WS-TP-RUN-TYPE (WS-TP-IDX) TO WS-RS-RUN-TYPE
           MOVE WS-TP-PH-COUNT (WS-TP-IDX) TO WS-RS-COUNT
           MOVE WS-TP-PH-GROSS (WS-TP-IDX) TO WS-RS-GROSS
           MOVE WS-TP-PH-INSS (WS-TP-IDX) TO WS-RS-INSS
           MOVE WS-TP-PH-IRRF (WS-TP-IDX) TO WS-RS-IRRF
           MOVE WS-TP-PH-PATRONAL (WS-TP-IDX) TO WS-RS-PATRONAL
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           ADD WS-TP-PH-COUNT (WS-TP-IDX) TO WS-TOT-COUNT
           ADD WS-TP-PH-GROSS (WS-TP-IDX) TO WS-TOT-GROSS
           ADD WS-TP-PH-INSS (WS-TP-IDX) TO WS-TOT-INSS
           ADD WS-TP-PH-IRRF (WS-TP-IDX) TO WS-TOT-IRRF
           ADD WS-TP-PH-PATRONAL (WS-TP-IDX) TO WS-TOT-PATRONAL.

      *    A run type GLVAR posts must agree with GLPOST to the cent
      *    on gross, INSS and IRRF; the patronal may differ by the
      *    rounding of one cent per ENCG record GLVAR wrote.  A run
      *    on only one of the two sides shows as a divergence.
       5200-CONFER-RUN-TYPE.
           IF WS-TP-CONTABIL (WS-TP-IDX) = "N"
               IF WS-TP-PH-COUNT (WS-TP-IDX) > 0
                   MOVE WS-TP-RUN-TYPE (WS-TP-IDX) TO WS-RN-RUN-TYPE
                   MOVE WS-NAO-CONTABIL-LINE TO REPORT-LINE
                   PERFORM 8100-WRITE-REPORT-LINE
               END-IF
           ELSE
               IF WS-TP-PH-COUNT (WS-TP-IDX) > 0
                       OR WS-TP-GL-SEEN (WS-TP-IDX) = "S"
                   MOVE 0 TO WS-CF-TOLERANCE
                   MOVE "BRUTO" TO WS-CF-ITEM
                   MOVE WS-TP-PH-GROSS (WS-TP-IDX) TO WS-CF-PAYHIST
                   MOVE WS-TP-GL-GROSS (WS-TP-IDX) TO WS-CF-GLPOST
                   PERFORM 5300-CONFER-ITEM
                   MOVE "INSS" TO WS-CF-ITEM
                   MOVE WS-TP-PH-INSS (WS-TP-IDX) TO WS-CF-PAYHIST
                   MOVE WS-TP-GL-INSS (WS-TP-IDX) TO WS-CF-GLPOST
                   PERFORM 5300-CONFER-ITEM
                   MOVE "IRRF" TO WS-CF-ITEM
                   MOVE WS-TP-PH-IRRF (WS-TP-IDX) TO WS-CF-PAYHIST
                   MOVE WS-TP-GL-IRRF (WS-TP-IDX) TO WS-CF-GLPOST
                   PERFORM 5300-CONFER-ITEM
                   COMPUTE WS-CF-TOLERANCE =
                       WS-TP-GL-ENCG-COUNT (WS-TP-IDX) * 0.01
                   MOVE "PATRONAL" TO WS-CF-ITEM
                   MOVE WS-TP-PH-PATRONAL (WS-TP-IDX) TO WS-CF-PAYHIST
                   MOVE WS-TP-GL-PATRONAL (WS-TP-IDX) TO WS-CF-GLPOST
                   PERFORM 5300-CONFER-ITEM
               END-IF
           END-IF.

       5300-CONFER-ITEM.
           COMPUTE WS-CF-DIFF = WS-CF-PAYHIST - WS-CF-GLPOST
           IF WS-CF-DIFF < 0
               COMPUTE WS-CF-DIFF-ABS = 0 - WS-CF-DIFF
           ELSE
               MOVE WS-CF-DIFF TO WS-CF-DIFF-ABS
           END-IF
           MOVE WS-TP-RUN-TYPE (WS-TP-IDX) TO WS-CL-RUN-TYPE
           MOVE WS-CF-ITEM TO WS-CL-ITEM
           MOVE WS-CF-PAYHIST TO WS-CL-PAYHIST
           MOVE WS-CF-GLPOST TO WS-CL-GLPOST
           MOVE WS-CF-DIFF TO WS-CL-DIFF
           IF WS-CF-DIFF-ABS > WS-CF-TOLERANCE
               MOVE "DIVERGENTE" TO WS-CL-SITUACAO
               SET RUN-HAS-DIVERGENCE TO TRUE
               DISPLAY "DIVERGENCIA: " WS-TP-RUN-TYPE (WS-TP-IDX)
                   " " WS-CF-ITEM " PAYHIST=" WS-CF-PAYHIST
                   " GLPOST=" WS-CF-GLPOST
           ELSE
               MOVE "OK" TO WS-CL-SITUACAO
           END-IF
           MOVE WS-CONFER-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      *    One DARF per revenue code, due on the 20th of the month
      *    after the competence; the month's GPS on the same day;
      *    the 13th salary's GPS (competence AAAA13) on December
      *    20th of the year.  A guia with nothing to pay is not
      *    issued.  The trailer and the release line close it.
       6000-WRITE-GUIA-FILE.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-USED
               IF WS-RC-IRRF (WS-RC-IDX) > 0
                   INITIALIZE TRB-GUIA-RECORD
                   SET TG-REG-DETALHE TO TRUE
                   SET TG-GUIA-DARF TO TRUE
                   MOVE WS-RC-RECEITA (WS-RC-IDX) TO TG-CODIGO-RECEITA
                   MOVE WS-COMPETENCIA TO TG-COMPETENCIA
                   PERFORM 6800-NEXT-MONTH-DUE-DATE
                   MOVE WS-RC-IRRF (WS-RC-IDX) TO TG-VALOR-SEGURADOS
                   MOVE 0 TO TG-VALOR-EMPRESA
                   MOVE WS-RC-COUNT (WS-RC-IDX) TO TG-PAGAMENTOS
                   PERFORM 6100-WRITE-GUIA
               END-IF
           END-PERFORM
           IF WS-GPS-MES-SEGURADOS + WS-GPS-MES-EMPRESA > 0
               INITIALIZE TRB-GUIA-RECORD
               SET TG-REG-DETALHE TO TRUE
               SET TG-GUIA-GPS TO TRUE
               MOVE "2100" TO TG-CODIGO-RECEITA
               MOVE WS-COMPETENCIA TO TG-COMPETENCIA
               PERFORM 6800-NEXT-MONTH-DUE-DATE
               MOVE WS-GPS-MES-SEGURADOS TO TG-VALOR-SEGURADOS
               MOVE WS-GPS-MES-EMPRESA TO TG-VALOR-EMPRESA
               MOVE WS-GPS-MES-COUNT TO TG-PAGAMENTOS
               PERFORM 6100-WRITE-GUIA
           END-IF
           IF WS-GPS-13-SEGURADOS + WS-GPS-13-EMPRESA > 0
               INITIALIZE TRB-GUIA-RECORD
               SET TG-REG-DETALHE TO TRUE
               SET TG-GUIA-GPS TO TRUE
               MOVE "2100" TO TG-CODIGO-RECEITA
               COMPUTE TG-COMPETENCIA = WS-COMP-YEAR * 100 + 13
               MOVE WS-COMP-YEAR TO WS-DUE-YEAR
               MOVE 12 TO WS-DUE-MONTH
               MOVE 20 TO WS-DUE-DAY
               PERFORM 6900-ADJUST-WEEKEND
               MOVE WS-DUE-DATE TO TG-VENCIMENTO
               MOVE WS-GPS-13-SEGURADOS TO TG-VALOR-SEGURADOS
               MOVE WS-GPS-13-EMPRESA TO TG-VALOR-EMPRESA
               MOVE WS-GPS-13-COUNT TO TG-PAGAMENTOS
               PERFORM 6100-WRITE-GUIA
           END-IF
           INITIALIZE TRB-GUIA-RECORD
           SET TG-REG-TRAILER TO TRUE
           MOVE WS-COMPETENCIA TO TG-TR-COMPETENCIA
           MOVE WS-GUIA-COUNT TO TG-TR-QTDE-GUIAS
           MOVE WS-GUIA-TOTAL TO TG-TR-VALOR-TOTAL
           WRITE TRB-GUIA-RECORD
           IF WS-GUIA-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRB-GUIA-FILE. STATUS="
                   WS-GUIA-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GUIA-COUNT TO WS-GT-COUNT
           MOVE WS-GUIA-TOTAL TO WS-GT-TOTAL
           MOVE WS-GUIA-TOTAL-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF RUN-HAS-DIVERGENCE
               MOVE "ARQUIVO RETIDO - DIVERGENCIA COM A GLPOST"
                   TO WS-RT-TEXTO
           ELSE
               MOVE "ARQUIVO LIBERADO PARA A TESOURARIA"
                   TO WS-RT-TEXTO
           END-IF
           MOVE WS-REPORT-TEXT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       6100-WRITE-GUIA.
           COMPUTE TG-VALOR-TOTAL =
               TG-VALOR-SEGURADOS + TG-VALOR-EMPRESA
           WRITE TRB-GUIA-RECORD
           IF WS-GUIA-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR TRB-GUIA-FILE. STATUS="
                   WS-GUIA-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GUIA-COUNT
           ADD TG-VALOR-TOTAL TO WS-GUIA-TOTAL
           MOVE TG-TIPO-GUIA TO WS-RG-TIPO-GUIA
           MOVE TG-CODIGO-RECEITA TO WS-RG-RECEITA
           MOVE TG-COMPETENCIA TO WS-RG-COMPETENCIA
           MOVE TG-VENCIMENTO TO WS-RG-VENCIMENTO
           MOVE TG-VALOR-SEGURADOS TO WS-RG-SEGURADOS
           MOVE TG-VALOR-EMPRESA TO WS-RG-EMPRESA
           MOVE TG-VALOR-TOTAL TO WS-RG-TOTAL
           MOVE WS-GUIA-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       6800-NEXT-MONTH-DUE-DATE.
           MOVE WS-COMP-YEAR TO WS-DUE-YEAR
           MOVE WS-COMP-MONTH TO WS-DUE-MONTH
           IF WS-DUE-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           MOVE 20 TO WS-DUE-DAY
           PERFORM 6900-ADJUST-WEEKEND
           MOVE WS-DUE-DATE TO TG-VENCIMENTO.

      *    The taxes are due the working day before when the 20th
      *    falls on a weekend: saturday goes back one day, sunday
      *    two.  Holidays are the treasury's to move.
       6900-ADJUST-WEEKEND.
           MOVE WS-DUE-MONTH TO WS-ZL-MONTH
           MOVE WS-DUE-YEAR TO WS-ZL-YEAR
           IF WS-ZL-MONTH < 3
               ADD 12 TO WS-ZL-MONTH
               SUBTRACT 1 FROM WS-ZL-YEAR
           END-IF
           DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
               REMAINDER WS-ZL-YEAR-OF-CENTURY
           COMPUTE WS-ZL-MONTH-TERM = 13 * (WS-ZL-MONTH + 1)
           DIVIDE WS-ZL-MONTH-TERM BY 5 GIVING WS-ZL-MONTH-TERM
           DIVIDE WS-ZL-YEAR-OF-CENTURY BY 4 GIVING WS-ZL-YEAR-TERM
           DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-CENTURY-TERM
           COMPUTE WS-ZL-SUM = WS-DUE-DAY + WS-ZL-MONTH-TERM
               + WS-ZL-YEAR-OF-CENTURY + WS-ZL-YEAR-TERM
               + WS-ZL-CENTURY-TERM + 5 * WS-ZL-CENTURY
           DIVIDE WS-ZL-SUM BY 7 GIVING WS-ZL-QUOTIENT
               REMAINDER WS-ZL-WEEKDAY
           IF WS-ZL-WEEKDAY = 0
               SUBTRACT 1 FROM WS-DUE-DAY
           END-IF
           IF WS-ZL-WEEKDAY = 1
               SUBTRACT 2 FROM WS-DUE-DAY
           END-IF.

       8100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PAYSLIP-HIST-FILE
           CLOSE GL-POSTING-FILE
           CLOSE TRB-GUIA-FILE
           CLOSE REPORT-FILE.
