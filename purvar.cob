       IDENTIFICATION DIVISION.
       PROGRAM-ID. purvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-PARM-FILE ASSIGN TO PURPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAYSLIP-HIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO EMPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REJECT-TRACK-FILE ASSIGN TO REJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-KEY
               FILE STATUS IS WS-TRACK-STATUS.
           SELECT YTD-FILE ASSIGN TO YTDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-PAYHIST-FILE ASSIGN TO ARQPHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-PAYHIST-STATUS.
           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO ARQEMPH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-HISTORY-STATUS.
           SELECT ARCHIVE-TRACK-FILE ASSIGN TO ARQREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-TRACK-STATUS.
           SELECT ARCHIVE-YTD-FILE ASSIGN TO ARQYTD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-YTD-STATUS.
           SELECT ARCHIVE-AUDIT-FILE ASSIGN TO ARQAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-AUDIT-STATUS.
           SELECT HISTORY-NEW-FILE ASSIGN TO EMPHNOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-NEW-STATUS.
           SELECT AUDIT-NEW-FILE ASSIGN TO AUDNOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO PURREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-PARM-FILE.
           COPY PURREC.
       FD  PAYSLIP-HIST-FILE.
           COPY PHSREC.
       FD  HISTORY-FILE.
           COPY HISREC.
       FD  REJECT-TRACK-FILE.
           COPY RTKREC.
       FD  YTD-FILE.
           COPY YTDREC.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD           PIC X(168).
       FD  ARCHIVE-PAYHIST-FILE.
       01  ARCHIVE-PAYHIST-RECORD     PIC X(144).
       FD  ARCHIVE-HISTORY-FILE.
       01  ARCHIVE-HISTORY-RECORD     PIC X(269).
       FD  ARCHIVE-TRACK-FILE.
       01  ARCHIVE-TRACK-RECORD       PIC X(152).
       FD  ARCHIVE-YTD-FILE.
       01  ARCHIVE-YTD-RECORD         PIC X(178).
       FD  ARCHIVE-AUDIT-FILE.
       01  ARCHIVE-AUDIT-RECORD       PIC X(168).
       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD         PIC X(269).
       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD           PIC X(168).
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC XX VALUE "00".
       01  WS-PAYHIST-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-TRACK-STATUS PIC XX VALUE "00".
       01  WS-YTD-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-ARQ-PAYHIST-STATUS PIC XX VALUE "00".
       01  WS-ARQ-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-ARQ-TRACK-STATUS PIC XX VALUE "00".
       01  WS-ARQ-YTD-STATUS PIC XX VALUE "00".
       01  WS-ARQ-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-NEW-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-NEW-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-PARM-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PARM-FILE VALUE "Y".
       01  WS-PASS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PASS-FILE VALUE "Y".
       01  WS-REPORT-OPEN-SWITCH PIC X VALUE "N".
           88 REPORT-FILE-OPEN VALUE "Y".

      *    AUDITLOG is read whole into this layout, so the line this
      *    run writes at the end carries the same literals as the
      *    lines the payroll programs append.
           COPY AUDREC.

       01  WS-MODO-PARM                PIC X(20) VALUE SPACES.
       01  WS-MODO PIC X(8) VALUE "SIMULA".
           88 MODO-SIMULACAO VALUE "SIMULA".
           88 MODO-ARQUIVAMENTO VALUE "ARQUIVA".
           88 MODO-RESTAURACAO VALUE "RESTAURA".
       01  WS-RUN-TYPE PIC X(8) VALUE "EXPURGO".
       01  WS-RUN-STATUS PIC X(8) VALUE "COMPLETO".
       01  WS-AVISO-SWITCH PIC X VALUE "N".
           88 RUN-HAS-AVISOS VALUE "Y".

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-RUN-PERIOD-R REDEFINES WS-RUN-PERIOD.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
       01  WS-PRIOR-PERIOD             PIC 9(6) VALUE 0.
       01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR           PIC 9(4).
           05  WS-PRIOR-MONTH          PIC 9(2).
       01  WS-PRIOR-TAX-YEAR           PIC 9(4) VALUE 0.

      *    One entry per permanent file, in the order the run
      *    passes them: the retention from its R card and the
      *    cutoff period it gives, the window of its C card for a
      *    restore, and the control counts for the report.  In a
      *    restore the same counts stand for read, outside the
      *    window, already on the target and restored.
       01  WS-ARQ-PAYHIST              PIC 9 VALUE 1.
       01  WS-ARQ-EMPHIST              PIC 9 VALUE 2.
       01  WS-ARQ-REJMAST              PIC 9 VALUE 3.
       01  WS-ARQ-YTDMAST              PIC 9 VALUE 4.
       01  WS-ARQ-AUDITLOG             PIC 9 VALUE 5.
       01  WS-ARQ-MAX                  PIC 9 VALUE 5.
       01  WS-ARQ-IDX                  PIC 9 VALUE 0.
       01  WS-ARQ-NOMES.
           05  FILLER                  PIC X(8) VALUE "PAYHIST".
           05  FILLER                  PIC X(8) VALUE "EMPHIST".
           05  FILLER                  PIC X(8) VALUE "REJMAST".
           05  FILLER                  PIC X(8) VALUE "YTDMAST".
           05  FILLER                  PIC X(8) VALUE "AUDITLOG".
       01  WS-ARQ-NOMES-R REDEFINES WS-ARQ-NOMES.
           05  WS-AN-NOME OCCURS 5 TIMES PIC X(8).
       01  WS-ARQ-TABLE.
           05  WS-ARQ-ENTRY OCCURS 5 TIMES.
               10  WS-AQ-RETENCAO-SWITCH PIC X(1).
                   88 AQ-COM-RETENCAO  VALUE "Y".
               10  WS-AQ-MESES         PIC 9(3).
               10  WS-AQ-CORTE         PIC 9(6).
               10  WS-AQ-CONSULTA-SWITCH PIC X(1).
                   88 AQ-COM-CONSULTA  VALUE "Y".
               10  WS-AQ-DE            PIC 9(6).
               10  WS-AQ-ATE           PIC 9(6).
               10  WS-AQ-LIDOS         PIC 9(7).
               10  WS-AQ-MANTIDOS      PIC 9(7).
               10  WS-AQ-PROTEGIDOS    PIC 9(7).
               10  WS-AQ-ARQUIVADOS    PIC 9(7).
       01  WS-ARQ-FOUND-SWITCH PIC X VALUE "N".
           88 ARQ-FOUND VALUE "Y".

      *    Which file's pass has its files open, so an abend in the
      *    middle of a pass closes what it opened.
       01  WS-OPEN-PASS                PIC 9 VALUE 0.

       01  WS-PARM-ERROR-SWITCH PIC X VALUE "N".
           88 PARM-CARDS-INVALID VALUE "Y".
       01  WS-RETENCAO-COUNT           PIC 9(2) VALUE 0.
       01  WS-CONSULTA-COUNT           PIC 9(2) VALUE 0.
       01  WS-MESES-CONTA              PIC 9(6) VALUE 0.
       01  WS-CORTE-ANO                PIC 9(4) VALUE 0.
       01  WS-CORTE-MES                PIC 9(2) VALUE 0.
       01  WS-CARD-PERIOD              PIC 9(6) VALUE 0.
       01  WS-CARD-PERIOD-R REDEFINES WS-CARD-PERIOD.
           05  WS-CP-YEAR              PIC 9(4).
           05  WS-CP-MONTH             PIC 9(2).

      *    The record being classified: the period it is aged by
      *    and whether a rule protects it from the purge whatever
      *    its age.
       01  WS-REC-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PROTEGIDO-SWITCH PIC X VALUE "N".
           88 REGISTRO-PROTEGIDO VALUE "Y".
       01  WS-ARQUIVAR-SWITCH PIC X VALUE "N".
           88 REGISTRO-A-ARQUIVAR VALUE "Y".
       01  WS-NO-PERIODO-SWITCH PIC X VALUE "N".
           88 REGISTRO-NO-PERIODO VALUE "Y".

       01  WS-TOTAL-LIDOS              PIC 9(7) VALUE 0.
       01  WS-TOTAL-MANTIDOS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-PROTEGIDOS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-ARQUIVADOS         PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(46) VALUE
               "RETENCAO DOS ARQUIVOS PERMANENTES DA FOLHA -  ".
           05  WS-H1-MODO              PIC X(10).
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "EXECUCAO: ".
           05  WS-H2-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(11) VALUE "  PERIODO: ".
           05  WS-H2-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(16) VALUE
               "  MES ANTERIOR: ".
           05  WS-H2-PRIOR             PIC 9(6).
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-COLUMN-HEADER-PURGE.
           05  FILLER                  PIC X(28) VALUE
               "ARQUIVO   RETENCAO    CORTE ".
           05  FILLER                  PIC X(44) VALUE
               "      LIDOS   MANTIDOS PROTEGIDOS ARQUIVADOS".
       01  WS-COLUMN-HEADER-RESTORE.
           05  FILLER                  PIC X(28) VALUE
               "ARQUIVO   PERIODO DE  ATE   ".
           05  FILLER                  PIC X(44) VALUE
               "      LIDOS  FORA PER. JA EXISTIA RESTAURADO".
       01  WS-DETAIL-LINE.
           05  WS-RD-ARQUIVO           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RD-RETENCAO          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RD-CORTE             PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RD-LIDOS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RD-MANTIDOS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RD-PROTEGIDOS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RD-ARQUIVADOS        PIC ZZZ,ZZ9.
       01  WS-RD-MESES-TEXT.
           05  WS-RM-MESES             PIC ZZ9.
           05  FILLER                  PIC X(7)  VALUE " MESES".
       01  WS-RD-PERIOD-TEXT.
           05  WS-RP-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-PROTECTION-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "NUNCA ARQUIVADOS (PROTEGIDOS): REJEITOS ".
           05  FILLER                  PIC X(33) VALUE
               "EM ABERTO NO REJMAST, INCLUSOES (".
           05  FILLER                  PIC X(7)  VALUE "A) NO".
       01  WS-PROTECTION-LINE-2.
           05  FILLER                  PIC X(26) VALUE
               "EMPHIST, ANOS-BASE DE YTD ".
           05  WS-PL-ANO-ANTERIOR      PIC 9(4).
           05  FILLER                  PIC X(3)  VALUE " E ".
           05  WS-PL-ANO-ATUAL         PIC 9(4).
           05  FILLER                  PIC X(21) VALUE
               ", E DO MES ANTERIOR (".
           05  WS-PL-PRIOR             PIC 9(6).
           05  FILLER                  PIC X(13) VALUE
               ") EM DIANTE.".
       01  WS-REPORT-COUNT-LINE.
           05  WS-RC-LABEL             PIC X(36).
           05  WS-RC-COUNT             PIC Z,ZZZ,ZZ9.
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
           IF NOT MODO-RESTAURACAO
               PERFORM 1050-CHECK-RUN-CONTROL
           END-IF
           PERFORM 1000-OPEN-REPORT
           PERFORM 1200-READ-PARAMETERS
           PERFORM 1500-WRITE-REPORT-HEADER
           IF MODO-RESTAURACAO
               PERFORM 6000-RESTORE-PAYHIST
               PERFORM 6100-RESTORE-EMPHIST
               PERFORM 6200-RESTORE-REJMAST
               PERFORM 6300-RESTORE-YTDMAST
               PERFORM 6400-RESTORE-AUDITLOG
           ELSE
               PERFORM 2000-PURGE-PAYHIST
               PERFORM 2100-PURGE-EMPHIST
               PERFORM 2200-PURGE-REJMAST
               PERFORM 2300-PURGE-YTDMAST
               PERFORM 2400-PURGE-AUDITLOG
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF MODO-ARQUIVAMENTO
               PERFORM 7000-WRITE-AUDIT-LOG
           END-IF
           DISPLAY "REGISTROS LIDOS: " WS-TOTAL-LIDOS
               " MANTIDOS: " WS-TOTAL-MANTIDOS
           IF MODO-RESTAURACAO
               DISPLAY "RESTAURADOS: " WS-TOTAL-ARQUIVADOS
                   " JA EXISTENTES NO DESTINO: " WS-TOTAL-PROTEGIDOS
           ELSE
               DISPLAY "ARQUIVADOS: " WS-TOTAL-ARQUIVADOS
                   " PROTEGIDOS: " WS-TOTAL-PROTEGIDOS
           END-IF
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO: NADA FOI ARQUIVADO NEM REMOVIDO."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RUN-HAS-AVISOS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    The PARM selects the mode: SIMULA (or blank) only counts
      *    what the cards would archive and ends RC 8, so the job
      *    holds the steps that put the new EMPHIST and AUDITLOG in
      *    place; ARQUIVA moves the records to the archive datasets
      *    and removes them from the live files; RESTAURA copies the
      *    periods on the C cards back from the archive datasets to
      *    the datasets the job names for the inquiry.
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
               WHEN WS-MODO-PARM (1:7) = "ARQUIVA"
                   MOVE "ARQUIVA" TO WS-MODO
               WHEN WS-MODO-PARM (1:8) = "RESTAURA"
                   MOVE "RESTAURA" TO WS-MODO
               WHEN OTHER
                   DISPLAY "ERRO: PARM INVALIDO: " WS-MODO-PARM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           INITIALIZE WS-ARQ-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 01
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           COMPUTE WS-PRIOR-TAX-YEAR = WS-RUN-YEAR - 1
           DISPLAY "RETENCAO - MODO " WS-MODO
               " PERIODO " WS-RUN-PERIOD.

      *    The purge deletes from PAYHIST, REJMAST and YTDMAST and
      *    replaces EMPHIST and AUDITLOG, all of which the payroll
      *    programs update, so the run refuses to start while a
      *    payroll or a dissidio run holds the control record.  An
      *    ARQUIVA run then stamps it active (run type EXPURGO),
      *    which keeps VAR, MNTVAR, HRVAR and DISVAR off the files
      *    until it ends.  An ARQUIVA run that died leaves its own
      *    record active and a resubmit passes.
       1050-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "00" AND RC-RUN-ACTIVE
                   IF RC-RUN-TYPE = WS-RUN-TYPE AND MODO-ARQUIVAMENTO
                       DISPLAY "AVISO: RETOMANDO EXECUCAO "
                           RC-RUN-TYPE " INICIADA EM "
                           RC-START-DATE " " RC-START-TIME
                   ELSE
                       DISPLAY "ERRO: EXECUCAO " RC-RUN-TYPE
                           " EM ANDAMENTO DESDE " RC-START-DATE
                           " " RC-START-TIME
                           ". EXPURGO NAO INICIADO."
                       CLOSE RUN-CONTROL-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF MODO-ARQUIVAMENTO
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

       1000-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 9000-CLOSE-FILES
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET REPORT-FILE-OPEN TO TRUE.

      *    Reads the PURPARM cards.  Any invalid card abends before
      *    a single record is touched: a misread retention must
      *    never archive what the law still requires on line.
       1200-READ-PARAMETERS.
           OPEN INPUT PURGE-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PURGE-PARM-FILE. STATUS="
                   WS-PARM-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 9000-CLOSE-FILES
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-PARM-FILE
               READ PURGE-PARM-FILE
                   AT END SET END-OF-PARM-FILE TO TRUE
                   NOT AT END PERFORM 1210-APPLY-PARM-CARD
               END-READ
           END-PERFORM
           CLOSE PURGE-PARM-FILE
           IF MODO-RESTAURACAO AND WS-CONSULTA-COUNT = 0
               DISPLAY "ERRO: NENHUM CARTAO C (PERIODO A RESTAURAR) "
                   "INFORMADO."
               SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF NOT MODO-RESTAURACAO AND WS-RETENCAO-COUNT = 0
               DISPLAY "ERRO: NENHUM CARTAO R (RETENCAO) INFORMADO."
               SET PARM-CARDS-INVALID TO TRUE
           END-IF
           IF PARM-CARDS-INVALID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 9000-CLOSE-FILES
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-ARQ-MAX
               IF AQ-COM-RETENCAO (WS-ARQ-IDX)
                       AND NOT MODO-RESTAURACAO
                   DISPLAY WS-AN-NOME (WS-ARQ-IDX) " RETENCAO "
                       WS-AQ-MESES (WS-ARQ-IDX) " MESES. ARQUIVA "
                       "O QUE FOR ANTERIOR A " WS-AQ-CORTE (WS-ARQ-IDX)
               END-IF
               IF AQ-COM-CONSULTA (WS-ARQ-IDX) AND MODO-RESTAURACAO
                   DISPLAY WS-AN-NOME (WS-ARQ-IDX) " RESTAURA DE "
                       WS-AQ-DE (WS-ARQ-IDX) " A "
                       WS-AQ-ATE (WS-ARQ-IDX)
               END-IF
           END-PERFORM.

       1210-APPLY-PARM-CARD.
           EVALUATE TRUE
               WHEN PG-TIPO-COMENTARIO
                   CONTINUE
               WHEN PG-TIPO-RETENCAO
                   PERFORM 1220-FIND-ARQUIVO
                   IF ARQ-FOUND
                       PERFORM 1230-APPLY-RETENCAO-CARD
                   END-IF
               WHEN PG-TIPO-CONSULTA
                   PERFORM 1220-FIND-ARQUIVO
                   IF ARQ-FOUND
                       PERFORM 1240-APPLY-CONSULTA-CARD
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: CARTAO DE PARAMETRO INVALIDO: "
                       PURGE-PARM-RECORD
                   SET PARM-CARDS-INVALID TO TRUE
           END-EVALUATE.

       1220-FIND-ARQUIVO.
           MOVE "N" TO WS-ARQ-FOUND-SWITCH
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-ARQ-MAX OR ARQ-FOUND
               IF WS-AN-NOME (WS-ARQ-IDX) = PG-ARQUIVO
                   SET ARQ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ARQ-FOUND
               SUBTRACT 1 FROM WS-ARQ-IDX
           ELSE
               DISPLAY "ERRO: ARQUIVO DESCONHECIDO NO CARTAO: "
                   PURGE-PARM-RECORD
               SET PARM-CARDS-INVALID TO TRUE
           END-IF.

      *    The cutoff is the run month less the retention: a record
      *    dated before it is archived.  The retention is at least
      *    one month, so the cutoff never passes the prior month
      *    CMPVAR compares the night's net pay against.
       1230-APPLY-RETENCAO-CARD.
           IF PG-MESES NOT NUMERIC OR PG-MESES = 0
               DISPLAY "ERRO: CARTAO R INVALIDO: " PURGE-PARM-RECORD
               SET PARM-CARDS-INVALID TO TRUE
           ELSE
               IF AQ-COM-RETENCAO (WS-ARQ-IDX)
                   DISPLAY "ERRO: CARTAO R REPETIDO PARA "
                       PG-ARQUIVO
                   SET PARM-CARDS-INVALID TO TRUE
               ELSE
                   SET AQ-COM-RETENCAO (WS-ARQ-IDX) TO TRUE
                   MOVE PG-MESES TO WS-AQ-MESES (WS-ARQ-IDX)
                   ADD 1 TO WS-RETENCAO-COUNT
                   COMPUTE WS-MESES-CONTA = WS-RUN-YEAR * 12
                       + WS-RUN-MONTH - 1 - PG-MESES
                   DIVIDE WS-MESES-CONTA BY 12 GIVING WS-CORTE-ANO
                       REMAINDER WS-CORTE-MES
                   ADD 1 TO WS-CORTE-MES
                   COMPUTE WS-AQ-CORTE (WS-ARQ-IDX) =
                       WS-CORTE-ANO * 100 + WS-CORTE-MES
               END-IF
           END-IF.

      *    A restore window on YTDMAST covers whole base years, so
      *    its limits are widened to January and December.
       1240-APPLY-CONSULTA-CARD.
           MOVE "N" TO WS-NO-PERIODO-SWITCH
           IF PG-PERIODO-DE NUMERIC AND PG-PERIODO-ATE NUMERIC
               MOVE PG-PERIODO-DE TO WS-CARD-PERIOD
               IF WS-CP-MONTH >= 1 AND WS-CP-MONTH <= 12
                   MOVE PG-PERIODO-ATE TO WS-CARD-PERIOD
                   IF WS-CP-MONTH >= 1 AND WS-CP-MONTH <= 12
                           AND PG-PERIODO-DE <= PG-PERIODO-ATE
                       SET REGISTRO-NO-PERIODO TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT REGISTRO-NO-PERIODO
                   DISPLAY "ERRO: CARTAO C INVALIDO: "
                       PURGE-PARM-RECORD
                   SET PARM-CARDS-INVALID TO TRUE
               WHEN AQ-COM-CONSULTA (WS-ARQ-IDX)
                   DISPLAY "ERRO: CARTAO C REPETIDO PARA "
                       PG-ARQUIVO
                   SET PARM-CARDS-INVALID TO TRUE
               WHEN OTHER
                   SET AQ-COM-CONSULTA (WS-ARQ-IDX) TO TRUE
                   MOVE PG-PERIODO-DE TO WS-AQ-DE (WS-ARQ-IDX)
                   MOVE PG-PERIODO-ATE TO WS-AQ-ATE (WS-ARQ-IDX)
                   IF WS-ARQ-IDX = WS-ARQ-YTDMAST
                       MOVE PG-PERIODO-DE TO WS-CARD-PERIOD
                       MOVE 01 TO WS-CP-MONTH
                       MOVE WS-CARD-PERIOD TO WS-AQ-DE (WS-ARQ-IDX)
                       MOVE PG-PERIODO-ATE TO WS-CARD-PERIOD
                       MOVE 12 TO WS-CP-MONTH
                       MOVE WS-CARD-PERIOD TO WS-AQ-ATE (WS-ARQ-IDX)
                   END-IF
                   ADD 1 TO WS-CONSULTA-COUNT
           END-EVALUATE.

       1500-WRITE-REPORT-HEADER.
           MOVE WS-MODO TO WS-H1-MODO
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-H2-RUN-DATE
           MOVE WS-RUN-PERIOD TO WS-H2-PERIOD
           MOVE WS-PRIOR-PERIOD TO WS-H2-PRIOR
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF MODO-RESTAURACAO
               MOVE WS-COLUMN-HEADER-RESTORE TO REPORT-LINE
           ELSE
               MOVE WS-COLUMN-HEADER-PURGE TO REPORT-LINE
           END-IF
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      *    PAYHIST is aged by the payment period.  SIMULA only
      *    reads the master; ARQUIVA writes each record past the
      *    cutoff to the archive before deleting it, so a record
      *    that could not be archived is never removed.
       2000-PURGE-PAYHIST.
           MOVE WS-ARQ-PAYHIST TO WS-ARQ-IDX
           IF MODO-ARQUIVAMENTO
               OPEN I-O PAYSLIP-HIST-FILE
           ELSE
               OPEN INPUT PAYSLIP-HIST-FILE
           END-IF
           EVALUATE WS-PAYHIST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: PAYSLIP-HIST-FILE NAO ENCONTRADO."
                   SET RUN-HAS-AVISOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PAYSLIP-HIST-FILE. STATUS="
                       WS-PAYHIST-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-PAYHIST-STATUS = "00"
               IF MODO-ARQUIVAMENTO
                   OPEN OUTPUT ARCHIVE-PAYHIST-FILE
                   IF WS-ARQ-PAYHIST-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARCHIVE-PAYHIST-FILE. "
                           "STATUS=" WS-ARQ-PAYHIST-STATUS
                       CLOSE PAYSLIP-HIST-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-ARQ-PAYHIST TO WS-OPEN-PASS
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL END-OF-PASS-FILE
                   READ PAYSLIP-HIST-FILE NEXT RECORD
                       AT END SET END-OF-PASS-FILE TO TRUE
                       NOT AT END PERFORM 2010-EXAMINE-PAYHIST
                   END-READ
               END-PERFORM
               PERFORM 2090-CLOSE-PAYHIST
           END-IF.

       2010-EXAMINE-PAYHIST.
           MOVE PH-PERIOD TO WS-REC-PERIOD
           MOVE "N" TO WS-PROTEGIDO-SWITCH
           PERFORM 3000-CLASSIFY-RECORD
           IF REGISTRO-A-ARQUIVAR AND MODO-ARQUIVAMENTO
               WRITE ARCHIVE-PAYHIST-RECORD
                   FROM PAYSLIP-HISTORY-RECORD
               IF WS-ARQ-PAYHIST-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR ARCHIVE-PAYHIST-FILE. "
                       "STATUS=" WS-ARQ-PAYHIST-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE PAYSLIP-HIST-FILE RECORD
               IF WS-PAYHIST-STATUS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR PAYSLIP-HIST-FILE. "
                       "STATUS=" WS-PAYHIST-STATUS " CHAVE=" PH-KEY
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2090-CLOSE-PAYHIST.
           CLOSE PAYSLIP-HIST-FILE
           IF NOT MODO-SIMULACAO
               CLOSE ARCHIVE-PAYHIST-FILE
           END-IF
           MOVE 0 TO WS-OPEN-PASS.

      *    EMPHIST is sequential, so ARQUIVA copies the records it
      *    keeps to EMPHNOVO, which the job puts in place of the
      *    live file once the run has ended clean.  It is aged by
      *    the date of the change.  An employee's add record (A) is
      *    always kept: AUDVAR looks for it on every weekly audit.
       2100-PURGE-EMPHIST.
           MOVE WS-ARQ-EMPHIST TO WS-ARQ-IDX
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: HISTORY-FILE NAO ENCONTRADO."
                   SET RUN-HAS-AVISOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR HISTORY-FILE. STATUS="
                       WS-HISTORY-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF MODO-ARQUIVAMENTO
               OPEN OUTPUT HISTORY-NEW-FILE
               IF WS-HISTORY-NEW-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR HISTORY-NEW-FILE. STATUS="
                       WS-HISTORY-NEW-STATUS
                   IF WS-HISTORY-STATUS = "00"
                       CLOSE HISTORY-FILE
                   END-IF
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ARCHIVE-HISTORY-FILE
               IF WS-ARQ-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARCHIVE-HISTORY-FILE. "
                       "STATUS=" WS-ARQ-HISTORY-STATUS
                   IF WS-HISTORY-STATUS = "00"
                       CLOSE HISTORY-FILE
                   END-IF
                   CLOSE HISTORY-NEW-FILE
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-HISTORY-STATUS = "00"
               MOVE WS-ARQ-EMPHIST TO WS-OPEN-PASS
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL END-OF-PASS-FILE
                   READ HISTORY-FILE
                       AT END SET END-OF-PASS-FILE TO TRUE
                       NOT AT END PERFORM 2110-EXAMINE-EMPHIST
                   END-READ
               END-PERFORM
               PERFORM 2190-CLOSE-EMPHIST
           ELSE
               IF MODO-ARQUIVAMENTO
                   CLOSE HISTORY-NEW-FILE
                   CLOSE ARCHIVE-HISTORY-FILE
               END-IF
           END-IF.

       2110-EXAMINE-EMPHIST.
           IF HS-DATE NUMERIC
               MOVE HS-DATE (1:6) TO WS-REC-PERIOD
           ELSE
               MOVE 999999 TO WS-REC-PERIOD
           END-IF
           MOVE "N" TO WS-PROTEGIDO-SWITCH
           IF HS-ACTION-ADD
               SET REGISTRO-PROTEGIDO TO TRUE
           END-IF
           PERFORM 3000-CLASSIFY-RECORD
           IF MODO-ARQUIVAMENTO
               IF REGISTRO-A-ARQUIVAR
                   WRITE ARCHIVE-HISTORY-RECORD FROM HISTORY-RECORD
                   IF WS-ARQ-HISTORY-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR ARCHIVE-HISTORY-FILE. "
                           "STATUS=" WS-ARQ-HISTORY-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
                   IF WS-HISTORY-NEW-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR HISTORY-NEW-FILE. "
                           "STATUS=" WS-HISTORY-NEW-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2190-CLOSE-EMPHIST.
           CLOSE HISTORY-FILE
           IF MODO-ARQUIVAMENTO
               CLOSE HISTORY-NEW-FILE
           END-IF
           IF NOT MODO-SIMULACAO
               CLOSE ARCHIVE-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-OPEN-PASS.

      *    A cleared reject is aged by the date it was cleared (the
      *    reject date when the clearing left none); an open reject
      *    is never archived, however old.
       2200-PURGE-REJMAST.
           MOVE WS-ARQ-REJMAST TO WS-ARQ-IDX
           IF MODO-ARQUIVAMENTO
               OPEN I-O REJECT-TRACK-FILE
           ELSE
               OPEN INPUT REJECT-TRACK-FILE
           END-IF
           EVALUATE WS-TRACK-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: REJECT-TRACK-FILE NAO ENCONTRADO."
                   SET RUN-HAS-AVISOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR REJECT-TRACK-FILE. STATUS="
                       WS-TRACK-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-TRACK-STATUS = "00"
               IF MODO-ARQUIVAMENTO
                   OPEN OUTPUT ARCHIVE-TRACK-FILE
                   IF WS-ARQ-TRACK-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARCHIVE-TRACK-FILE. "
                           "STATUS=" WS-ARQ-TRACK-STATUS
                       CLOSE REJECT-TRACK-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-ARQ-REJMAST TO WS-OPEN-PASS
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL END-OF-PASS-FILE
                   READ REJECT-TRACK-FILE NEXT RECORD
                       AT END SET END-OF-PASS-FILE TO TRUE
                       NOT AT END PERFORM 2210-EXAMINE-REJMAST
                   END-READ
               END-PERFORM
               PERFORM 2290-CLOSE-REJMAST
           END-IF.

       2210-EXAMINE-REJMAST.
           IF TK-CLEARED AND TK-CLEARED-DATE NUMERIC
                   AND TK-CLEARED-DATE > 0
               MOVE TK-CLEARED-DATE (1:6) TO WS-REC-PERIOD
           ELSE
               MOVE TK-DATE (1:6) TO WS-REC-PERIOD
           END-IF
           MOVE "N" TO WS-PROTEGIDO-SWITCH
           IF NOT TK-CLEARED
               SET REGISTRO-PROTEGIDO TO TRUE
           END-IF
           PERFORM 3000-CLASSIFY-RECORD
           IF REGISTRO-A-ARQUIVAR AND MODO-ARQUIVAMENTO
               WRITE ARCHIVE-TRACK-RECORD FROM REJECT-TRACK-RECORD
               IF WS-ARQ-TRACK-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR ARCHIVE-TRACK-FILE. "
                       "STATUS=" WS-ARQ-TRACK-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE REJECT-TRACK-FILE RECORD
               IF WS-TRACK-STATUS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR REJECT-TRACK-FILE. "
                       "STATUS=" WS-TRACK-STATUS " CHAVE=" TK-KEY
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2290-CLOSE-REJMAST.
           CLOSE REJECT-TRACK-FILE
           IF NOT MODO-SIMULACAO
               CLOSE ARCHIVE-TRACK-FILE
           END-IF
           MOVE 0 TO WS-OPEN-PASS.

      *    A YTDMAST year is aged as of its December.  The current
      *    and the prior base year are never archived: ANUVAR still
      *    prints the prior year's informe in the first months and
      *    VAR accumulates the current one.
       2300-PURGE-YTDMAST.
           MOVE WS-ARQ-YTDMAST TO WS-ARQ-IDX
           IF MODO-ARQUIVAMENTO
               OPEN I-O YTD-FILE
           ELSE
               OPEN INPUT YTD-FILE
           END-IF
           EVALUATE WS-YTD-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: YTD-FILE NAO ENCONTRADO."
                   SET RUN-HAS-AVISOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR YTD-FILE. STATUS="
                       WS-YTD-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-YTD-STATUS = "00"
               IF MODO-ARQUIVAMENTO
                   OPEN OUTPUT ARCHIVE-YTD-FILE
                   IF WS-ARQ-YTD-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR ARCHIVE-YTD-FILE. "
                           "STATUS=" WS-ARQ-YTD-STATUS
                       CLOSE YTD-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               MOVE WS-ARQ-YTDMAST TO WS-OPEN-PASS
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL END-OF-PASS-FILE
                   READ YTD-FILE NEXT RECORD
                       AT END SET END-OF-PASS-FILE TO TRUE
                       NOT AT END PERFORM 2310-EXAMINE-YTDMAST
                   END-READ
               END-PERFORM
               PERFORM 2390-CLOSE-YTDMAST
           END-IF.

       2310-EXAMINE-YTDMAST.
           COMPUTE WS-REC-PERIOD = YTD-YEAR * 100 + 12
           MOVE "N" TO WS-PROTEGIDO-SWITCH
           IF YTD-YEAR >= WS-PRIOR-TAX-YEAR
               SET REGISTRO-PROTEGIDO TO TRUE
           END-IF
           PERFORM 3000-CLASSIFY-RECORD
           IF REGISTRO-A-ARQUIVAR AND MODO-ARQUIVAMENTO
               WRITE ARCHIVE-YTD-RECORD FROM YTD-RECORD
               IF WS-ARQ-YTD-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR ARCHIVE-YTD-FILE. "
                       "STATUS=" WS-ARQ-YTD-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE YTD-FILE RECORD
               IF WS-YTD-STATUS NOT = "00"
                   DISPLAY "ERRO AO EXCLUIR YTD-FILE. STATUS="
                       WS-YTD-STATUS " CHAVE=" YTD-KEY
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2390-CLOSE-YTDMAST.
           CLOSE YTD-FILE
           IF NOT MODO-SIMULACAO
               CLOSE ARCHIVE-YTD-FILE
           END-IF
           MOVE 0 TO WS-OPEN-PASS.

      *    AUDITLOG is sequential like EMPHIST and is rebuilt on
      *    AUDNOVO the same way, aged by the run date of the line.
      *    The line of this run goes on the new copy at the end.
       2400-PURGE-AUDITLOG.
           MOVE WS-ARQ-AUDITLOG TO WS-ARQ-IDX
           OPEN INPUT AUDIT-LOG-FILE
           EVALUATE WS-AUDIT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: AUDIT-LOG-FILE NAO ENCONTRADO."
                   SET RUN-HAS-AVISOS TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR AUDIT-LOG-FILE. STATUS="
                       WS-AUDIT-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF MODO-ARQUIVAMENTO
               OPEN OUTPUT AUDIT-NEW-FILE
               IF WS-AUDIT-NEW-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR AUDIT-NEW-FILE. STATUS="
                       WS-AUDIT-NEW-STATUS
                   IF WS-AUDIT-STATUS = "00"
                       CLOSE AUDIT-LOG-FILE
                   END-IF
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT ARCHIVE-AUDIT-FILE
               IF WS-ARQ-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARCHIVE-AUDIT-FILE. "
                       "STATUS=" WS-ARQ-AUDIT-STATUS
                   IF WS-AUDIT-STATUS = "00"
                       CLOSE AUDIT-LOG-FILE
                   END-IF
                   CLOSE AUDIT-NEW-FILE
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 7000-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE WS-ARQ-AUDITLOG TO WS-OPEN-PASS
               MOVE "N" TO WS-PASS-EOF-SWITCH
               PERFORM UNTIL END-OF-PASS-FILE
                   READ AUDIT-LOG-FILE INTO AUDIT-LOG-LINE
                       AT END SET END-OF-PASS-FILE TO TRUE
                       NOT AT END PERFORM 2410-EXAMINE-AUDITLOG
                   END-READ
               END-PERFORM
               PERFORM 2490-CLOSE-AUDITLOG
           ELSE
               IF MODO-ARQUIVAMENTO
                   CLOSE AUDIT-NEW-FILE
                   CLOSE ARCHIVE-AUDIT-FILE
               END-IF
           END-IF.

       2410-EXAMINE-AUDITLOG.
           IF AL-RUN-DATE NUMERIC
               MOVE AL-RUN-DATE (1:6) TO WS-REC-PERIOD
           ELSE
               MOVE 999999 TO WS-REC-PERIOD
           END-IF
           MOVE "N" TO WS-PROTEGIDO-SWITCH
           PERFORM 3000-CLASSIFY-RECORD
           IF MODO-ARQUIVAMENTO
               IF REGISTRO-A-ARQUIVAR
                   WRITE ARCHIVE-AUDIT-RECORD FROM AUDIT-LOG-RECORD
                   IF WS-ARQ-AUDIT-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR ARCHIVE-AUDIT-FILE. "
                           "STATUS=" WS-ARQ-AUDIT-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-RECORD
                   IF WS-AUDIT-NEW-STATUS NOT = "00"
                       DISPLAY "ERRO AO GRAVAR AUDIT-NEW-FILE. "
                           "STATUS=" WS-AUDIT-NEW-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 7000-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2490-CLOSE-AUDITLOG.
           CLOSE AUDIT-LOG-FILE
           IF MODO-ARQUIVAMENTO
               CLOSE AUDIT-NEW-FILE
           END-IF
           IF NOT MODO-SIMULACAO
               CLOSE ARCHIVE-AUDIT-FILE
           END-IF
           MOVE 0 TO WS-OPEN-PASS.

      *    A record dated before its file's cutoff is archived
      *    unless a rule protects it; a file without an R card has
      *    no cutoff and keeps everything.
       3000-CLASSIFY-RECORD.
           MOVE "N" TO WS-ARQUIVAR-SWITCH
           ADD 1 TO WS-AQ-LIDOS (WS-ARQ-IDX)
           IF AQ-COM-RETENCAO (WS-ARQ-IDX)
                   AND WS-REC-PERIOD < WS-AQ-CORTE (WS-ARQ-IDX)
               IF REGISTRO-PROTEGIDO
                   ADD 1 TO WS-AQ-PROTEGIDOS (WS-ARQ-IDX)
                   ADD 1 TO WS-AQ-MANTIDOS (WS-ARQ-IDX)
               ELSE
                   SET REGISTRO-A-ARQUIVAR TO TRUE
                   ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-AQ-MANTIDOS (WS-ARQ-IDX)
           END-IF.

      *    A restore copies the records of the C card's window from
      *    the file's archive dataset (or the concatenation of
      *    several) to the dataset the job names for the inquiry,
      *    never to the live masters.  A record already on an
      *    indexed target is counted and left as it is.  Each
      *    archived record is found by the same date it was aged
      *    by, except a cleared reject, found by its reject date.
       6000-RESTORE-PAYHIST.
           MOVE WS-ARQ-PAYHIST TO WS-ARQ-IDX
           IF AQ-COM-CONSULTA (WS-ARQ-IDX)
               OPEN INPUT ARCHIVE-PAYHIST-FILE
               IF WS-ARQ-PAYHIST-STATUS NOT = "00"
                   DISPLAY "AVISO: ARQUIVAMENTO DE PAYHIST NAO "
                       "ENCONTRADO. STATUS=" WS-ARQ-PAYHIST-STATUS
                   SET RUN-HAS-AVISOS TO TRUE
               ELSE
                   OPEN I-O PAYSLIP-HIST-FILE
                   IF WS-PAYHIST-STATUS = "35"
                       OPEN OUTPUT PAYSLIP-HIST-FILE
                       CLOSE PAYSLIP-HIST-FILE
                       OPEN I-O PAYSLIP-HIST-FILE
                   END-IF
                   IF WS-PAYHIST-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR PAYSLIP-HIST-FILE. "
                           "STATUS=" WS-PAYHIST-STATUS
                       CLOSE ARCHIVE-PAYHIST-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARQ-PAYHIST TO WS-OPEN-PASS
                   MOVE "N" TO WS-PASS-EOF-SWITCH
                   PERFORM UNTIL END-OF-PASS-FILE
                       READ ARCHIVE-PAYHIST-FILE
                           INTO PAYSLIP-HISTORY-RECORD
                           AT END SET END-OF-PASS-FILE TO TRUE
                           NOT AT END PERFORM 6010-RESTORE-PAYHIST-REC
                       END-READ
                   END-PERFORM
                   PERFORM 2090-CLOSE-PAYHIST
               END-IF
           END-IF.

       6010-RESTORE-PAYHIST-REC.
           MOVE PH-PERIOD TO WS-REC-PERIOD
           PERFORM 6900-CHECK-WINDOW
           IF REGISTRO-NO-PERIODO
               WRITE PAYSLIP-HISTORY-RECORD
               EVALUATE WS-PAYHIST-STATUS
                   WHEN "00"
                       ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
                   WHEN "22"
                       ADD 1 TO WS-AQ-PROTEGIDOS (WS-ARQ-IDX)
                       SET RUN-HAS-AVISOS TO TRUE
                   WHEN OTHER
                       DISPLAY "ERRO AO GRAVAR PAYSLIP-HIST-FILE. "
                           "STATUS=" WS-PAYHIST-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       6100-RESTORE-EMPHIST.
           MOVE WS-ARQ-EMPHIST TO WS-ARQ-IDX
           IF AQ-COM-CONSULTA (WS-ARQ-IDX)
               OPEN INPUT ARCHIVE-HISTORY-FILE
               IF WS-ARQ-HISTORY-STATUS NOT = "00"
                   DISPLAY "AVISO: ARQUIVAMENTO DE EMPHIST NAO "
                       "ENCONTRADO. STATUS=" WS-ARQ-HISTORY-STATUS
                   SET RUN-HAS-AVISOS TO TRUE
               ELSE
                   OPEN EXTEND HISTORY-FILE
                   IF WS-HISTORY-STATUS = "35"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   IF WS-HISTORY-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR HISTORY-FILE. STATUS="
                           WS-HISTORY-STATUS
                       CLOSE ARCHIVE-HISTORY-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARQ-EMPHIST TO WS-OPEN-PASS
                   MOVE "N" TO WS-PASS-EOF-SWITCH
                   PERFORM UNTIL END-OF-PASS-FILE
                       READ ARCHIVE-HISTORY-FILE INTO HISTORY-RECORD
                           AT END SET END-OF-PASS-FILE TO TRUE
                           NOT AT END PERFORM 6110-RESTORE-EMPHIST-REC
                       END-READ
                   END-PERFORM
                   PERFORM 2190-CLOSE-EMPHIST
               END-IF
           END-IF.

       6110-RESTORE-EMPHIST-REC.
           IF HS-DATE NUMERIC
               MOVE HS-DATE (1:6) TO WS-REC-PERIOD
           ELSE
               MOVE 999999 TO WS-REC-PERIOD
           END-IF
           PERFORM 6900-CHECK-WINDOW
           IF REGISTRO-NO-PERIODO
               WRITE HISTORY-RECORD
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR HISTORY-FILE. STATUS="
                       WS-HISTORY-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
           END-IF.

       6200-RESTORE-REJMAST.
           MOVE WS-ARQ-REJMAST TO WS-ARQ-IDX
           IF AQ-COM-CONSULTA (WS-ARQ-IDX)
               OPEN INPUT ARCHIVE-TRACK-FILE
               IF WS-ARQ-TRACK-STATUS NOT = "00"
                   DISPLAY "AVISO: ARQUIVAMENTO DE REJMAST NAO "
                       "ENCONTRADO. STATUS=" WS-ARQ-TRACK-STATUS
                   SET RUN-HAS-AVISOS TO TRUE
               ELSE
                   OPEN I-O REJECT-TRACK-FILE
                   IF WS-TRACK-STATUS = "35"
                       OPEN OUTPUT REJECT-TRACK-FILE
                       CLOSE REJECT-TRACK-FILE
                       OPEN I-O REJECT-TRACK-FILE
                   END-IF
                   IF WS-TRACK-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR REJECT-TRACK-FILE. "
                           "STATUS=" WS-TRACK-STATUS
                       CLOSE ARCHIVE-TRACK-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARQ-REJMAST TO WS-OPEN-PASS
                   MOVE "N" TO WS-PASS-EOF-SWITCH
                   PERFORM UNTIL END-OF-PASS-FILE
                       READ ARCHIVE-TRACK-FILE
                           INTO REJECT-TRACK-RECORD
                           AT END SET END-OF-PASS-FILE TO TRUE
                           NOT AT END PERFORM 6210-RESTORE-REJMAST-REC
                       END-READ
                   END-PERFORM
                   PERFORM 2290-CLOSE-REJMAST
               END-IF
           END-IF.

       6210-RESTORE-REJMAST-REC.
           MOVE TK-DATE (1:6) TO WS-REC-PERIOD
           PERFORM 6900-CHECK-WINDOW
           IF REGISTRO-NO-PERIODO
               WRITE REJECT-TRACK-RECORD
               EVALUATE WS-TRACK-STATUS
                   WHEN "00"
                       ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
                   WHEN "22"
                       ADD 1 TO WS-AQ-PROTEGIDOS (WS-ARQ-IDX)
                       SET RUN-HAS-AVISOS TO TRUE
                   WHEN OTHER
                       DISPLAY "ERRO AO GRAVAR REJECT-TRACK-FILE. "
                           "STATUS=" WS-TRACK-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       6300-RESTORE-YTDMAST.
           MOVE WS-ARQ-YTDMAST TO WS-ARQ-IDX
           IF AQ-COM-CONSULTA (WS-ARQ-IDX)
               OPEN INPUT ARCHIVE-YTD-FILE
               IF WS-ARQ-YTD-STATUS NOT = "00"
                   DISPLAY "AVISO: ARQUIVAMENTO DE YTDMAST NAO "
                       "ENCONTRADO. STATUS=" WS-ARQ-YTD-STATUS
                   SET RUN-HAS-AVISOS TO TRUE
               ELSE
                   OPEN I-O YTD-FILE
                   IF WS-YTD-STATUS = "35"
                       OPEN OUTPUT YTD-FILE
                       CLOSE YTD-FILE
                       OPEN I-O YTD-FILE
                   END-IF
                   IF WS-YTD-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR YTD-FILE. STATUS="
                           WS-YTD-STATUS
                       CLOSE ARCHIVE-YTD-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARQ-YTDMAST TO WS-OPEN-PASS
                   MOVE "N" TO WS-PASS-EOF-SWITCH
                   PERFORM UNTIL END-OF-PASS-FILE
                       READ ARCHIVE-YTD-FILE INTO YTD-RECORD
                           AT END SET END-OF-PASS-FILE TO TRUE
                           NOT AT END PERFORM 6310-RESTORE-YTDMAST-REC
                       END-READ
                   END-PERFORM
                   PERFORM 2390-CLOSE-YTDMAST
               END-IF
           END-IF.

       6310-RESTORE-YTDMAST-REC.
           COMPUTE WS-REC-PERIOD = YTD-YEAR * 100 + 12
           PERFORM 6900-CHECK-WINDOW
           IF REGISTRO-NO-PERIODO
               WRITE YTD-RECORD
               EVALUATE WS-YTD-STATUS
                   WHEN "00"
                       ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
                   WHEN "22"
                       ADD 1 TO WS-AQ-PROTEGIDOS (WS-ARQ-IDX)
                       SET RUN-HAS-AVISOS TO TRUE
                   WHEN OTHER
                       DISPLAY "ERRO AO GRAVAR YTD-FILE. STATUS="
                           WS-YTD-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       6400-RESTORE-AUDITLOG.
           MOVE WS-ARQ-AUDITLOG TO WS-ARQ-IDX
           IF AQ-COM-CONSULTA (WS-ARQ-IDX)
               OPEN INPUT ARCHIVE-AUDIT-FILE
               IF WS-ARQ-AUDIT-STATUS NOT = "00"
                   DISPLAY "AVISO: ARQUIVAMENTO DE AUDITLOG NAO "
                       "ENCONTRADO. STATUS=" WS-ARQ-AUDIT-STATUS
                   SET RUN-HAS-AVISOS TO TRUE
               ELSE
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF WS-AUDIT-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG-FILE
                   END-IF
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR AUDIT-LOG-FILE. STATUS="
                           WS-AUDIT-STATUS
                       CLOSE ARCHIVE-AUDIT-FILE
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARQ-AUDITLOG TO WS-OPEN-PASS
                   MOVE "N" TO WS-PASS-EOF-SWITCH
                   PERFORM UNTIL END-OF-PASS-FILE
                       READ ARCHIVE-AUDIT-FILE INTO AUDIT-LOG-LINE
                           AT END SET END-OF-PASS-FILE TO TRUE
                           NOT AT END
                               PERFORM 6410-RESTORE-AUDITLOG-REC
                       END-READ
                   END-PERFORM
                   PERFORM 2490-CLOSE-AUDITLOG
               END-IF
           END-IF.

       6410-RESTORE-AUDITLOG-REC.
           IF AL-RUN-DATE NUMERIC
               MOVE AL-RUN-DATE (1:6) TO WS-REC-PERIOD
           ELSE
               MOVE 999999 TO WS-REC-PERIOD
           END-IF
           PERFORM 6900-CHECK-WINDOW
           IF REGISTRO-NO-PERIODO
               WRITE AUDIT-LOG-RECORD FROM ARCHIVE-AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR AUDIT-LOG-FILE. STATUS="
                       WS-AUDIT-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AQ-ARQUIVADOS (WS-ARQ-IDX)
           END-IF.

       6900-CHECK-WINDOW.
           ADD 1 TO WS-AQ-LIDOS (WS-ARQ-IDX)
           MOVE "N" TO WS-NO-PERIODO-SWITCH
           IF WS-REC-PERIOD >= WS-AQ-DE (WS-ARQ-IDX)
                   AND WS-REC-PERIOD <= WS-AQ-ATE (WS-ARQ-IDX)
               SET REGISTRO-NO-PERIODO TO TRUE
           ELSE
               ADD 1 TO WS-AQ-MANTIDOS (WS-ARQ-IDX)
           END-IF.

      *    One line per file with its read/kept/protected/archived
      *    counts (read/outside/already there/restored for a
      *    restore), then the totals and the protection rules the
      *    run applied.
       5000-WRITE-REPORT-TOTALS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-ARQ-MAX
               PERFORM 5100-WRITE-FILE-LINE
           END-PERFORM
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE "REGISTROS LIDOS:" TO WS-RC-LABEL
           MOVE WS-TOTAL-LIDOS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF MODO-RESTAURACAO
               MOVE "FORA DO PERIODO:" TO WS-RC-LABEL
           ELSE
               MOVE "MANTIDOS NO ARQUIVO VIVO:" TO WS-RC-LABEL
           END-IF
           MOVE WS-TOTAL-MANTIDOS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF MODO-RESTAURACAO
               MOVE "JA EXISTENTES NO DESTINO:" TO WS-RC-LABEL
           ELSE
               MOVE "  DOS QUAIS PROTEGIDOS:" TO WS-RC-LABEL
           END-IF
           MOVE WS-TOTAL-PROTEGIDOS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN MODO-RESTAURACAO
                   MOVE "RESTAURADOS PARA CONSULTA:" TO WS-RC-LABEL
               WHEN MODO-SIMULACAO
                   MOVE "A ARQUIVAR (SIMULACAO):" TO WS-RC-LABEL
               WHEN OTHER
                   MOVE "ARQUIVADOS E REMOVIDOS:" TO WS-RC-LABEL
           END-EVALUATE
           MOVE WS-TOTAL-ARQUIVADOS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF NOT MODO-RESTAURACAO
               MOVE WS-PROTECTION-LINE-1 TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
               MOVE WS-PRIOR-TAX-YEAR TO WS-PL-ANO-ANTERIOR
               MOVE WS-RUN-YEAR TO WS-PL-ANO-ATUAL
               MOVE WS-PRIOR-PERIOD TO WS-PL-PRIOR
               MOVE WS-PROTECTION-LINE-2 TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF
           IF MODO-SIMULACAO
               MOVE "SIMULACAO: NADA FOI ARQUIVADO NEM REMOVIDO."
                   TO WS-RT-TEXTO
               MOVE WS-REPORT-TEXT-LINE TO REPORT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       5100-WRITE-FILE-LINE.
           MOVE WS-AN-NOME (WS-ARQ-IDX) TO WS-RD-ARQUIVO
           MOVE SPACES TO WS-RD-RETENCAO
           MOVE SPACES TO WS-RD-CORTE
           IF MODO-RESTAURACAO
               IF AQ-COM-CONSULTA (WS-ARQ-IDX)
                   MOVE WS-AQ-DE (WS-ARQ-IDX) TO WS-RP-PERIOD
                   MOVE WS-RD-PERIOD-TEXT TO WS-RD-RETENCAO
                   MOVE WS-AQ-ATE (WS-ARQ-IDX) TO WS-RD-CORTE
               ELSE
                   MOVE "SEM CARTAO" TO WS-RD-RETENCAO
               END-IF
           ELSE
               IF AQ-COM-RETENCAO (WS-ARQ-IDX)
                   MOVE WS-AQ-MESES (WS-ARQ-IDX) TO WS-RM-MESES
                   MOVE WS-RD-MESES-TEXT TO WS-RD-RETENCAO
                   MOVE WS-AQ-CORTE (WS-ARQ-IDX) TO WS-RD-CORTE
               ELSE
                   MOVE "SEM CARTAO" TO WS-RD-RETENCAO
                   MOVE "------" TO WS-RD-CORTE
               END-IF
           END-IF
           MOVE WS-AQ-LIDOS (WS-ARQ-IDX) TO WS-RD-LIDOS
           MOVE WS-AQ-MANTIDOS (WS-ARQ-IDX) TO WS-RD-MANTIDOS
           MOVE WS-AQ-PROTEGIDOS (WS-ARQ-IDX) TO WS-RD-PROTEGIDOS
           MOVE WS-AQ-ARQUIVADOS (WS-ARQ-IDX) TO WS-RD-ARQUIVADOS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           ADD WS-AQ-LIDOS (WS-ARQ-IDX) TO WS-TOTAL-LIDOS
           ADD WS-AQ-MANTIDOS (WS-ARQ-IDX) TO WS-TOTAL-MANTIDOS
           ADD WS-AQ-PROTEGIDOS (WS-ARQ-IDX) TO WS-TOTAL-PROTEGIDOS
           ADD WS-AQ-ARQUIVADOS (WS-ARQ-IDX) TO WS-TOTAL-ARQUIVADOS.

      *    A completed ARQUIVA run leaves its line on the rebuilt
      *    AUDITLOG copy that the job puts in place; an abend of a
      *    SIMULA or ARQUIVA run, after which the job keeps the
      *    live file, appends it to the live file.  A restore writes
      *    no line: its AUDITLOG is the inquiry copy.  Read is the
      *    records read, processed those archived.  The EXPURGO
      *    stamp keeps BALVAR from taking it for a VAR run.
       7000-WRITE-AUDIT-LOG.
           IF NOT MODO-RESTAURACAO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CDT-DATE TO AL-RUN-DATE
               MOVE WS-CDT-TIME TO AL-RUN-TIME
               MOVE WS-TOTAL-LIDOS TO AL-RECORDS-READ
               MOVE WS-TOTAL-ARQUIVADOS TO AL-RECORDS-PROCESSED
               MOVE 0 TO AL-RECORDS-REJECTED
               MOVE 0 TO AL-MOV-REJECTED
               MOVE 0 TO AL-FIRST-EMP-ID
               MOVE 0 TO AL-LAST-EMP-ID
               MOVE WS-RUN-STATUS TO AL-RUN-STATUS
               MOVE SPACES TO AL-TABLE-VERSION
               MOVE 0 TO AL-TABLE-EFFECTIVE
               MOVE WS-RUN-TYPE TO AL-RUN-TYPE
               MOVE SPACES TO AL-OPERATOR
               IF WS-RUN-STATUS = "COMPLETO"
                   OPEN EXTEND AUDIT-NEW-FILE
                   IF WS-AUDIT-NEW-STATUS = "35"
                       OPEN OUTPUT AUDIT-NEW-FILE
                   END-IF
                   WRITE AUDIT-NEW-RECORD FROM AUDIT-LOG-LINE
                   IF WS-AUDIT-NEW-STATUS NOT = "00"
                       DISPLAY "AVISO: ERRO AO GRAVAR AUDIT-NEW-FILE. "
                           "STATUS=" WS-AUDIT-NEW-STATUS
                   END-IF
                   CLOSE AUDIT-NEW-FILE
               ELSE
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF WS-AUDIT-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG-FILE
                   END-IF
                   WRITE AUDIT-LOG-RECORD FROM AUDIT-LOG-LINE
                   IF WS-AUDIT-STATUS NOT = "00"
                       DISPLAY "AVISO: ERRO AO GRAVAR AUDIT-LOG-FILE. "
                           "STATUS=" WS-AUDIT-STATUS
                   END-IF
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       8100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 9000-CLOSE-FILES
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           EVALUATE WS-OPEN-PASS
               WHEN 1
                   PERFORM 2090-CLOSE-PAYHIST
               WHEN 2
                   PERFORM 2190-CLOSE-EMPHIST
               WHEN 3
                   PERFORM 2290-CLOSE-REJMAST
               WHEN 4
                   PERFORM 2390-CLOSE-YTDMAST
               WHEN 5
                   PERFORM 2490-CLOSE-AUDITLOG
           END-EVALUATE
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
               MOVE "N" TO WS-REPORT-OPEN-SWITCH
           END-IF
           IF MODO-ARQUIVAMENTO AND WS-RUN-STATUS = "COMPLETO"
               PERFORM 7700-CLEAR-RUN-CONTROL
           END-IF.
