       IDENTIFICATION DIVISION.
       PROGRAM-ID. rubvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUBRICA-FILE ASSIGN TO RUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CODE
               FILE STATUS IS WS-RUBRICA-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUBRICA-FILE.
           COPY RUBREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       WORKING-STORAGE SECTION.
       01  WS-RUBRICA-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-MENU-OPTION PIC X VALUE SPACE.
       01  WS-CONFIRM-OPTION PIC X VALUE SPACE.
       01  WS-CONTINUE-SWITCH PIC X VALUE "Y".
           88 CONTINUE-PROCESSING VALUE "Y".
       01  WS-INPUT-VALID-SWITCH PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
           88 INPUT-IS-INVALID VALUE "N".
       01  WS-RUBRICA-FOUND-SWITCH PIC X VALUE "N".
           88 RUBRICA-FOUND VALUE "Y".
       01  WS-RUBRICA-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUBRICA-FILE VALUE "Y".
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-CODE-INPUT PIC X(3) VALUE SPACES.
       01  WS-DESCRICAO-INPUT PIC X(30) VALUE SPACES.
       01  WS-TYPE-INPUT PIC X(1) VALUE SPACE.
       01  WS-MAX-AMOUNT-INPUT PIC 9(6)V99 VALUE ZEROS.
       01  WS-INCIDE-INSS-INPUT PIC X(1) VALUE SPACE.
       01  WS-INCIDE-IRRF-INPUT PIC X(1) VALUE SPACE.
       01  WS-INCIDE-FGTS-INPUT PIC X(1) VALUE SPACE.
       01  WS-CONTA-INPUT PIC X(12) VALUE SPACES.
       01  WS-MAX-AMOUNT-DISPLAY PIC ZZZ,ZZ9.99.
       01  WS-LIST-COUNT PIC 9(4) VALUE 0.

      *    The codes the movement feed has always carried, with the
      *    ceilings EDTVAR held and the tax treatment payroll has
      *    applied to them.  They are loaded once, when the master
      *    is created, so the first night on the master pays exactly
      *    as before except for the absence, which now reduces the
      *    INSS, IRRF and FGTS bases as the law requires.  CNS is
      *    the consignado installment VAR generates from CNSMAST,
      *    and PEN the alimony it withholds from PENMAST, off the
      *    IRRF base only.  D13 is the difference DISVAR pays on a
      *    13th first installment, outside the INSS base like the
      *    installment itself.  None of the three ever arrives on
      *    the feed, so they carry no ceiling.
       01  WS-STANDARD-CODES.
           05  FILLER  PIC X(3)  VALUE "HEX".
           05  FILLER  PIC X(30) VALUE "HORAS EXTRAS".
           05  FILLER  PIC X(1)  VALUE "P".
           05  FILLER  PIC 9(6)V99 VALUE 020000.00.
           05  FILLER  PIC X(3)  VALUE "SSS".
           05  FILLER  PIC X(12) VALUE "3.1.1.01.002".
           05  FILLER  PIC X(3)  VALUE "PRB".
           05  FILLER  PIC X(30) VALUE "PREMIO DE PRODUCAO".
           05  FILLER  PIC X(1)  VALUE "P".
           05  FILLER  PIC 9(6)V99 VALUE 050000.00.
           05  FILLER  PIC X(3)  VALUE "SSS".
           05  FILLER  PIC X(12) VALUE "3.1.1.01.003".
           05  FILLER  PIC X(3)  VALUE "FAL".
           05  FILLER  PIC X(30) VALUE "FALTAS NAO JUSTIFICADAS".
           05  FILLER  PIC X(1)  VALUE "D".
           05  FILLER  PIC 9(6)V99 VALUE 020000.00.
           05  FILLER  PIC X(3)  VALUE "SSS".
           05  FILLER  PIC X(12) VALUE "3.1.1.01.001".
           05  FILLER  PIC X(3)  VALUE "SIN".
           05  FILLER  PIC X(30) VALUE "CONTRIBUICAO SINDICAL".
           05  FILLER  PIC X(1)  VALUE "D".
           05  FILLER  PIC 9(6)V99 VALUE 005000.00.
           05  FILLER  PIC X(3)  VALUE "NNN".
           05  FILLER  PIC X(12) VALUE "2.1.3.01.004".
           05  FILLER  PIC X(3)  VALUE "DEP".
           05  FILLER  PIC X(30) VALUE "DEPENDENTES PARA IRRF".
           05  FILLER  PIC X(1)  VALUE "N".
           05  FILLER  PIC 9(6)V99 VALUE 000020.00.
           05  FILLER  PIC X(3)  VALUE "NNN".
           05  FILLER  PIC X(12) VALUE SPACES.
           05  FILLER  PIC X(3)  VALUE "CNS".
           05  FILLER  PIC X(30) VALUE "EMPRESTIMO CONSIGNADO".
           05  FILLER  PIC X(1)  VALUE "D".
           05  FILLER  PIC 9(6)V99 VALUE 000000.00.
           05  FILLER  PIC X(3)  VALUE "NNN".
           05  FILLER  PIC X(12) VALUE "2.1.3.01.005".
           05  FILLER  PIC X(3)  VALUE "PEN".
           05  FILLER  PIC X(30) VALUE "PENSAO ALIMENTICIA".
           05  FILLER  PIC X(1)  VALUE "D".
           05  FILLER  PIC 9(6)V99 VALUE 000000.00.
           05  FILLER  PIC X(3)  VALUE "NSN".
           05  FILLER  PIC X(12) VALUE "2.1.3.01.006".
           05  FILLER  PIC X(3)  VALUE "D13".
           05  FILLER  PIC X(30) VALUE "DIFERENCA 13O 1A PARCELA".
           05  FILLER  PIC X(1)  VALUE "P".
           05  FILLER  PIC 9(6)V99 VALUE 000000.00.
           05  FILLER  PIC X(3)  VALUE "NNS".
           05  FILLER  PIC X(12) VALUE "3.1.1.01.004".
       01  WS-STANDARD-CODES-R REDEFINES WS-STANDARD-CODES.
           05  WS-STANDARD-ENTRY OCCURS 8 TIMES.
               10  WS-SC-CODE          PIC X(3).
               10  WS-SC-DESCRICAO     PIC X(30).
               10  WS-SC-TYPE          PIC X(1).
               10  WS-SC-MAX-AMOUNT    PIC 9(6)V99.
               10  WS-SC-INCIDE-INSS   PIC X(1).
               10  WS-SC-INCIDE-IRRF   PIC X(1).
               10  WS-SC-INCIDE-FGTS   PIC X(1).
               10  WS-SC-CONTA-GL      PIC X(12).
       01  WS-STANDARD-IDX PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1500-IDENTIFY-OPERATOR
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL NOT CONTINUE-PROCESSING
               PERFORM 2000-DISPLAY-MENU
               PERFORM 3000-PROCESS-OPTION
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

      *    EDTVAR certifies the feed and VAR pays it against the
      *    same master, so the codes are not changed underneath an
      *    active run.  As in AGFVAR there is no override: a code
      *    change can always wait for the run to finish.
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

      *    The first session creates the master and loads the
      *    standard codes, so the feed keeps being certified the
      *    night the master replaces the old fixed list.
       1000-OPEN-FILES.
           PERFORM 1100-CHECK-RUN-CONTROL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN I-O RUBRICA-FILE
           IF WS-RUBRICA-STATUS = "35"
               OPEN OUTPUT RUBRICA-FILE
               CLOSE RUBRICA-FILE
               OPEN I-O RUBRICA-FILE
               IF WS-RUBRICA-STATUS = "00"
                   PERFORM 1200-LOAD-STANDARD-CODES
               END-IF
           END-IF
           IF WS-RUBRICA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUBRICA-FILE. STATUS="
                   WS-RUBRICA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-STANDARD-CODES.
           PERFORM VARYING WS-STANDARD-IDX FROM 1 BY 1
               UNTIL WS-STANDARD-IDX > 8
               MOVE WS-SC-CODE (WS-STANDARD-IDX) TO RB-CODE
               MOVE WS-SC-DESCRICAO (WS-STANDARD-IDX) TO RB-DESCRICAO
               MOVE WS-SC-TYPE (WS-STANDARD-IDX) TO RB-TYPE
               MOVE WS-SC-MAX-AMOUNT (WS-STANDARD-IDX)
                   TO RB-MAX-AMOUNT
               MOVE WS-SC-INCIDE-INSS (WS-STANDARD-IDX)
                   TO RB-INCIDE-INSS
               MOVE WS-SC-INCIDE-IRRF (WS-STANDARD-IDX)
                   TO RB-INCIDE-IRRF
               MOVE WS-SC-INCIDE-FGTS (WS-STANDARD-IDX)
                   TO RB-INCIDE-FGTS
               MOVE WS-SC-CONTA-GL (WS-STANDARD-IDX) TO RB-CONTA-GL
               SET RB-ATIVA TO TRUE
               MOVE WS-CDT-DATE TO RB-ULT-ATUALIZACAO
               MOVE WS-OPERATOR TO RB-OPERADOR
               WRITE RUBRICA-RECORD
                   INVALID KEY
                       DISPLAY "AVISO: ERRO AO CARREGAR RUBRICA "
                           RB-CODE ". STATUS=" WS-RUBRICA-STATUS
               END-WRITE
           END-PERFORM
           DISPLAY "CADASTRO DE RUBRICAS CRIADO COM AS RUBRICAS "
               "PADRAO.".

      *    Every change is stamped with the operator who made it,
      *    so the session cannot start without one.
       1500-IDENTIFY-OPERATOR.
           PERFORM UNTIL WS-OPERATOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== CADASTRO DE RUBRICAS =====".
           DISPLAY "I - CONSULTAR RUBRICA".
           DISPLAY "L - LISTAR RUBRICAS".
           DISPLAY "N - INCLUIR RUBRICA".
           DISPLAY "A - ALTERAR RUBRICA".
           DISPLAY "D - DESATIVAR / REATIVAR RUBRICA".
           DISPLAY "S - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MENU-OPTION.

       3000-PROCESS-OPTION.
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-OPTION)
               WHEN "I"
                   PERFORM 3500-SELECT-RUBRICA
               WHEN "L"
                   PERFORM 7000-LIST-RUBRICAS
               WHEN "N"
                   PERFORM 4000-ADD-RUBRICA
               WHEN "A"
                   PERFORM 5000-CHANGE-RUBRICA
               WHEN "D"
                   PERFORM 6000-TOGGLE-RUBRICA
               WHEN "S"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       3500-SELECT-RUBRICA.
           MOVE "N" TO WS-RUBRICA-FOUND-SWITCH
           DISPLAY "CODIGO DA RUBRICA: " WITH NO ADVANCING
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO RB-CODE
           READ RUBRICA-FILE
               INVALID KEY
                   DISPLAY "RUBRICA NAO ENCONTRADA."
               NOT INVALID KEY
                   SET RUBRICA-FOUND TO TRUE
                   PERFORM 7100-DISPLAY-RUBRICA
           END-READ.

      *    TRL is the reserved code of the feed's batch-control
      *    trailer and can never be a rubrica.
       4000-ADD-RUBRICA.
           SET INPUT-IS-VALID TO TRUE
           DISPLAY "CODIGO DA NOVA RUBRICA: " WITH NO ADVANCING
           ACCEPT WS-CODE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CODE-INPUT) TO WS-CODE-INPUT
           IF WS-CODE-INPUT = SPACES OR WS-CODE-INPUT = "TRL"
               OR WS-CODE-INPUT (1:1) = SPACE
               OR WS-CODE-INPUT (3:1) = SPACE
               DISPLAY "CODIGO INVALIDO. USE TRES CARACTERES."
               SET INPUT-IS-INVALID TO TRUE
           ELSE
               MOVE WS-CODE-INPUT TO RB-CODE
               READ RUBRICA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "RUBRICA JA CADASTRADA."
                       SET INPUT-IS-INVALID TO TRUE
               END-READ
           END-IF
           IF INPUT-IS-VALID
               DISPLAY "TIPO (P=PROVENTO D=DESCONTO N=DEPENDENTES): "
                   WITH NO ADVANCING
               ACCEPT WS-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-TYPE-INPUT) TO WS-TYPE-INPUT
               IF WS-TYPE-INPUT NOT = "P" AND WS-TYPE-INPUT NOT = "D"
                   AND WS-TYPE-INPUT NOT = "N"
                   DISPLAY "TIPO INVALIDO."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF INPUT-IS-VALID
               PERFORM 4500-ACCEPT-RUBRICA-FIELDS
           END-IF
           IF INPUT-IS-VALID
               MOVE WS-CODE-INPUT TO RB-CODE
               MOVE WS-TYPE-INPUT TO RB-TYPE
               PERFORM 4600-MOVE-RUBRICA-FIELDS
               SET RB-ATIVA TO TRUE
               WRITE RUBRICA-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR RUBRICA. STATUS="
                           WS-RUBRICA-STATUS
                   NOT INVALID KEY
                       DISPLAY "RUBRICA " RB-CODE " INCLUIDA."
               END-WRITE
           ELSE
               DISPLAY "INCLUSAO CANCELADA."
           END-IF.

      *    The fields an operator may set on a code.  A dependent
      *    count is not money: it has no tax incidence and no GL
      *    account.  Money codes must name the account GLVAR
      *    posts them to.  The consignado and pensao deductions
      *    and the dissidio's 13th difference are generated by the
      *    runs, never keyed on the feed, and carry no ceiling
      *    (zero).
       4500-ACCEPT-RUBRICA-FIELDS.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT WS-DESCRICAO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-DESCRICAO-INPUT)
               TO WS-DESCRICAO-INPUT
           IF WS-DESCRICAO-INPUT = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "VALOR MAXIMO POR MOVIMENTO (9(6)V99): "
               WITH NO ADVANCING
           ACCEPT WS-MAX-AMOUNT-INPUT
           IF WS-MAX-AMOUNT-INPUT NOT NUMERIC
               DISPLAY "VALOR MAXIMO INVALIDO."
               SET INPUT-IS-INVALID TO TRUE
           ELSE
               IF WS-MAX-AMOUNT-INPUT = 0
                       AND RB-CODE NOT = "CNS" AND RB-CODE NOT = "PEN"
                       AND RB-CODE NOT = "D13"
                   DISPLAY "VALOR MAXIMO INVALIDO."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-TYPE-INPUT = "N"
               MOVE "N" TO WS-INCIDE-INSS-INPUT
               MOVE "N" TO WS-INCIDE-IRRF-INPUT
               MOVE "N" TO WS-INCIDE-FGTS-INPUT
               MOVE SPACES TO WS-CONTA-INPUT
           ELSE
               DISPLAY "INCIDE INSS (S/N): " WITH NO ADVANCING
               ACCEPT WS-INCIDE-INSS-INPUT
               DISPLAY "INCIDE IRRF (S/N): " WITH NO ADVANCING
               ACCEPT WS-INCIDE-IRRF-INPUT
               DISPLAY "INCIDE FGTS (S/N): " WITH NO ADVANCING
               ACCEPT WS-INCIDE-FGTS-INPUT
               MOVE FUNCTION UPPER-CASE(WS-INCIDE-INSS-INPUT)
                   TO WS-INCIDE-INSS-INPUT
               MOVE FUNCTION UPPER-CASE(WS-INCIDE-IRRF-INPUT)
                   TO WS-INCIDE-IRRF-INPUT
               MOVE FUNCTION UPPER-CASE(WS-INCIDE-FGTS-INPUT)
                   TO WS-INCIDE-FGTS-INPUT
               IF (WS-INCIDE-INSS-INPUT NOT = "S"
                       AND WS-INCIDE-INSS-INPUT NOT = "N")
                   OR (WS-INCIDE-IRRF-INPUT NOT = "S"
                       AND WS-INCIDE-IRRF-INPUT NOT = "N")
                   OR (WS-INCIDE-FGTS-INPUT NOT = "S"
                       AND WS-INCIDE-FGTS-INPUT NOT = "N")
                   DISPLAY "INCIDENCIA INVALIDA. RESPONDA S OU N."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
               DISPLAY "CONTA CONTABIL: " WITH NO ADVANCING
               ACCEPT WS-CONTA-INPUT
               IF WS-CONTA-INPUT = SPACES
                   DISPLAY "CONTA CONTABIL OBRIGATORIA."
                   SET INPUT-IS-INVALID TO TRUE
               END-IF
           END-IF.

       4600-MOVE-RUBRICA-FIELDS.
           MOVE WS-DESCRICAO-INPUT TO RB-DESCRICAO
           MOVE WS-MAX-AMOUNT-INPUT TO RB-MAX-AMOUNT
           MOVE WS-INCIDE-INSS-INPUT TO RB-INCIDE-INSS
           MOVE WS-INCIDE-IRRF-INPUT TO RB-INCIDE-IRRF
           MOVE WS-INCIDE-FGTS-INPUT TO RB-INCIDE-FGTS
           MOVE WS-CONTA-INPUT TO RB-CONTA-GL
           MOVE WS-CDT-DATE TO RB-ULT-ATUALIZACAO
           MOVE WS-OPERATOR TO RB-OPERADOR.

      *    Everything but the code and its type may change; a code
      *    that must change type is deactivated and a new code
      *    created, so movements already certified under the old
      *    type never meet the new one.
       5000-CHANGE-RUBRICA.
           PERFORM 3500-SELECT-RUBRICA
           IF RUBRICA-FOUND
               SET INPUT-IS-VALID TO TRUE
               MOVE RB-TYPE TO WS-TYPE-INPUT
               PERFORM 4500-ACCEPT-RUBRICA-FIELDS
               IF INPUT-IS-VALID
                   PERFORM 4600-MOVE-RUBRICA-FIELDS
                   REWRITE RUBRICA-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR RUBRICA. STATUS="
                               WS-RUBRICA-STATUS
                       NOT INVALID KEY
                           DISPLAY "RUBRICA " RB-CODE " ALTERADA."
                   END-REWRITE
               ELSE
                   DISPLAY "ALTERACAO CANCELADA."
               END-IF
           END-IF.

       6000-TOGGLE-RUBRICA.
           PERFORM 3500-SELECT-RUBRICA
           IF RUBRICA-FOUND
               IF RB-ATIVA
                   DISPLAY "DESATIVAR A RUBRICA " RB-CODE "? (S/N): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "REATIVAR A RUBRICA " RB-CODE "? (S/N): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-CONFIRM-OPTION
               IF FUNCTION UPPER-CASE(WS-CONFIRM-OPTION) = "S"
                   IF RB-ATIVA
                       SET RB-INATIVA TO TRUE
                   ELSE
                       SET RB-ATIVA TO TRUE
                   END-IF
                   MOVE WS-CDT-DATE TO RB-ULT-ATUALIZACAO
                   MOVE WS-OPERATOR TO RB-OPERADOR
                   REWRITE RUBRICA-RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR RUBRICA. STATUS="
                               WS-RUBRICA-STATUS
                       NOT INVALID KEY
                           DISPLAY "RUBRICA " RB-CODE " SITUACAO "
                               RB-SITUACAO "."
                   END-REWRITE
               ELSE
                   DISPLAY "OPERACAO CANCELADA."
               END-IF
           END-IF.

       7000-LIST-RUBRICAS.
           MOVE "N" TO WS-RUBRICA-EOF-SWITCH
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO RB-CODE
           START RUBRICA-FILE KEY IS NOT LESS THAN RB-CODE
               INVALID KEY SET END-OF-RUBRICA-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-RUBRICA-FILE
               READ RUBRICA-FILE NEXT RECORD
                   AT END SET END-OF-RUBRICA-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE RB-MAX-AMOUNT TO WS-MAX-AMOUNT-DISPLAY
                       DISPLAY RB-CODE " " RB-TYPE " " RB-DESCRICAO
                           " MAX " WS-MAX-AMOUNT-DISPLAY
                           " " RB-INCIDE-INSS RB-INCIDE-IRRF
                           RB-INCIDE-FGTS " " RB-CONTA-GL
                           " " RB-SITUACAO
               END-READ
           END-PERFORM
           DISPLAY "RUBRICAS CADASTRADAS: " WS-LIST-COUNT.

       7100-DISPLAY-RUBRICA.
           MOVE RB-MAX-AMOUNT TO WS-MAX-AMOUNT-DISPLAY
           DISPLAY "CODIGO: " RB-CODE "  " RB-DESCRICAO
           DISPLAY "TIPO: " RB-TYPE
               "  VALOR MAXIMO: " WS-MAX-AMOUNT-DISPLAY
           DISPLAY "INCIDE INSS: " RB-INCIDE-INSS
               "  IRRF: " RB-INCIDE-IRRF
               "  FGTS: " RB-INCIDE-FGTS
           DISPLAY "CONTA CONTABIL: " RB-CONTA-GL
               "  SITUACAO: " RB-SITUACAO
           DISPLAY "ULTIMA ATUALIZACAO: " RB-ULT-ATUALIZACAO
               " POR " RB-OPERADOR.

       9000-CLOSE-FILES.
           CLOSE RUBRICA-FILE.
