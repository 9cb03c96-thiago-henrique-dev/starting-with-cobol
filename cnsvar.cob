       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnsvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CONSIGNADO-FILE ASSIGN TO CNSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONSIGNADO-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  CONSIGNADO-FILE.
           COPY CNSREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-CONSIGNADO-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-MENU-OPTION PIC X VALUE SPACE.
       01  WS-CONFIRM-OPTION PIC X VALUE SPACE.
       01  WS-CONTINUE-SWITCH PIC X VALUE "Y".
           88 CONTINUE-PROCESSING VALUE "Y".
       01  WS-INPUT-VALID-SWITCH PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
           88 INPUT-IS-INVALID VALUE "N".
       01  WS-CONTRACT-FOUND-SWITCH PIC X VALUE "N".
           88 CONTRACT-FOUND VALUE "Y".
       01  WS-CONSIGNADO-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CONSIGNADO-SCAN VALUE "Y".
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-EMP-ID-INPUT PIC 9(6) VALUE ZEROS.
       01  WS-BANCO-INPUT PIC 9(3) VALUE ZEROS.
       01  WS-CONTRATO-INPUT PIC X(15) VALUE SPACES.
       01  WS-NOME-BANCO-INPUT PIC X(30) VALUE SPACES.
       01  WS-PARCELA-INPUT PIC 9(6)V99 VALUE ZEROS.
       01  WS-QTD-INPUT PIC 9(3) VALUE ZEROS.
       01  WS-PAGAS-INPUT PIC 9(3) VALUE ZEROS.
       01  WS-INICIO-INPUT PIC 9(6) VALUE ZEROS.
       01  WS-INICIO-R REDEFINES WS-INICIO-INPUT.
           05  WS-INI-YEAR             PIC 9(4).
           05  WS-INI-MONTH            PIC 9(2).
       01  WS-PARCELA-DISPLAY PIC ZZZ,ZZ9.99.
       01  WS-SALDO-DEVEDOR PIC 9(8)V99 VALUE 0.
       01  WS-SALDO-DISPLAY PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LIST-COUNT PIC 9(4) VALUE 0.

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

      *    VAR deducts the installments and rewrites the contracts
      *    as it pays, so they are not changed underneath an active
      *    run.  As in AGFVAR there is no override.
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
           OPEN I-O CONSIGNADO-FILE
           IF WS-CONSIGNADO-STATUS = "35"
               OPEN OUTPUT CONSIGNADO-FILE
               CLOSE CONSIGNADO-FILE
               OPEN I-O CONSIGNADO-FILE
           END-IF
           IF WS-CONSIGNADO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSIGNADO-FILE. STATUS="
                   WS-CONSIGNADO-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Every change is stamped with the operator who made it,
      *    so the session cannot start without one.
       1500-IDENTIFY-OPERATOR.
           PERFORM UNTIL WS-OPERATOR NOT = SPACES
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== EMPRESTIMOS CONSIGNADOS =====".
           DISPLAY "I - CONSULTAR CONTRATOS DO FUNCIONARIO".
           DISPLAY "N - INCLUIR CONTRATO".
           DISPLAY "L - LIQUIDACAO ANTECIPADA".
           DISPLAY "C - CANCELAR CONTRATO".
           DISPLAY "S - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MENU-OPTION.

       3000-PROCESS-OPTION.
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-OPTION)
               WHEN "I"
                   PERFORM 7000-INQUIRE-CONTRACTS
               WHEN "N"
                   PERFORM 4000-ADD-CONTRACT
               WHEN "L"
                   PERFORM 5000-CLOSE-CONTRACT
               WHEN "C"
                   PERFORM 5000-CLOSE-CONTRACT
               WHEN "S"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

      *    The employee's contracts are listed first, then the bank
      *    and contract number of the chosen one are keyed in.
       3500-SELECT-CONTRACT.
           MOVE "N" TO WS-CONTRACT-FOUND-SWITCH
           PERFORM 7000-INQUIRE-CONTRACTS
           IF WS-EMP-STATUS = "00"
               DISPLAY "BANCO (999): " WITH NO ADVANCING
               ACCEPT WS-BANCO-INPUT
               DISPLAY "NUMERO DO CONTRATO: " WITH NO ADVANCING
               ACCEPT WS-CONTRATO-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CONTRATO-INPUT)
                   TO WS-CONTRATO-INPUT
               MOVE WS-EMP-ID-INPUT TO CN-EMP-ID
               MOVE WS-BANCO-INPUT TO CN-BANCO
               MOVE WS-CONTRATO-INPUT TO CN-CONTRATO
               READ CONSIGNADO-FILE
                   INVALID KEY
                       DISPLAY "CONTRATO NAO ENCONTRADO."
                   NOT INVALID KEY
                       SET CONTRACT-FOUND TO TRUE
               END-READ
           END-IF.

      *    A new contract as the bank averbou it: the installment,
      *    the term and the first payroll month to deduct.  A loan
      *    already running when it is keyed in carries the
      *    installments the employee has already paid, so the
      *    balance owed comes out right from the first month.
       4000-ADD-CONTRACT.
           SET INPUT-IS-VALID TO TRUE
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT WS-EMP-ID-INPUT
           MOVE WS-EMP-ID-INPUT TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
                   SET INPUT-IS-INVALID TO TRUE
               NOT INVALID KEY
                   DISPLAY "NOME: " EMP-NOME
           END-READ
           IF INPUT-IS-VALID
               DISPLAY "BANCO (999): " WITH NO ADVANCING
               ACCEPT WS-BANCO-INPUT
               DISPLAY "NUMERO DO CONTRATO: " WITH NO ADVANCING
               ACCEPT WS-CONTRATO-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CONTRATO-INPUT)
                   TO WS-CONTRATO-INPUT
               IF WS-BANCO-INPUT NOT NUMERIC OR WS-BANCO-INPUT = 0
                   OR WS-CONTRATO-INPUT = SPACES
                   DISPLAY "BANCO OU CONTRATO INVALIDO."
                   SET INPUT-IS-INVALID TO TRUE
               ELSE
                   MOVE WS-EMP-ID-INPUT TO CN-EMP-ID
                   MOVE WS-BANCO-INPUT TO CN-BANCO
                   MOVE WS-CONTRATO-INPUT TO CN-CONTRATO
                   READ CONSIGNADO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "CONTRATO JA CADASTRADO."
                           SET INPUT-IS-INVALID TO TRUE
                   END-READ
               END-IF
           END-IF
           IF INPUT-IS-VALID
               PERFORM 4500-ACCEPT-CONTRACT-FIELDS
           END-IF
           IF INPUT-IS-VALID
               MOVE WS-EMP-ID-INPUT TO CN-EMP-ID
               MOVE WS-BANCO-INPUT TO CN-BANCO
               MOVE WS-CONTRATO-INPUT TO CN-CONTRATO
               MOVE WS-NOME-BANCO-INPUT TO CN-NOME-BANCO
               MOVE WS-PARCELA-INPUT TO CN-VALOR-PARCELA
               MOVE WS-QTD-INPUT TO CN-QTD-PARCELAS
               MOVE WS-PAGAS-INPUT TO CN-PARCELAS-PAGAS
               MOVE WS-INICIO-INPUT TO CN-INICIO-PERIODO
               SET CN-ATIVO TO TRUE
               MOVE ZEROS TO CN-ULT-PERIODO
               MOVE ZEROS TO CN-ULT-VALOR
               MOVE SPACE TO CN-ULT-OCORRENCIA
               MOVE WS-CDT-DATE TO CN-ULT-ATUALIZACAO
               MOVE WS-OPERATOR TO CN-OPERADOR
               WRITE CONSIGNADO-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR CONTRATO. STATUS="
                           WS-CONSIGNADO-STATUS
                   NOT INVALID KEY
                       DISPLAY "CONTRATO " CN-CONTRATO " INCLUIDO."
               END-WRITE
           ELSE
               DISPLAY "INCLUSAO CANCELADA."
           END-IF.

       4500-ACCEPT-CONTRACT-FIELDS.
           DISPLAY "NOME DO BANCO: " WITH NO ADVANCING
           ACCEPT WS-NOME-BANCO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-NOME-BANCO-INPUT)
               TO WS-NOME-BANCO-INPUT
           IF WS-NOME-BANCO-INPUT = SPACES
               DISPLAY "NOME DO BANCO OBRIGATORIO."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "VALOR DA PARCELA (9(6)V99): " WITH NO ADVANCING
           ACCEPT WS-PARCELA-INPUT
           IF WS-PARCELA-INPUT NOT NUMERIC OR WS-PARCELA-INPUT = 0
               DISPLAY "VALOR DA PARCELA INVALIDO."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "QUANTIDADE DE PARCELAS: " WITH NO ADVANCING
           ACCEPT WS-QTD-INPUT
           IF WS-QTD-INPUT NOT NUMERIC OR WS-QTD-INPUT = 0
               DISPLAY "QUANTIDADE DE PARCELAS INVALIDA."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "PARCELAS JA PAGAS: " WITH NO ADVANCING
           ACCEPT WS-PAGAS-INPUT
           IF WS-PAGAS-INPUT NOT NUMERIC
               OR WS-PAGAS-INPUT NOT < WS-QTD-INPUT
               DISPLAY "PARCELAS PAGAS INVALIDAS. DEVEM SER MENOS "
                   "QUE A QUANTIDADE DE PARCELAS."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "PRIMEIRO MES DE DESCONTO (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-INICIO-INPUT
           IF WS-INICIO-INPUT NOT NUMERIC
               OR WS-INI-MONTH < 1 OR WS-INI-MONTH > 12
               DISPLAY "MES DE INICIO INVALIDO. USE AAAAMM."
               SET INPUT-IS-INVALID TO TRUE
           END-IF.

      *    An early payoff (L) or a cancellation (C) stops the
      *    deductions from the next run on.  The result of the run
      *    already made this month stays on the contract for the
      *    remittance report.
       5000-CLOSE-CONTRACT.
           PERFORM 3500-SELECT-CONTRACT
           IF CONTRACT-FOUND
               IF NOT CN-ATIVO
                   DISPLAY "CONTRATO NAO ESTA ATIVO. SITUACAO "
                       CN-SITUACAO "."
               ELSE
                   PERFORM 7100-DISPLAY-CONTRACT
                   IF FUNCTION UPPER-CASE(WS-MENU-OPTION) = "L"
                       DISPLAY "CONFIRMA A LIQUIDACAO ANTECIPADA? "
                           "(S/N): " WITH NO ADVANCING
                   ELSE
                       DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
                           WITH NO ADVANCING
                   END-IF
                   ACCEPT WS-CONFIRM-OPTION
                   IF FUNCTION UPPER-CASE(WS-CONFIRM-OPTION) = "S"
                       IF FUNCTION UPPER-CASE(WS-MENU-OPTION) = "L"
                           SET CN-LIQUIDADO TO TRUE
                       ELSE
                           SET CN-CANCELADO TO TRUE
                       END-IF
                       MOVE WS-CDT-DATE TO CN-ULT-ATUALIZACAO
                       MOVE WS-OPERATOR TO CN-OPERADOR
                       REWRITE CONSIGNADO-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR CONTRATO. "
                                   "STATUS=" WS-CONSIGNADO-STATUS
                           NOT INVALID KEY
                               DISPLAY "CONTRATO " CN-CONTRATO
                                   " SITUACAO " CN-SITUACAO "."
                       END-REWRITE
                   ELSE
                       DISPLAY "OPERACAO CANCELADA."
                   END-IF
               END-IF
           END-IF.

       7000-INQUIRE-CONTRACTS.
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT WS-EMP-ID-INPUT
           MOVE WS-EMP-ID-INPUT TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "NOME: " EMP-NOME
                   PERFORM 7050-LIST-CONTRACTS
           END-READ.

       7050-LIST-CONTRACTS.
           MOVE "N" TO WS-CONSIGNADO-EOF-SWITCH
           MOVE 0 TO WS-LIST-COUNT
           MOVE WS-EMP-ID-INPUT TO CN-EMP-ID
           MOVE ZEROS TO CN-BANCO
           MOVE LOW-VALUES TO CN-CONTRATO
           START CONSIGNADO-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY SET END-OF-CONSIGNADO-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-CONSIGNADO-SCAN
               READ CONSIGNADO-FILE NEXT RECORD
                   AT END SET END-OF-CONSIGNADO-SCAN TO TRUE
                   NOT AT END
                       IF CN-EMP-ID NOT = WS-EMP-ID-INPUT
                           SET END-OF-CONSIGNADO-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 7100-DISPLAY-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CONTRATOS CADASTRADOS: " WS-LIST-COUNT.

      *    The balance owed is the installments still to come at
      *    their face value.
       7100-DISPLAY-CONTRACT.
           MOVE CN-VALOR-PARCELA TO WS-PARCELA-DISPLAY
           COMPUTE WS-SALDO-DEVEDOR =
               (CN-QTD-PARCELAS - CN-PARCELAS-PAGAS) * CN-VALOR-PARCELA
           MOVE WS-SALDO-DEVEDOR TO WS-SALDO-DISPLAY
           DISPLAY "BANCO " CN-BANCO " " CN-NOME-BANCO
               " CONTRATO " CN-CONTRATO
           DISPLAY "  PARCELA " WS-PARCELA-DISPLAY
               " PAGAS " CN-PARCELAS-PAGAS "/" CN-QTD-PARCELAS
               " INICIO " CN-INICIO-PERIODO
               " SITUACAO " CN-SITUACAO
           DISPLAY "  SALDO DEVEDOR " WS-SALDO-DISPLAY
               " ULTIMO DESCONTO " CN-ULT-PERIODO
               " " CN-ULT-OCORRENCIA
               " POR " CN-OPERADOR " EM " CN-ULT-ATUALIZACAO.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE CONSIGNADO-FILE.
