       IDENTIFICATION DIVISION.
       PROGRAM-ID. penvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PENSAO-FILE ASSIGN TO PENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-EMP-ID
               FILE STATUS IS WS-PENSAO-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  PENSAO-FILE.
           COPY PENREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-PENSAO-STATUS PIC XX VALUE "00".
       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-MENU-OPTION PIC X VALUE SPACE.
       01  WS-CONFIRM-OPTION PIC X VALUE SPACE.
       01  WS-CONTINUE-SWITCH PIC X VALUE "Y".
           88 CONTINUE-PROCESSING VALUE "Y".
       01  WS-INPUT-VALID-SWITCH PIC X VALUE "Y".
           88 INPUT-IS-VALID VALUE "Y".
           88 INPUT-IS-INVALID VALUE "N".
       01  WS-ORDER-FOUND-SWITCH PIC X VALUE "N".
           88 ORDER-FOUND VALUE "Y".
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).
       01  WS-EMP-ID-INPUT PIC 9(6) VALUE ZEROS.
       01  WS-PROCESSO-INPUT PIC X(25) VALUE SPACES.
       01  WS-BASE-INPUT PIC X(1) VALUE SPACE.
       01  WS-PERCENTUAL-INPUT PIC 9(3)V99 VALUE ZEROS.
       01  WS-VALOR-FIXO-INPUT PIC 9(6)V99 VALUE ZEROS.
       01  WS-INICIO-INPUT PIC 9(6) VALUE ZEROS.
       01  WS-INICIO-R REDEFINES WS-INICIO-INPUT.
           05  WS-INI-YEAR             PIC 9(4).
           05  WS-INI-MONTH            PIC 9(2).
       01  WS-BENEF-NOME-INPUT PIC X(50) VALUE SPACES.
       01  WS-BENEF-BANCO-INPUT PIC 9(3) VALUE ZEROS.
       01  WS-BENEF-AGENCIA-INPUT PIC 9(5) VALUE ZEROS.
       01  WS-BENEF-CONTA-INPUT PIC 9(10) VALUE ZEROS.
       01  WS-BENEF-DV-INPUT PIC X(1) VALUE SPACE.
       01  WS-BENEF-TIPO-INPUT PIC X(1) VALUE SPACE.
       01  WS-PERCENTUAL-DISPLAY PIC ZZ9.99.
       01  WS-VALOR-DISPLAY PIC ZZZ,ZZ9.99.

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

      *    VAR reads the orders and stamps what it withheld as it
      *    pays, so they are not changed underneath an active run.
      *    As in CNSVAR there is no override.
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
           OPEN I-O PENSAO-FILE
           IF WS-PENSAO-STATUS = "35"
               OPEN OUTPUT PENSAO-FILE
               CLOSE PENSAO-FILE
               OPEN I-O PENSAO-FILE
           END-IF
           IF WS-PENSAO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PENSAO-FILE. STATUS="
                   WS-PENSAO-STATUS
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
           DISPLAY "===== PENSAO ALIMENTICIA =====".
           DISPLAY "I - CONSULTAR ORDEM DO FUNCIONARIO".
           DISPLAY "N - INCLUIR ORDEM JUDICIAL".
           DISPLAY "A - ALTERAR ORDEM JUDICIAL".
           DISPLAY "E - ENCERRAR ORDEM JUDICIAL".
           DISPLAY "S - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT WS-MENU-OPTION.

       3000-PROCESS-OPTION.
           EVALUATE FUNCTION UPPER-CASE(WS-MENU-OPTION)
               WHEN "I"
                   PERFORM 7000-INQUIRE-ORDER
               WHEN "N"
                   PERFORM 4000-ADD-ORDER
               WHEN "A"
                   PERFORM 5000-CHANGE-ORDER
               WHEN "E"
                   PERFORM 6000-CLOSE-ORDER
               WHEN "S"
                   MOVE "N" TO WS-CONTINUE-SWITCH
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       3500-SELECT-ORDER.
           MOVE "N" TO WS-ORDER-FOUND-SWITCH
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT WS-EMP-ID-INPUT
           MOVE WS-EMP-ID-INPUT TO PA-EMP-ID
           READ PENSAO-FILE
               INVALID KEY
                   DISPLAY "NENHUMA ORDEM CADASTRADA PARA O EMP-ID."
               NOT INVALID KEY
                   SET ORDER-FOUND TO TRUE
                   PERFORM 7100-DISPLAY-ORDER
           END-READ.

      *    A new order as the court served it: the case number, the
      *    basis, the first payroll month to withhold and the
      *    beneficiary's account.  One order per employee; a second
      *    beneficiary is a change to the order, not a new one.
       4000-ADD-ORDER.
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
               MOVE WS-EMP-ID-INPUT TO PA-EMP-ID
               READ PENSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ORDEM JA CADASTRADA. USE A OPCAO A."
                       SET INPUT-IS-INVALID TO TRUE
               END-READ
           END-IF
           IF INPUT-IS-VALID
               PERFORM 4500-ACCEPT-ORDER-FIELDS
           END-IF
           IF INPUT-IS-VALID
               MOVE WS-EMP-ID-INPUT TO PA-EMP-ID
               PERFORM 4800-MOVE-INPUT-TO-ORDER
               SET PA-ATIVA TO TRUE
               MOVE ZEROS TO PA-ULT-PERIODO
               MOVE ZEROS TO PA-ULT-VALOR
               MOVE WS-CDT-DATE TO PA-ULT-ATUALIZACAO
               MOVE WS-OPERATOR TO PA-OPERADOR
               WRITE PENSAO-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR ORDEM. STATUS="
                           WS-PENSAO-STATUS
                   NOT INVALID KEY
                       DISPLAY "ORDEM " PA-PROCESSO " INCLUIDA."
               END-WRITE
           ELSE
               DISPLAY "INCLUSAO CANCELADA."
           END-IF.

      *    L and B take the percentage (up to 100%), F the fixed
      *    monthly amount; the field the basis does not use is
      *    kept at zero.
       4500-ACCEPT-ORDER-FIELDS.
           DISPLAY "NUMERO DO PROCESSO: " WITH NO ADVANCING
           ACCEPT WS-PROCESSO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-PROCESSO-INPUT)
               TO WS-PROCESSO-INPUT
           IF WS-PROCESSO-INPUT = SPACES
               DISPLAY "NUMERO DO PROCESSO OBRIGATORIO."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "BASE (L=% LIQUIDO, B=% BRUTO, F=VALOR FIXO): "
               WITH NO ADVANCING
           ACCEPT WS-BASE-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BASE-INPUT) TO WS-BASE-INPUT
           MOVE ZEROS TO WS-PERCENTUAL-INPUT
           MOVE ZEROS TO WS-VALOR-FIXO-INPUT
           EVALUATE WS-BASE-INPUT
               WHEN "L"
               WHEN "B"
                   DISPLAY "PERCENTUAL (999V99): " WITH NO ADVANCING
                   ACCEPT WS-PERCENTUAL-INPUT
                   IF WS-PERCENTUAL-INPUT NOT NUMERIC
                       OR WS-PERCENTUAL-INPUT = 0
                       OR WS-PERCENTUAL-INPUT > 100
                       DISPLAY "PERCENTUAL INVALIDO."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
               WHEN "F"
                   DISPLAY "VALOR MENSAL (9(6)V99): " WITH NO ADVANCING
                   ACCEPT WS-VALOR-FIXO-INPUT
                   IF WS-VALOR-FIXO-INPUT NOT NUMERIC
                       OR WS-VALOR-FIXO-INPUT = 0
                       DISPLAY "VALOR MENSAL INVALIDO."
                       SET INPUT-IS-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "BASE DE CALCULO INVALIDA."
                   SET INPUT-IS-INVALID TO TRUE
           END-EVALUATE
           DISPLAY "PRIMEIRO MES DE DESCONTO (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-INICIO-INPUT
           IF WS-INICIO-INPUT NOT NUMERIC
               OR WS-INI-MONTH < 1 OR WS-INI-MONTH > 12
               DISPLAY "MES DE INICIO INVALIDO. USE AAAAMM."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           PERFORM 4600-ACCEPT-BENEFICIARY.

      *    The same bank routing checks BNKVAR makes before it
      *    credits, so an order is never keyed with an account the
      *    remessa would throw out.
       4600-ACCEPT-BENEFICIARY.
           DISPLAY "NOME DO BENEFICIARIO: " WITH NO ADVANCING
           ACCEPT WS-BENEF-NOME-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BENEF-NOME-INPUT)
               TO WS-BENEF-NOME-INPUT
           IF WS-BENEF-NOME-INPUT = SPACES
               DISPLAY "NOME DO BENEFICIARIO OBRIGATORIO."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "BANCO (999): " WITH NO ADVANCING
           ACCEPT WS-BENEF-BANCO-INPUT
           DISPLAY "AGENCIA: " WITH NO ADVANCING
           ACCEPT WS-BENEF-AGENCIA-INPUT
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-BENEF-CONTA-INPUT
           DISPLAY "DIGITO: " WITH NO ADVANCING
           ACCEPT WS-BENEF-DV-INPUT
           DISPLAY "TIPO DE CONTA (C/P): " WITH NO ADVANCING
           ACCEPT WS-BENEF-TIPO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-BENEF-TIPO-INPUT)
               TO WS-BENEF-TIPO-INPUT
           IF WS-BENEF-BANCO-INPUT NOT NUMERIC
               OR WS-BENEF-AGENCIA-INPUT NOT NUMERIC
               OR WS-BENEF-CONTA-INPUT NOT NUMERIC
               OR WS-BENEF-BANCO-INPUT = 0
               OR WS-BENEF-AGENCIA-INPUT = 0
               OR WS-BENEF-CONTA-INPUT = 0
               OR (WS-BENEF-TIPO-INPUT NOT = "C"
                   AND WS-BENEF-TIPO-INPUT NOT = "P")
               DISPLAY "DADOS BANCARIOS DO BENEFICIARIO INVALIDOS."
               SET INPUT-IS-INVALID TO TRUE
           END-IF.

       4800-MOVE-INPUT-TO-ORDER.
           MOVE WS-PROCESSO-INPUT TO PA-PROCESSO
           MOVE WS-BASE-INPUT TO PA-BASE-CALCULO
           MOVE WS-PERCENTUAL-INPUT TO PA-PERCENTUAL
           MOVE WS-VALOR-FIXO-INPUT TO PA-VALOR-FIXO
           MOVE WS-INICIO-INPUT TO PA-INICIO-PERIODO
           MOVE WS-BENEF-NOME-INPUT TO PA-BENEF-NOME
           MOVE WS-BENEF-BANCO-INPUT TO PA-BENEF-BANCO
           MOVE WS-BENEF-AGENCIA-INPUT TO PA-BENEF-AGENCIA
           MOVE WS-BENEF-CONTA-INPUT TO PA-BENEF-CONTA
           MOVE WS-BENEF-DV-INPUT TO PA-BENEF-CONTA-DV
           MOVE WS-BENEF-TIPO-INPUT TO PA-BENEF-TIPO-CONTA.

      *    A revised order (new percentage, new account) is keyed in
      *    full over the old one and applies from the next run.
      *    What the last run withheld stays on the record.
       5000-CHANGE-ORDER.
           PERFORM 3500-SELECT-ORDER
           IF ORDER-FOUND
               IF NOT PA-ATIVA
                   DISPLAY "ORDEM ENCERRADA NAO PODE SER ALTERADA."
               ELSE
                   SET INPUT-IS-VALID TO TRUE
                   PERFORM 4500-ACCEPT-ORDER-FIELDS
                   IF INPUT-IS-VALID
                       PERFORM 4800-MOVE-INPUT-TO-ORDER
                       MOVE WS-CDT-DATE TO PA-ULT-ATUALIZACAO
                       MOVE WS-OPERATOR TO PA-OPERADOR
                       REWRITE PENSAO-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR ORDEM. "
                                   "STATUS=" WS-PENSAO-STATUS
                           NOT INVALID KEY
                               DISPLAY "ORDEM " PA-PROCESSO
                                   " ALTERADA."
                       END-REWRITE
                   ELSE
                       DISPLAY "ALTERACAO CANCELADA."
                   END-IF
               END-IF
           END-IF.

      *    An order lifted by the court stops the withholding from
      *    the next run on.  The record stays on file for inquiry.
       6000-CLOSE-ORDER.
           PERFORM 3500-SELECT-ORDER
           IF ORDER-FOUND
               IF NOT PA-ATIVA
                   DISPLAY "ORDEM JA ENCERRADA."
               ELSE
                   DISPLAY "CONFIRMA O ENCERRAMENTO DA ORDEM? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-OPTION
                   IF FUNCTION UPPER-CASE(WS-CONFIRM-OPTION) = "S"
                       SET PA-ENCERRADA TO TRUE
                       MOVE WS-CDT-DATE TO PA-ULT-ATUALIZACAO
                       MOVE WS-OPERATOR TO PA-OPERADOR
                       REWRITE PENSAO-RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO ATUALIZAR ORDEM. "
                                   "STATUS=" WS-PENSAO-STATUS
                           NOT INVALID KEY
                               DISPLAY "ORDEM " PA-PROCESSO
                                   " ENCERRADA."
                       END-REWRITE
                   ELSE
                       DISPLAY "OPERACAO CANCELADA."
                   END-IF
               END-IF
           END-IF.

       7000-INQUIRE-ORDER.
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT WS-EMP-ID-INPUT
           MOVE WS-EMP-ID-INPUT TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "NOME: " EMP-NOME
           END-READ
           MOVE WS-EMP-ID-INPUT TO PA-EMP-ID
           READ PENSAO-FILE
               INVALID KEY
                   DISPLAY "NENHUMA ORDEM CADASTRADA PARA O EMP-ID."
               NOT INVALID KEY
                   PERFORM 7100-DISPLAY-ORDER
           END-READ.

       7100-DISPLAY-ORDER.
           DISPLAY "PROCESSO " PA-PROCESSO
               " SITUACAO " PA-SITUACAO
               " INICIO " PA-INICIO-PERIODO
           IF PA-BASE-FIXO
               MOVE PA-VALOR-FIXO TO WS-VALOR-DISPLAY
               DISPLAY "  VALOR FIXO MENSAL " WS-VALOR-DISPLAY
           ELSE
               MOVE PA-PERCENTUAL TO WS-PERCENTUAL-DISPLAY
               IF PA-BASE-LIQUIDO
                   DISPLAY "  " WS-PERCENTUAL-DISPLAY
                       "% DO LIQUIDO (BRUTO MENOS INSS)"
               ELSE
                   DISPLAY "  " WS-PERCENTUAL-DISPLAY "% DO BRUTO"
               END-IF
           END-IF
           DISPLAY "  BENEFICIARIO " PA-BENEF-NOME
           DISPLAY "  BANCO " PA-BENEF-BANCO
               " AGENCIA " PA-BENEF-AGENCIA
               " CONTA " PA-BENEF-CONTA "-" PA-BENEF-CONTA-DV
               " TIPO " PA-BENEF-TIPO-CONTA
           MOVE PA-ULT-VALOR TO WS-VALOR-DISPLAY
           DISPLAY "  ULTIMO DESCONTO " PA-ULT-PERIODO
               " VALOR " WS-VALOR-DISPLAY
               " POR " PA-OPERADOR " EM " PA-ULT-ATUALIZACAO.

       9000-CLOSE-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PENSAO-FILE.
