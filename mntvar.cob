       01  WS-RUNCTL-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-OVERRIDE-OPTION PIC X VALUE SPACE.
       01  WS-ADMISSAO-INPUT PIC 9(8) VALUE ZEROS.
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO-INPUT.
           05  WS-ADM-YEAR             PIC 9(4).
           05  WS-ADM-MONTH            PIC 9(2).
           05  WS-ADM-DAY              PIC 9(2).
       COPY EMPREC REPLACING EMPLOYEE-RECORD BY WS-BEFORE-RECORD
           EMP-ID BY WS-BEFORE-ID
           EMP-NOME BY WS-BEFORE-NOME
           EMP-COMPENSATION BY WS-BEFORE-COMPENSATION
           EMP-SALARIO BY WS-BEFORE-SALARIO
           EMP-RATE BY WS-BEFORE-RATE
           EMP-BANCO BY WS-BEFORE-BANCO
           EMP-AGENCIA BY WS-BEFORE-AGENCIA
           EMP-CONTA-DV BY WS-BEFORE-CONTA-DV
           EMP-CONTA-POUPANCA BY WS-BEFORE-CONTA-POUPANCA
           EMP-CONTA BY WS-BEFORE-CONTA
           EMP-TIPO-CONTA BY WS-BEFORE-TIPO-CONTA
           EMP-DEPTO BY WS-BEFORE-DEPTO
           EMP-ADMISSAO BY WS-BEFORE-ADMISSAO.

       PROCEDURE DIVISION.
      *    The operator is identified before the files open: the
               DISPLAY "TIPO INVALIDO. DEVE SER S OU H."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "DATA DE ADMISSAO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-ADMISSAO-INPUT
           PERFORM 4600-VALIDATE-ADMISSAO
           MOVE WS-ADMISSAO-INPUT TO EMP-ADMISSAO
           IF INPUT-IS-VALID
               IF EMP-TYPE-HOURLY
                   MOVE ZEROS TO EMP-COMPENSATION-AREA
                   DISPLAY "TAXA/HORA: " WITH NO ADVANCING
                   ACCEPT EMP-RATE
               ELSE
                   DISPLAY "SALARIO: " WITH NO ADVANCING
                   ACCEPT EMP-SALARIO
                       DISPLAY "FUNCIONARIO INCLUIDO COM SUCESSO."
                       MOVE "A" TO WS-HIST-ACTION
                       MOVE SPACES TO HS-BEFORE-IMAGE
                       MOVE SPACES TO HS-BEFORE-IMAGE-EXT
                       MOVE EMPLOYEE-RECORD TO HS-AFTER-IMAGE
                       MOVE EMPLOYEE-RECORD (101:) TO HS-AFTER-IMAGE-EXT
                       PERFORM 8000-WRITE-HISTORY
                       PERFORM 8100-CLEAR-OPEN-REJECTS
               END-WRITE
           ACCEPT EMP-DEPTO
           MOVE FUNCTION UPPER-CASE(EMP-DEPTO) TO EMP-DEPTO.

      *    The admission date drives the pro-rated first month, the
      *    13th-salary avos and the termination settlement, so it
      *    must be a real calendar date no later than today: the
      *    day has to exist in its month, 29 February only in a
      *    leap year.  An entry that is not numeric is taken as
      *    zeros, which no calendar test passes.
       4600-VALIDATE-ADMISSAO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF WS-ADMISSAO-INPUT NOT NUMERIC
               MOVE ZEROS TO WS-ADMISSAO-INPUT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ADMISSAO-INPUT) NOT = 0
               OR WS-ADM-YEAR < 1900
               OR WS-ADMISSAO-INPUT > WS-CDT-DATE
               DISPLAY "DATA DE ADMISSAO INVALIDA. USE AAAAMMDD, "
                   "NAO POSTERIOR A HOJE."
               SET INPUT-IS-INVALID TO TRUE
           END-IF.

       5000-CHANGE-EMPLOYEE.
           DISPLAY "EMP-ID: " WITH NO ADVANCING
           ACCEPT EMP-ID
           DISPLAY "IDADE: " WS-BEFORE-IDADE
           IF WS-BEFORE-TYPE-HOURLY
               DISPLAY "TAXA/HORA: " WS-BEFORE-RATE
           ELSE
               DISPLAY "SALARIO: " WS-BEFORE-SALARIO
           END-IF
               " CONTA: " WS-BEFORE-CONTA "-" WS-BEFORE-CONTA-DV
               " TIPO: " WS-BEFORE-TIPO-CONTA
           DISPLAY "DEPARTAMENTO: " WS-BEFORE-DEPTO
           DISPLAY "ADMISSAO: " WS-BEFORE-ADMISSAO
           DISPLAY "NOVO NOME: " WITH NO ADVANCING
           ACCEPT EMP-NOME
           DISPLAY "NOVA IDADE: " WITH NO ADVANCING
               DISPLAY "TIPO INVALIDO. DEVE SER S OU H."
               SET INPUT-IS-INVALID TO TRUE
           END-IF
           DISPLAY "NOVA DATA DE ADMISSAO (AAAAMMDD, 0=MANTER): "
               WITH NO ADVANCING
           ACCEPT WS-ADMISSAO-INPUT
           IF WS-ADMISSAO-INPUT = ZEROS
               MOVE WS-BEFORE-ADMISSAO TO EMP-ADMISSAO
           ELSE
               PERFORM 4600-VALIDATE-ADMISSAO
               MOVE WS-ADMISSAO-INPUT TO EMP-ADMISSAO
           END-IF
           IF INPUT-IS-VALID
               IF EMP-TYPE-HOURLY
                   MOVE ZEROS TO EMP-COMPENSATION-AREA
                   DISPLAY "NOVA TAXA/HORA: " WITH NO ADVANCING
                   ACCEPT EMP-RATE
               ELSE
                   DISPLAY "NOVO SALARIO: " WITH NO ADVANCING
                   ACCEPT EMP-SALARIO
                       DISPLAY "IDADE: " EMP-IDADE
                       IF EMP-TYPE-HOURLY
                           DISPLAY "TAXA/HORA: " EMP-RATE
                       ELSE
                           DISPLAY "SALARIO: " EMP-SALARIO
                       END-IF
                           " CONTA: " EMP-CONTA "-" EMP-CONTA-DV
                           " TIPO: " EMP-TIPO-CONTA
                       DISPLAY "DEPARTAMENTO: " EMP-DEPTO
                       DISPLAY "ADMISSAO: " EMP-ADMISSAO
                       MOVE "C" TO WS-HIST-ACTION
                       MOVE WS-BEFORE-RECORD TO HS-BEFORE-IMAGE
                       MOVE WS-BEFORE-RECORD (101:)
                           TO HS-BEFORE-IMAGE-EXT
                       MOVE EMPLOYEE-RECORD TO HS-AFTER-IMAGE
                       MOVE EMPLOYEE-RECORD (101:) TO HS-AFTER-IMAGE-EXT
                       PERFORM 8000-WRITE-HISTORY
                       PERFORM 8100-CLEAR-OPEN-REJECTS
               END-REWRITE
                           DISPLAY "FUNCIONARIO EXCLUIDO COM SUCESSO."
                           MOVE "D" TO WS-HIST-ACTION
                           MOVE WS-BEFORE-RECORD TO HS-BEFORE-IMAGE
                           MOVE WS-BEFORE-RECORD (101:)
                               TO HS-BEFORE-IMAGE-EXT
                           MOVE SPACES TO HS-AFTER-IMAGE
                           MOVE SPACES TO HS-AFTER-IMAGE-EXT
                           PERFORM 8000-WRITE-HISTORY
                   END-DELETE
           END-READ.
                   DISPLAY "IDADE: " EMP-IDADE
                   IF EMP-TYPE-HOURLY
                       DISPLAY "TAXA/HORA: " EMP-RATE
                   ELSE
                       DISPLAY "SALARIO: " EMP-SALARIO
                   END-IF
                       " CONTA: " EMP-CONTA "-" EMP-CONTA-DV
                       " TIPO: " EMP-TIPO-CONTA
                   DISPLAY "DEPARTAMENTO: " EMP-DEPTO
                   DISPLAY "ADMISSAO: " EMP-ADMISSAO
           END-READ.

      *    The caller sets WS-HIST-ACTION and the before/after
