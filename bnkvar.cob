           SELECT REMIT-FILE ASSIGN TO REMESSA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT RUBRICA-POSTING-FILE ASSIGN TO RUBLANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUBLANC-STATUS.
           SELECT PENSAO-FILE ASSIGN TO PENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-EMP-ID
               FILE STATUS IS WS-PENSAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           05  BX-REASON               PIC X(60).
       FD  REMIT-FILE.
       01  REMIT-LINE                 PIC X(80).
       FD  RUBRICA-POSTING-FILE.
           COPY RBLREC.
       FD  PENSAO-FILE.
           COPY PENREC.
       WORKING-STORAGE SECTION.
       01  WS-PAYSLIP-STATUS PIC XX VALUE "00".
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-BANK-VALID-SWITCH PIC X VALUE "Y".
           88 BANK-DATA-VALID VALUE "Y".
           88 BANK-DATA-INVALID VALUE "N".
       01  WS-RUBLANC-STATUS PIC XX VALUE "00".
       01  WS-RUBLANC-OPEN-SWITCH PIC X VALUE "N".
           88 RUBLANC-FILE-OPEN VALUE "Y".
       01  WS-RUBLANC-EOF-SWITCH PIC X VALUE "Y".
           88 END-OF-RUBLANC-FILE VALUE "Y".
       01  WS-POSTING-PENDING-SWITCH PIC X VALUE "N".
           88 POSTING-PENDING VALUE "Y".
       01  WS-PENSAO-STATUS PIC XX VALUE "00".
       01  WS-PENSAO-OPEN-SWITCH PIC X VALUE "N".
           88 PENSAO-FILE-OPEN VALUE "Y".
       01  WS-PEN-CODE                 PIC X(3) VALUE "PEN".

       01  WS-DETAIL-COUNT             PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(6) VALUE 0.
       01  WS-TOTAL-CREDITED           PIC 9(11)V99 VALUE 0.
       01  WS-PENSAO-COUNT             PIC 9(6) VALUE 0.
       01  WS-PENSAO-CREDITED          PIC 9(11)V99 VALUE 0.
       01  WS-NET-WORK                 PIC 9(6)V99 VALUE 0.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.

      *    Simplified CNAB remittance layout agreed with the bank:
      *    record type in column 1 (0 header, 1 detail, 9 trailer),
      *    fixed fields, space-filled to 240 bytes.  The credit
      *    type tells the employee's pay (S) from the alimony
      *    credited to a beneficiary (P) under the same EMP-ID.
       01  WS-CNAB-HEADER.
           05  FILLER                  PIC X(1)  VALUE "0".
           05  FILLER                  PIC X(8)  VALUE "REMESSA ".
           05  WS-CD-EMP-ID            PIC 9(6).
           05  WS-CD-NOME              PIC X(50).
           05  WS-CD-VALOR             PIC 9(11)V99.
           05  WS-CD-TIPO-CREDITO      PIC X(1).
           05  FILLER                  PIC X(149) VALUE SPACES.
       01  WS-CNAB-TRAILER.
           05  FILLER                  PIC X(1)  VALUE "9".
           05  WS-CT-COUNT             PIC 9(6).
           05  FILLER                  PIC X(28) VALUE
               "VALOR TOTAL CREDITADO:      ".
           05  WS-RT-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REMIT-PENSAO-COUNT-LINE.
           05  FILLER                  PIC X(28) VALUE
               "  DOS QUAIS PENSAO ALIMENT.:".
           05  WS-RP-COUNT             PIC ZZZ,ZZ9.
       01  WS-REMIT-PENSAO-TOTAL-LINE.
           05  FILLER                  PIC X(28) VALUE
               "  VALOR EM PENSAO ALIMENT.: ".
           05  WS-RP-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-REMIT-EXC-LINE.
           05  FILLER                  PIC X(28) VALUE
               "EXCECOES (NAO REMETIDOS):   ".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-OPEN-PENSAO-FILES
           PERFORM 1500-WRITE-CNAB-HEADER
           PERFORM UNTIL END-OF-PAYSLIP-FILE
               READ PAYSLIP-FILE
                   AT END SET END-OF-PAYSLIP-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-PROCESS-PAYSLIP
                       PERFORM 2500-CREDIT-PENSAO
               END-READ
           END-PERFORM
           PERFORM UNTIL NOT POSTING-PENDING
               PERFORM 2550-REJECT-ORPHAN-PENSAO
               PERFORM 1110-READ-RUBRICA-POSTING
           END-PERFORM
           PERFORM 4000-WRITE-CNAB-TRAILER
           PERFORM 5000-WRITE-REMIT-SUMMARY
           PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.

      *    The alimony withheld reaches BNKVAR as PEN postings on
      *    the run's RUBLANC, which VAR writes in the monthly,
      *    supplemental, vacation and second 13th installment runs:
      *    a missing file (the differences run has no PEN postings
      *    of its own) is a run with nothing to credit to
      *    beneficiaries.  The beneficiary's account comes from the
      *    order on PENMAST.
       1100-OPEN-PENSAO-FILES.
           OPEN INPUT RUBRICA-POSTING-FILE
           EVALUATE WS-RUBLANC-STATUS
               WHEN "00"
                   SET RUBLANC-FILE-OPEN TO TRUE
                   MOVE "N" TO WS-RUBLANC-EOF-SWITCH
                   PERFORM 1110-READ-RUBRICA-POSTING
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR RUBRICA-POSTING-FILE. "
                       "STATUS=" WS-RUBLANC-STATUS
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF RUBLANC-FILE-OPEN
               OPEN INPUT PENSAO-FILE
               EVALUATE WS-PENSAO-STATUS
                   WHEN "00"
                       SET PENSAO-FILE-OPEN TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ERRO AO ABRIR PENSAO-FILE. STATUS="
                           WS-PENSAO-STATUS
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       1110-READ-RUBRICA-POSTING.
           MOVE "N" TO WS-POSTING-PENDING-SWITCH
           IF NOT END-OF-RUBLANC-FILE
               READ RUBRICA-POSTING-FILE
                   AT END SET END-OF-RUBLANC-FILE TO TRUE
                   NOT AT END SET POSTING-PENDING TO TRUE
               END-READ
           END-IF.

       1500-WRITE-CNAB-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-CH-DATE
                   END-IF
           END-READ.

      *    RUBLANC runs in the payslips' EMP-ID order.  Postings of
      *    employees before this payslip have no payslip to credit;
      *    this employee's PEN postings each become a beneficiary
      *    credit, whatever happened to the employee's own credit.
       2500-CREDIT-PENSAO.
           PERFORM UNTIL NOT POSTING-PENDING
               OR RL-EMP-ID NOT < PS-EMP-ID
               PERFORM 2550-REJECT-ORPHAN-PENSAO
               PERFORM 1110-READ-RUBRICA-POSTING
           END-PERFORM
           PERFORM UNTIL NOT POSTING-PENDING
               OR RL-EMP-ID NOT = PS-EMP-ID
               IF RL-CODE = WS-PEN-CODE AND RL-AMOUNT > 0
                   PERFORM 3200-WRITE-PENSAO-DETAIL
               END-IF
               PERFORM 1110-READ-RUBRICA-POSTING
           END-PERFORM.

      *    A PEN posting with no payslip to go with it -- passed
      *    over by the match, or left after the last payslip -- is
      *    alimony withheld that this file does not credit, so it
      *    goes to the exception list for treasury to pay by hand.
       2550-REJECT-ORPHAN-PENSAO.
           IF RL-CODE = WS-PEN-CODE AND RL-AMOUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE RL-EMP-ID TO BX-EMP-ID
               MOVE SPACES TO BX-NOME
               MOVE "E05-PENSAO DESCONTADA SEM CONTRACHEQUE NA REMESSA"
                   TO BX-REASON
               PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2100-VALIDATE-BANK-DATA.
           SET BANK-DATA-VALID TO TRUE
           IF EMP-BANCO = ZERO OR EMP-AGENCIA = ZERO
           MOVE PS-NOME TO WS-CD-NOME
           MOVE PS-NET TO WS-NET-WORK
           MOVE WS-NET-WORK TO WS-CD-VALOR
           MOVE "S" TO WS-CD-TIPO-CREDITO
           PERFORM 3100-PUT-CNAB-DETAIL.

       3100-PUT-CNAB-DETAIL.
           MOVE WS-CNAB-DETAIL TO CNAB-RECORD
           WRITE CNAB-RECORD
           IF WS-CNAB-STATUS NOT = "00"
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-NET-WORK TO WS-TOTAL-CREDITED.

      *    The beneficiary credit carries the employee's EMP-ID, so
      *    the bank return still matches it back, but the
      *    beneficiary's name and account.  A withholding with no
      *    order on file or no valid account behind it goes to the
      *    exception list: the money was withheld and treasury has
      *    to pay it by hand.
       3200-WRITE-PENSAO-DETAIL.
           MOVE PS-EMP-ID TO PA-EMP-ID
           IF PENSAO-FILE-OPEN
               READ PENSAO-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               MOVE "35" TO WS-PENSAO-STATUS
           END-IF
           IF WS-PENSAO-STATUS NOT = "00"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE PS-EMP-ID TO BX-EMP-ID
               MOVE PS-NOME TO BX-NOME
               MOVE "E03-PENSAO DESCONTADA SEM ORDEM NO CADASTRO"
                   TO BX-REASON
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               IF PA-BENEF-BANCO = ZERO OR PA-BENEF-AGENCIA = ZERO
                       OR PA-BENEF-CONTA = ZERO
                       OR NOT (PA-BENEF-CORRENTE OR PA-BENEF-POUPANCA)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE PS-EMP-ID TO BX-EMP-ID
                   MOVE PS-NOME TO BX-NOME
                   MOVE "E04-DADOS BANCARIOS DO BENEFICIARIO INVALIDOS"
                       TO BX-REASON
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   MOVE PA-BENEF-BANCO TO WS-CD-BANCO
                   MOVE PA-BENEF-AGENCIA TO WS-CD-AGENCIA
                   MOVE PA-BENEF-CONTA TO WS-CD-CONTA
                   MOVE PA-BENEF-CONTA-DV TO WS-CD-CONTA-DV
                   MOVE PA-BENEF-TIPO-CONTA TO WS-CD-TIPO-CONTA
                   MOVE PS-EMP-ID TO WS-CD-EMP-ID
                   MOVE PA-BENEF-NOME TO WS-CD-NOME
                   MOVE RL-AMOUNT TO WS-NET-WORK
                   MOVE WS-NET-WORK TO WS-CD-VALOR
                   MOVE "P" TO WS-CD-TIPO-CREDITO
                   PERFORM 3100-PUT-CNAB-DETAIL
                   ADD 1 TO WS-PENSAO-COUNT
                   ADD WS-NET-WORK TO WS-PENSAO-CREDITED
               END-IF
           END-IF.

       4000-WRITE-CNAB-TRAILER.
           MOVE WS-DETAIL-COUNT TO WS-CT-COUNT
           MOVE WS-TOTAL-CREDITED TO WS-CT-TOTAL
           MOVE WS-TOTAL-CREDITED TO WS-RT-TOTAL
           MOVE WS-REMIT-TOTAL-LINE TO REMIT-LINE
           WRITE REMIT-LINE
           IF WS-PENSAO-COUNT > 0
               MOVE WS-PENSAO-COUNT TO WS-RP-COUNT
               MOVE WS-REMIT-PENSAO-COUNT-LINE TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE WS-PENSAO-CREDITED TO WS-RP-TOTAL
               MOVE WS-REMIT-PENSAO-TOTAL-LINE TO REMIT-LINE
               WRITE REMIT-LINE
           END-IF
           MOVE WS-EXCEPTION-COUNT TO WS-RE-COUNT
           MOVE WS-REMIT-EXC-LINE TO REMIT-LINE
           WRITE REMIT-LINE
           MOVE WS-REMIT-SIGNOFF-LINE TO REMIT-LINE
           WRITE REMIT-LINE
           DISPLAY "CREDITOS GERADOS: " WS-DETAIL-COUNT
               " EXCECOES: " WS-EXCEPTION-COUNT
           IF WS-PENSAO-COUNT > 0
               DISPLAY "CREDITOS DE PENSAO ALIMENTICIA: "
                   WS-PENSAO-COUNT
           END-IF.

       9000-CLOSE-FILES.
           CLOSE PAYSLIP-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE CNAB-FILE
           CLOSE EXCEPTION-FILE
           CLOSE REMIT-FILE
           IF RUBLANC-FILE-OPEN
               CLOSE RUBRICA-POSTING-FILE
               MOVE "N" TO WS-RUBLANC-OPEN-SWITCH
           END-IF
           IF PENSAO-FILE-OPEN
               CLOSE PENSAO-FILE
               MOVE "N" TO WS-PENSAO-OPEN-SWITCH
           END-IF.
