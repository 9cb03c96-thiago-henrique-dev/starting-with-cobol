           SELECT FGTS-DEPOSIT-FILE ASSIGN TO FGTSDEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS-STATUS.
           SELECT RUBRICA-POSTING-FILE ASSIGN TO RUBLANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUBLANC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-FILE.
           COPY GLPREC.
       FD  FGTS-DEPOSIT-FILE.
           COPY FGTREC.
       FD  RUBRICA-POSTING-FILE.
           COPY RBLREC.
       WORKING-STORAGE SECTION.
       01  WS-PAYSLIP-STATUS PIC XX VALUE "00".
       01  WS-EMP-STATUS PIC XX VALUE "00".
           88 END-OF-PAYSLIP-FILE VALUE "Y".
       01  WS-FOUND-SWITCH PIC X VALUE "N".
           88 DEPT-ENTRY-FOUND VALUE "Y".
       01  WS-RUBLANC-STATUS PIC XX VALUE "00".
       01  WS-RUBLANC-OPEN-SWITCH PIC X VALUE "N".
           88 RUBLANC-FILE-OPEN VALUE "Y".
       01  WS-RUBLANC-EOF-SWITCH PIC X VALUE "Y".
           88 END-OF-RUBLANC-FILE VALUE "Y".
       01  WS-POSTING-PENDING-SWITCH PIC X VALUE "N".
           88 POSTING-PENDING VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X VALUE "N".
           88 ACCT-ENTRY-FOUND VALUE "Y".

       01  WS-PAYSLIP-COUNT            PIC 9(6) VALUE 0.
       01  WS-WORK-DEPTO               PIC X(4) VALUE SPACES.
       01  WS-INSS-WORK                PIC 9(6)V99 VALUE 0.
       01  WS-IRRF-WORK                PIC 9(6)V99 VALUE 0.
       01  WS-FGTS-WORK                PIC 9(6)V99 VALUE 0.
       01  WS-FGTS-BASE                PIC 9(6)V99 VALUE 0.
       01  WS-PATRONAL-BASE            PIC 9(6)V99 VALUE 0.
       01  WS-FORA-FGTS                PIC 9(6)V99 VALUE 0.
       01  WS-MATCH-EMP-ID             PIC 9(7) VALUE 0.
       01  WS-POSTING-COUNT            PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-RUN-TYPE                 PIC X(8) VALUE SPACES.

      *    Employer-side rates: the patronal INSS over the run's
      *    INSS base and the per-employee FGTS deposit over the
      *    FGTS base.  The 13th and
      *    vacation provisions are the monthly twelfth of the same
      *    gross, the vacation one grossed up by the constitutional
      *    third.
               10  WS-DT-IRRF          PIC 9(9)V99.
               10  WS-DT-COUNT         PIC 9(6).
               10  WS-DT-FGTS          PIC 9(9)V99.
               10  WS-DT-INSS-BASE     PIC 9(9)V99.

      *    Movement postings summarized per cost center, GL account
      *    and nature (P earning, D deduction).
       01  WS-ACCT-MAX                 PIC 9(4) VALUE 2000.
       01  WS-ACCT-USED                PIC 9(4) VALUE 0.
       01  WS-ACCT-IDX                 PIC 9(4) VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-DEPTO         PIC X(4).
               10  WS-AT-CONTA         PIC X(12).
               10  WS-AT-NATUREZA      PIC X(1).
               10  WS-AT-VALOR         PIC 9(9)V99.
               10  WS-AT-COUNT         PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAIN.
                       PERFORM 2000-ACCUMULATE-PAYSLIP
               END-READ
           END-PERFORM
           MOVE 9999999 TO WS-MATCH-EMP-ID
           PERFORM 2100-POST-ORPHAN-POSTINGS
           PERFORM 4000-WRITE-POSTING-FILE
           DISPLAY "HOLERITES LIDOS: " WS-PAYSLIP-COUNT
               " CENTROS DE CUSTO LANCADOS: " WS-DEPT-USED
           DISPLAY "LANCAMENTOS DE RUBRICAS: " WS-POSTING-COUNT
               " CONTAS LANCADAS: " WS-ACCT-USED
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "AVISO: LANCAMENTOS SEM HOLERITE (INDF): "
                   WS-ORPHAN-COUNT
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-OPEN-RUBRICA-POSTINGS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD.

      *    VAR writes postings in the monthly run (movements,
      *    consignado installments and alimony), the supplemental
      *    run (consignado installments and alimony) and the
      *    vacation and second 13th installment runs (alimony), and
      *    DISVAR its D13 postings; a missing file just means the
      *    FGTS base is the gross.
       1100-OPEN-RUBRICA-POSTINGS.
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
           END-EVALUATE.

       1110-READ-RUBRICA-POSTING.
           MOVE "N" TO WS-POSTING-PENDING-SWITCH
           IF NOT END-OF-RUBLANC-FILE
               READ RUBRICA-POSTING-FILE
                   AT END SET END-OF-RUBLANC-FILE TO TRUE
                   NOT AT END SET POSTING-PENDING TO TRUE
               END-READ
           END-IF.

      *    The cost center comes off the employee master; a payslip
      *    whose employee has since left the master (or who carries
      *    a blank department) is summarized under INDF so no money
      *    ever drops out of the posting file.
       2000-ACCUMULATE-PAYSLIP.
           MOVE PS-EMP-ID TO WS-MATCH-EMP-ID
           PERFORM 2100-POST-ORPHAN-POSTINGS
           MOVE PS-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                       MOVE EMP-DEPTO TO WS-WORK-DEPTO
                   END-IF
           END-READ
           MOVE PS-RUN-TYPE TO WS-RUN-TYPE
           MOVE PS-GROSS TO WS-GROSS-WORK
           MOVE PS-INSS TO WS-INSS-WORK
           MOVE PS-IRRF TO WS-IRRF-WORK
           ADD WS-INSS-WORK TO WS-DT-INSS (WS-DEPT-IDX)
           ADD WS-IRRF-WORK TO WS-DT-IRRF (WS-DEPT-IDX)
           ADD 1 TO WS-DT-COUNT (WS-DEPT-IDX)
           PERFORM 2200-MATCH-POSTINGS
           ADD WS-PATRONAL-BASE TO WS-DT-INSS-BASE (WS-DEPT-IDX)
           PERFORM 3000-WRITE-FGTS-DEPOSIT.

      *    Postings come in the payslips' EMP-ID order.  One with no
      *    payslip behind it should never happen; if it does, it is
      *    posted under INDF like a payslip without a center, so no
      *    money drops out of the intake.
       2100-POST-ORPHAN-POSTINGS.
           PERFORM UNTIL NOT POSTING-PENDING
               OR RL-EMP-ID NOT < WS-MATCH-EMP-ID
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE "INDF" TO WS-WORK-DEPTO
               PERFORM 2500-FIND-DEPT-ENTRY
               PERFORM 2300-ADD-ACCOUNT-POSTING
               PERFORM 1110-READ-RUBRICA-POSTING
           END-PERFORM.

      *    The employee's postings are summed by account under the
      *    employee's center, and the codes outside the FGTS base
      *    come off the gross to give the FGTS deposit base.  The
      *    patronal INSS is taken over the INSS base the payslip
      *    carries, the one the employee's INSS was taken over: the
      *    gross less the codes outside it, nothing on the first 13th
      *    installment and the whole 13th -- not just the second
      *    installment's gross -- on the second, the same base
      *    PAYHIST holds for TRBVAR to reconcile.
       2200-MATCH-POSTINGS.
           MOVE 0 TO WS-FORA-FGTS
           PERFORM UNTIL NOT POSTING-PENDING
               OR RL-EMP-ID NOT = PS-EMP-ID
               IF RL-TYPE-EARNING
                   IF NOT RL-INCIDE-FGTS-SIM
                       ADD RL-AMOUNT TO WS-FORA-FGTS
                   END-IF
               ELSE
                   IF RL-INCIDE-FGTS-SIM
                       ADD RL-AMOUNT TO WS-FORA-FGTS
                   END-IF
               END-IF
               PERFORM 2300-ADD-ACCOUNT-POSTING
               PERFORM 1110-READ-RUBRICA-POSTING
           END-PERFORM
           IF WS-FORA-FGTS > WS-GROSS-WORK
               MOVE 0 TO WS-FGTS-BASE
           ELSE
               SUBTRACT WS-FORA-FGTS FROM WS-GROSS-WORK
                   GIVING WS-FGTS-BASE
           END-IF
           MOVE PS-INSS-BASE TO WS-PATRONAL-BASE.

       2300-ADD-ACCOUNT-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED
               OR ACCT-ENTRY-FOUND
               IF WS-AT-DEPTO (WS-ACCT-IDX) = WS-WORK-DEPTO
                   AND WS-AT-CONTA (WS-ACCT-IDX) = RL-CONTA-GL
                   AND WS-AT-NATUREZA (WS-ACCT-IDX) = RL-TYPE
                   SET ACCT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF ACCT-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ACCT-IDX
           ELSE
               IF WS-ACCT-USED >= WS-ACCT-MAX
                   DISPLAY "ERRO: TABELA DE CONTAS DE RUBRICAS CHEIA. "
                       "LIMITE=" WS-ACCT-MAX
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-IDX
               MOVE WS-WORK-DEPTO TO WS-AT-DEPTO (WS-ACCT-IDX)
               MOVE RL-CONTA-GL TO WS-AT-CONTA (WS-ACCT-IDX)
               MOVE RL-TYPE TO WS-AT-NATUREZA (WS-ACCT-IDX)
               MOVE ZEROS TO WS-AT-VALOR (WS-ACCT-IDX)
               MOVE ZEROS TO WS-AT-COUNT (WS-ACCT-IDX)
           END-IF
           ADD RL-AMOUNT TO WS-AT-VALOR (WS-ACCT-IDX)
           ADD 1 TO WS-AT-COUNT (WS-ACCT-IDX).

      *    The FGTS deposit is rounded per employee, because the
      *    recolhimento is filed per worker; the department total
      *    accumulates the rounded deposits, so the ENCG posting
      *    ties to the deposit file to the centavo.
       3000-WRITE-FGTS-DEPOSIT.
           COMPUTE WS-FGTS-WORK ROUNDED =
               WS-FGTS-BASE * WS-FGTS-RATE
           ADD WS-FGTS-WORK TO WS-DT-FGTS (WS-DEPT-IDX)
           MOVE PS-EMP-ID TO FG-EMP-ID
           MOVE WS-RUN-PERIOD TO FG-PERIOD
           MOVE PS-RUN-TYPE TO FG-RUN-TYPE
           MOVE PS-NOME TO FG-NOME
           MOVE WS-FGTS-BASE TO FG-GROSS
           MOVE WS-FGTS-WORK TO FG-DEPOSIT
           WRITE FGTS-DEPOSIT-RECORD
           IF WS-FGTS-STATUS NOT = "00"
               MOVE ZEROS TO WS-DT-IRRF (WS-DEPT-IDX)
               MOVE ZEROS TO WS-DT-COUNT (WS-DEPT-IDX)
               MOVE ZEROS TO WS-DT-FGTS (WS-DEPT-IDX)
               MOVE ZEROS TO WS-DT-INSS-BASE (WS-DEPT-IDX)
           END-IF.

      *    Two records per cost center: the FOLH record with the
      *    employee-side figures finance always received, then the
      *    ENCG record with the employer cost -- patronal INSS over
      *    the INSS base, the FGTS deposits summed per employee,
      *    and the 1/12 provisions for 13th salary and vacation
      *    plus one third -- so month-end close books the full cost
      *    from the intake instead of a spreadsheet percentage.
               MOVE ZEROS TO GL-FGTS
               MOVE ZEROS TO GL-PROV-DECIMO
               MOVE ZEROS TO GL-PROV-FERIAS
               MOVE SPACES TO GL-CONTA
               MOVE SPACES TO GL-NATUREZA
               MOVE ZEROS TO GL-VALOR
               PERFORM 4100-WRITE-POSTING-RECORD
               SET GL-TYPE-ENCARGOS TO TRUE
               MOVE ZEROS TO GL-GROSS
               MOVE ZEROS TO GL-INSS
               MOVE ZEROS TO GL-IRRF
               COMPUTE GL-PATRONAL ROUNDED =
                   WS-DT-INSS-BASE (WS-DEPT-IDX) * WS-PATRONAL-RATE
               MOVE WS-DT-FGTS (WS-DEPT-IDX) TO GL-FGTS
               COMPUTE GL-PROV-DECIMO ROUNDED =
                   WS-DT-GROSS (WS-DEPT-IDX) / 12
               COMPUTE GL-PROV-FERIAS ROUNDED =
                   (WS-DT-GROSS (WS-DEPT-IDX) / 12) * 4 / 3
               PERFORM 4100-WRITE-POSTING-RECORD
               PERFORM 4200-WRITE-ACCOUNT-RECORDS
           END-PERFORM.

      *    The center's RUBR records, one per GL account and nature,
      *    follow its FOLH and ENCG pair.
       4200-WRITE-ACCOUNT-RECORDS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED
               IF WS-AT-DEPTO (WS-ACCT-IDX) = WS-DT-DEPTO (WS-DEPT-IDX)
                   SET GL-TYPE-RUBRICA TO TRUE
                   MOVE WS-DT-DEPTO (WS-DEPT-IDX) TO GL-DEPTO
                   MOVE ZEROS TO GL-GROSS
                   MOVE ZEROS TO GL-INSS
                   MOVE ZEROS TO GL-IRRF
                   MOVE WS-AT-COUNT (WS-ACCT-IDX) TO GL-COUNT
                   MOVE ZEROS TO GL-PATRONAL
                   MOVE ZEROS TO GL-FGTS
                   MOVE ZEROS TO GL-PROV-DECIMO
                   MOVE ZEROS TO GL-PROV-FERIAS
                   MOVE WS-AT-CONTA (WS-ACCT-IDX) TO GL-CONTA
                   MOVE WS-AT-NATUREZA (WS-ACCT-IDX) TO GL-NATUREZA
                   MOVE WS-AT-VALOR (WS-ACCT-IDX) TO GL-VALOR
                   PERFORM 4100-WRITE-POSTING-RECORD
               END-IF
           END-PERFORM.

       4100-WRITE-POSTING-RECORD.
           MOVE WS-RUN-PERIOD TO GL-PERIOD
           MOVE WS-RUN-TYPE TO GL-RUN-TYPE
           WRITE GL-POSTING-RECORD
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR GL-POSTING-FILE. STATUS="
           CLOSE PAYSLIP-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE GL-POSTING-FILE
           CLOSE FGTS-DEPOSIT-FILE
           IF RUBLANC-FILE-OPEN
               CLOSE RUBRICA-POSTING-FILE
               MOVE "N" TO WS-RUBLANC-OPEN-SWITCH
           END-IF.
