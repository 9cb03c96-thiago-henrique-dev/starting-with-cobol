           SELECT MOVEMENTS-FILE ASSIGN TO MOVIMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT PONTO-FILE ASSIGN TO PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.
           SELECT SUPL-ID-FILE ASSIGN TO SUPLIDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT VACATION-FILE ASSIGN TO FERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FV-KEY
               FILE STATUS IS WS-VACATION-STATUS.
           SELECT RUBRICA-FILE ASSIGN TO RUBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RB-CODE
               FILE STATUS IS WS-RUBRICA-STATUS.
           SELECT RUBRICA-POSTING-FILE ASSIGN TO RUBLANC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT CONSIGNADO-FILE ASSIGN TO CNSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONSIGNADO-STATUS.
           SELECT PENSAO-FILE ASSIGN TO PENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-EMP-ID
               FILE STATUS IS WS-PENSAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY TAXREC.
       FD  MOVEMENTS-FILE.
           COPY MOVREC.
       FD  PONTO-FILE.
           COPY PNTREC.
       FD  SUPL-ID-FILE.
       01  SUPL-ID-LINE               PIC X(80).
       FD  YTD-FILE.
           COPY PHSREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       FD  VACATION-FILE.
           COPY FERREC.
       FD  RUBRICA-FILE.
           COPY RUBREC.
       FD  RUBRICA-POSTING-FILE.
           COPY RBLREC.
       FD  CONSIGNADO-FILE.
           COPY CNSREC.
       FD  PENSAO-FILE.
           COPY PENREC.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-PAYSLIP-STATUS PIC XX VALUE "00".
           05  WS-IRRF-BASE            PIC 9(6)V99.
           05  WS-IRRF-DED             PIC 9(6)V99.
           05  WS-NET-PAY              PIC 9(6)V99.
           05  WS-DECIMO-BASE          PIC 9(6)V99.
           05  WS-OUTROS-DED           PIC 9(6)V99.
           05  WS-PEN-VALOR            PIC 9(6)V99.

      *    Admission date broken out for the pro-rated admission
      *    month and the 13th-salary avos.  Days are counted on the
      *    30-day commercial month, so a day 31 counts as 30.
       01  WS-ADMISSAO-WORK            PIC 9(8) VALUE 0.
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO-WORK.
           05  WS-ADM-PERIOD           PIC 9(6).
           05  WS-ADM-PERIOD-R REDEFINES WS-ADM-PERIOD.
               10  WS-ADM-YEAR         PIC 9(4).
               10  WS-ADM-MONTH        PIC 9(2).
           05  WS-ADM-DAY              PIC 9(2).
       01  WS-ADMISSAO-SWITCH PIC X VALUE "N".
           88 ADMISSAO-INFORMADA VALUE "Y".
       01  WS-DIAS-ADMISSAO            PIC 9(2) VALUE 0.
       01  WS-DECIMO-AVOS              PIC 9(2) VALUE 0.

      *    Vacation ledger lookup.  A FERIAS run pays the fraction
      *    scheduled to start in the run month (its key is kept for
      *    the ledger update after the payslip); the monthly run
      *    discounts the days of the month spent on a fraction
      *    already paid.  Days are counted on the 30-day month.  A
      *    fraction starting after the end of its concessive period
      *    is paid in double.
       01  WS-VACATION-STATUS PIC XX VALUE "00".
       01  WS-VACATION-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VACATION-SCAN VALUE "Y".
       01  WS-FERIAS-SWITCH PIC X VALUE "N".
           88 FERIAS-PROGRAMADAS VALUE "Y".
       01  WS-FERIAS-DOBRO-SWITCH PIC X VALUE "N".
           88 FERIAS-EM-DOBRO VALUE "Y".
       01  WS-NOT-PAID-SWITCH PIC X VALUE "N".
           88 EMPLOYEE-NOT-PAID-THIS-RUN VALUE "Y".
       01  WS-FERIAS-KEY.
           05  WS-FERIAS-EMP-ID        PIC 9(6).
           05  WS-FERIAS-INICIO        PIC 9(8).
       01  WS-FERIAS-DIAS              PIC 9(2) VALUE 0.
       01  WS-DIAS-FERIAS-MES          PIC 9(2) VALUE 0.
       01  WS-DIAS-TRABALHADOS         PIC 9(2) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(6) VALUE 0.
       01  WS-DATE-WORK                PIC 9(8) VALUE 0.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-PERIOD            PIC 9(6).
           05  WS-DW-PERIOD-R REDEFINES WS-DW-PERIOD.
               10  WS-DW-YEAR          PIC 9(4).
               10  WS-DW-MONTH         PIC 9(2).
           05  WS-DW-DAY               PIC 9(2).
       01  WS-RECORD-DAYS              PIC 9(8) VALUE 0.
       01  WS-FRACAO-INICIO-DAYS       PIC 9(8) VALUE 0.
       01  WS-FRACAO-FIM-DAYS          PIC 9(8) VALUE 0.
       01  WS-MES-INICIO-DAYS          PIC 9(8) VALUE 0.
       01  WS-MES-FIM-DAYS             PIC 9(8) VALUE 0.

      *    INSS bracket table -- progressive rate with parcela a
      *    deduzir, loaded from TAX-TABLE-FILE by 1100-LOAD-TAX-TABLES
       01  WS-MOV-EARNINGS             PIC 9(6)V99 VALUE 0.
       01  WS-MOV-DEDUCTIONS           PIC 9(6)V99 VALUE 0.
       01  WS-MOV-DEPENDENTS           PIC 9(2) VALUE 0.
      *    Earnings paid outside the INSS/IRRF base, and deductions
      *    that reduce it, per the incidence on the rubrica master.
       01  WS-MOV-ISENTO-INSS          PIC 9(6)V99 VALUE 0.
       01  WS-MOV-ISENTO-IRRF          PIC 9(6)V99 VALUE 0.
       01  WS-MOV-REDUTOR-INSS         PIC 9(6)V99 VALUE 0.
       01  WS-MOV-REDUTOR-IRRF         PIC 9(6)V99 VALUE 0.
       01  WS-MOV-REJECTED-COUNT       PIC 9(6) VALUE 0.
       01  WS-MOV-REJECT-CAUSE PIC X VALUE SPACE.
           88 MOV-CAUSE-EMP-REJECTED VALUE "R".
           88 MOV-CAUSE-OVER-LIMIT VALUE "L".
           88 MOV-CAUSE-NOT-PAID VALUE "F".
       01  WS-MATCHED-MOV-MAX          PIC 9(2) VALUE 50.
       01  WS-MATCHED-MOV-USED         PIC 9(2) VALUE 0.
       01  WS-MATCHED-MOV-IDX          PIC 9(2) VALUE 0.
               10  WS-MM-CODE          PIC X(3).
               10  WS-MM-TYPE          PIC X(1).
               10  WS-MM-AMOUNT        PIC 9(6)V9(2).
               10  WS-MM-INCIDE-INSS   PIC X(1).
               10  WS-MM-INCIDE-IRRF   PIC X(1).
               10  WS-MM-INCIDE-FGTS   PIC X(1).
               10  WS-MM-CONTA-GL      PIC X(12).

      *    Certified time-clock (ponto) hours of hourly employees.
      *    The monthly run matches the file in EMP-ID sequence like
      *    the movements; a supplemental run loads it into the table
      *    below, a later record for the same EMP-ID (a correction
      *    certified after the monthly run) replacing the earlier
      *    one.  The matched hours are kept here for the employee
      *    being paid.  Overtime is paid at 50% and 100% over the
      *    rate, and night hours -- already counted among the hours
      *    worked -- earn the 20% night adicional on top.  The 13th
      *    and vacation runs price an hourly employee at the rate
      *    times the reference month of 220 hours.
       01  WS-PONTO-STATUS PIC XX VALUE "00".
       01  WS-PONTO-EOF-SWITCH PIC X VALUE "Y".
           88 END-OF-PONTO-FILE VALUE "Y".
       01  WS-PONTO-PENDING-SWITCH PIC X VALUE "N".
           88 PONTO-PENDING VALUE "Y".
       01  WS-PONTO-OPEN-SWITCH PIC X VALUE "N".
           88 PONTO-FILE-OPEN VALUE "Y".
       01  WS-PONTO-FOUND-SWITCH PIC X VALUE "N".
           88 PONTO-ENCONTRADO VALUE "Y".
       01  WS-SEM-PONTO-SWITCH PIC X VALUE "N".
           88 HORISTA-SEM-PONTO VALUE "Y".
       01  WS-PONTO-HORAS.
           05  WS-PH-NORMAIS           PIC 9(3)V99.
           05  WS-PH-EXTRA-50          PIC 9(3)V99.
           05  WS-PH-EXTRA-100         PIC 9(3)V99.
           05  WS-PH-NOTURNAS          PIC 9(3)V99.
           05  WS-PH-DSR               PIC 9(3)V99.
       01  WS-HORAS-MES-REFERENCIA     PIC 9(3) VALUE 220.
       01  WS-FATOR-EXTRA-50           PIC 9V99 VALUE 1.50.
       01  WS-FATOR-EXTRA-100          PIC 9V99 VALUE 2.00.
       01  WS-ADICIONAL-NOTURNO        PIC V99 VALUE .20.
       01  WS-PONTO-MAX                PIC 9(4) VALUE 1000.
       01  WS-PONTO-USED               PIC 9(4) VALUE 0.
       01  WS-PONTO-IDX                PIC 9(4) VALUE 0.
       01  WS-PONTO-TABLE.
           05  WS-PONTO-ENTRY OCCURS 1000 TIMES.
               10  WS-PE-EMP-ID        PIC 9(6).
               10  WS-PE-HORAS         PIC X(25).

      *    Rubrica master, loaded at open in every run but the
      *    first 13th installment: the type, the INSS/IRRF/FGTS
      *    incidence and the GL account of every code.  Each
      *    movement applied to a paid employee is written to
      *    RUBLANC for GLVAR; the file is written by every run, if
      *    only empty, so the BNKVAR and GLVAR steps always find it.
       01  WS-RUBRICA-STATUS PIC XX VALUE "00".
       01  WS-RUBRICA-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-RUBRICA-FILE VALUE "Y".
       01  WS-RUBRICA-FOUND-SWITCH PIC X VALUE "N".
           88 RUBRICA-FOUND VALUE "Y".
       01  WS-POSTING-STATUS PIC XX VALUE "00".
       01  WS-POSTING-OPEN-SWITCH PIC X VALUE "N".
           88 POSTING-FILE-OPEN VALUE "Y".
       01  WS-RUBRICA-MAX              PIC 9(3) VALUE 200.
       01  WS-RUBRICA-USED             PIC 9(3) VALUE 0.
       01  WS-RUBRICA-IDX              PIC 9(3) VALUE 0.
       01  WS-RUBRICA-TABLE.
           05  WS-RUBRICA-ENTRY OCCURS 200 TIMES.
               10  WS-RT-CODE          PIC X(3).
               10  WS-RT-TYPE          PIC X(1).
               10  WS-RT-INCIDE-INSS   PIC X(1).
               10  WS-RT-INCIDE-IRRF   PIC X(1).
               10  WS-RT-INCIDE-FGTS   PIC X(1).
               10  WS-RT-CONTA-GL      PIC X(12).
               10  WS-RT-SITUACAO      PIC X(1).

      *    Consignado loan contracts of the employee being paid, in
      *    key order, with what this run deducts from each.  The
      *    ledger is only updated from this table after the payslip
      *    is written.  The postings go to RUBLANC under the CNS
      *    rubrica.
       01  WS-CONSIGNADO-STATUS PIC XX VALUE "00".
       01  WS-CONSIGNADO-OPEN-SWITCH PIC X VALUE "N".
           88 CONSIGNADO-FILE-OPEN VALUE "Y".
       01  WS-CONSIGNADO-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CONSIGNADO-SCAN VALUE "Y".
       01  WS-CNS-CODE                 PIC X(3) VALUE "CNS".
       01  WS-CNS-RUBRICA-IDX          PIC 9(3) VALUE 0.
       01  WS-CNS-MARGEM-PERCENTUAL    PIC V99 VALUE .35.
       01  WS-CNS-LIQUIDO              PIC 9(6)V99 VALUE 0.
       01  WS-CNS-MARGEM               PIC 9(6)V99 VALUE 0.
       01  WS-CNS-DISPONIVEL           PIC 9(6)V99 VALUE 0.
       01  WS-CNS-TOTAL                PIC 9(6)V99 VALUE 0.
       01  WS-CNS-PAGAS-BASE           PIC 9(3) VALUE 0.
       01  WS-CNS-VALOR-DISPLAY        PIC ZZZ,ZZ9.99.
       01  WS-CNS-REDUZIDAS-COUNT      PIC 9(6) VALUE 0.
       01  WS-CNS-SUSPENSAS-COUNT      PIC 9(6) VALUE 0.
       01  WS-CNS-MAX                  PIC 9(2) VALUE 10.
       01  WS-CNS-USED                 PIC 9(2) VALUE 0.
       01  WS-CNS-IDX                  PIC 9(2) VALUE 0.
       01  WS-CNS-TABLE.
           05  WS-CNS-ENTRY OCCURS 10 TIMES.
               10  WS-CT-BANCO         PIC 9(3).
               10  WS-CT-CONTRATO      PIC X(15).
               10  WS-CT-PAGAS         PIC 9(3).
               10  WS-CT-VALOR         PIC 9(6)V9(2).
               10  WS-CT-OCORRENCIA    PIC X(1).

      *    Alimony order of the employee being paid, in every run
      *    but the first 13th installment.  The amount withheld
      *    (WS-PEN-VALOR) comes off the IRRF base, joins outros on
      *    the payslip and goes to RUBLANC under the PEN rubrica for
      *    BNKVAR to credit to the beneficiary.
       01  WS-PENSAO-STATUS PIC XX VALUE "00".
       01  WS-PENSAO-OPEN-SWITCH PIC X VALUE "N".
           88 PENSAO-FILE-OPEN VALUE "Y".
       01  WS-PEN-CODE                 PIC X(3) VALUE "PEN".
       01  WS-PEN-RUBRICA-IDX          PIC 9(3) VALUE 0.
       01  WS-PEN-LIQUIDO              PIC 9(6)V99 VALUE 0.
       01  WS-PEN-LIMITE               PIC 9(6)V99 VALUE 0.
       01  WS-PEN-VALOR-DISPLAY        PIC ZZZ,ZZ9.99.
       01  WS-PEN-COUNT                PIC 9(6) VALUE 0.

       01  WS-DEPENDENT-DEDUCTION      PIC 9(6)V99 VALUE 0.
       01  WS-DEPDED-LOADED            PIC 9(2) VALUE 0.
       01  WS-DEPENDENT-TOTAL          PIC 9(6)V99 VALUE 0.
           PERFORM 1100-LOAD-TAX-TABLES
           PERFORM 1200-CHECK-RESTART
           PERFORM 1300-INIT-MOVEMENTS
           PERFORM 1350-INIT-PONTO
           IF RUN-TYPE-SUPL
               PERFORM 6000-PROCESS-SUPPLEMENTAL
           ELSE
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END SET END-OF-EMPLOYEE-FILE TO TRUE
                       NOT AT END
                           PERFORM 2050-CHECK-VACATION-LEDGER
                           IF EMPLOYEE-NOT-PAID-THIS-RUN
                               PERFORM 2070-SKIP-EMPLOYEE
                           ELSE
                               ADD 1 TO WS-READ-COUNT
                               IF NOT FIRST-RECORD-READ
                                   MOVE EMP-ID TO WS-FIRST-EMP-ID
                                   SET FIRST-RECORD-READ TO TRUE
                               END-IF
                               MOVE EMP-ID TO WS-LAST-EMP-ID
                               PERFORM 2000-PROCESS-EMPLOYEE
                           END-IF
                           PERFORM 7500-CHECKPOINT-IF-DUE
                   END-READ
               END-PERFORM
               PERFORM 2150-REJECT-MOVEMENT
               PERFORM 1310-READ-MOVEMENT
           END-PERFORM
           PERFORM UNTIL NOT PONTO-PENDING
               PERFORM 2250-REJECT-PONTO
               PERFORM 1360-READ-PONTO
           END-PERFORM
           IF NOT RUN-TYPE-SUPL
               PERFORM 7600-CLEAR-CHECKPOINT
           END-IF
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "FUNCIONARIOS FORA DESTA FOLHA (FERIAS): "
                   WS-SKIPPED-COUNT
           END-IF
           IF CONSIGNADO-FILE-OPEN
               DISPLAY "PARCELAS CONSIGNADAS REDUZIDAS PELA MARGEM: "
                   WS-CNS-REDUZIDAS-COUNT
               DISPLAY "PARCELAS CONSIGNADAS SUSPENSAS SEM MARGEM: "
                   WS-CNS-SUSPENSAS-COUNT
           END-IF
           IF PENSAO-FILE-OPEN
               DISPLAY "PENSOES ALIMENTICIAS DESCONTADAS: "
                   WS-PEN-COUNT
           END-IF
           PERFORM 7000-WRITE-AUDIT-LOG
           PERFORM 9000-CLOSE-FILES
           IF WS-REJECTED-COUNT > 0 OR WS-MOV-REJECTED-COUNT > 0
           END-IF
           CLOSE RUN-CONTROL-FILE.

      *    Banking-style day count (30-day months), day 31 counted
      *    as 30.
       7800-DATE-TO-DAYS.
           IF WS-DW-DAY > 30
               MOVE 30 TO WS-DW-DAY
           END-IF
           COMPUTE WS-RECORD-DAYS =
               (WS-DW-YEAR * 360) + (WS-DW-MONTH * 30) + WS-DW-DAY.

       1000-OPEN-FILES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               CLOSE YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O VACATION-FILE
           IF WS-VACATION-STATUS = "35"
               OPEN OUTPUT VACATION-FILE
               CLOSE VACATION-FILE
               OPEN I-O VACATION-FILE
           END-IF
           IF WS-VACATION-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR VACATION-FILE. STATUS="
                   WS-VACATION-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               CLOSE EMPLOYEE-FILE
               CLOSE PAYSLIP-FILE
               CLOSE REJECTS-FILE
               CLOSE YTD-FILE
               CLOSE PAYSLIP-HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RUBRICA-POSTING-FILE
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUBRICA-POSTING-FILE. STATUS="
                   WS-POSTING-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET POSTING-FILE-OPEN TO TRUE
           IF NOT RUN-TYPE-DECIMO1
               OPEN I-O PENSAO-FILE
               IF WS-PENSAO-STATUS = "35"
                   OPEN OUTPUT PENSAO-FILE
                   CLOSE PENSAO-FILE
                   OPEN I-O PENSAO-FILE
               END-IF
               IF WS-PENSAO-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR PENSAO-FILE. STATUS="
                       WS-PENSAO-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 7000-WRITE-AUDIT-LOG
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET PENSAO-FILE-OPEN TO TRUE
               PERFORM 1320-LOAD-RUBRICAS
               PERFORM 1340-FIND-PEN-RUBRICA
           END-IF
           IF RUN-TYPE-MENSAL OR RUN-TYPE-SUPL
               OPEN I-O CONSIGNADO-FILE
               IF WS-CONSIGNADO-STATUS = "35"
                   OPEN OUTPUT CONSIGNADO-FILE
                   CLOSE CONSIGNADO-FILE
                   OPEN I-O CONSIGNADO-FILE
               END-IF
               IF WS-CONSIGNADO-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR CONSIGNADO-FILE. STATUS="
                       WS-CONSIGNADO-STATUS
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 7000-WRITE-AUDIT-LOG
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET CONSIGNADO-FILE-OPEN TO TRUE
               PERFORM 1330-FIND-CNS-RUBRICA
           END-IF.

      *    Loads the INSS/IRRF brackets and INSS ceiling from
               END-READ
           END-IF.

      *    The ponto hours are read by the monthly and supplemental
      *    runs only.  A missing file leaves every hourly employee
      *    without hours, and each is rejected rather than paid on
      *    a guess.  On a restart the records up to the checkpointed
      *    EMP-ID belong to the run being resumed and are skipped.
       1350-INIT-PONTO.
           IF RUN-TYPE-MENSAL OR RUN-TYPE-SUPL
               OPEN INPUT PONTO-FILE
               IF WS-PONTO-STATUS = "35"
                   DISPLAY "AVISO: SEM ARQUIVO DE PONTO. HORISTAS "
                       "SERAO REJEITADOS."
               ELSE
                   IF WS-PONTO-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR PONTO-FILE. STATUS="
                           WS-PONTO-STATUS
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 7000-WRITE-AUDIT-LOG
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET PONTO-FILE-OPEN TO TRUE
                   MOVE "N" TO WS-PONTO-EOF-SWITCH
                   PERFORM 1360-READ-PONTO
                   IF RUN-TYPE-SUPL
                       PERFORM 1370-LOAD-PONTO-TABLE
                   ELSE
                       IF RESTART-REQUESTED
                           PERFORM UNTIL NOT PONTO-PENDING
                               OR PT-EMP-ID > WS-LAST-CHECKPOINT-ID
                               PERFORM 1360-READ-PONTO
                           END-PERFORM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1360-READ-PONTO.
           MOVE "N" TO WS-PONTO-PENDING-SWITCH
           IF NOT END-OF-PONTO-FILE
               READ PONTO-FILE
                   AT END SET END-OF-PONTO-FILE TO TRUE
                   NOT AT END SET PONTO-PENDING TO TRUE
               END-READ
           END-IF.

      *    A supplemental run picks employees up in list order, so
      *    their hours are looked up in a table instead of matched.
      *    A file past the table limit abends rather than leave an
      *    employee's hours unread.
       1370-LOAD-PONTO-TABLE.
           PERFORM UNTIL NOT PONTO-PENDING
               MOVE "N" TO WS-PONTO-FOUND-SWITCH
               PERFORM VARYING WS-PONTO-IDX FROM 1 BY 1
                   UNTIL WS-PONTO-IDX > WS-PONTO-USED
                   OR PONTO-ENCONTRADO
                   IF WS-PE-EMP-ID (WS-PONTO-IDX) = PT-EMP-ID
                       SET PONTO-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF PONTO-ENCONTRADO
                   SUBTRACT 1 FROM WS-PONTO-IDX
               ELSE
                   IF WS-PONTO-USED >= WS-PONTO-MAX
                       DISPLAY "ERRO: TABELA DE PONTO CHEIA. LIMITE="
                           WS-PONTO-MAX
                       MOVE "ABEND" TO WS-RUN-STATUS
                       PERFORM 7000-WRITE-AUDIT-LOG
                       PERFORM 9000-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PONTO-USED
                   MOVE WS-PONTO-USED TO WS-PONTO-IDX
                   MOVE PT-EMP-ID TO WS-PE-EMP-ID (WS-PONTO-IDX)
               END-IF
               MOVE PONTO-RECORD (7:25) TO WS-PE-HORAS (WS-PONTO-IDX)
               PERFORM 1360-READ-PONTO
           END-PERFORM
           MOVE "N" TO WS-PONTO-FOUND-SWITCH.

      *    Movements cannot be taxed, nor movements, consignado
      *    installments and alimony posted, without the incidence
      *    and account of their codes, so any run but the first 13th
      *    installment abends before anyone is paid when the rubrica
      *    master cannot be read.
       1320-LOAD-RUBRICAS.
           OPEN INPUT RUBRICA-FILE
           IF WS-RUBRICA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RUBRICA-FILE. STATUS="
                   WS-RUBRICA-STATUS
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-RUBRICA-FILE
               READ RUBRICA-FILE NEXT RECORD
                   AT END SET END-OF-RUBRICA-FILE TO TRUE
                   NOT AT END
                       IF WS-RUBRICA-USED >= WS-RUBRICA-MAX
                           DISPLAY "ERRO: TABELA DE RUBRICAS CHEIA. "
                               "LIMITE=" WS-RUBRICA-MAX
                           CLOSE RUBRICA-FILE
                           MOVE "ABEND" TO WS-RUN-STATUS
                           PERFORM 7000-WRITE-AUDIT-LOG
                           PERFORM 9000-CLOSE-FILES
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RUBRICA-USED
                       MOVE RB-CODE TO WS-RT-CODE (WS-RUBRICA-USED)
                       MOVE RB-TYPE TO WS-RT-TYPE (WS-RUBRICA-USED)
                       MOVE RB-INCIDE-INSS
                           TO WS-RT-INCIDE-INSS (WS-RUBRICA-USED)
                       MOVE RB-INCIDE-IRRF
                           TO WS-RT-INCIDE-IRRF (WS-RUBRICA-USED)
                       MOVE RB-INCIDE-FGTS
                           TO WS-RT-INCIDE-FGTS (WS-RUBRICA-USED)
                       MOVE RB-CONTA-GL
                           TO WS-RT-CONTA-GL (WS-RUBRICA-USED)
                       MOVE RB-SITUACAO
                           TO WS-RT-SITUACAO (WS-RUBRICA-USED)
               END-READ
           END-PERFORM
           CLOSE RUBRICA-FILE.

      *    The consignado installments post under the CNS rubrica.
      *    Without it they are still deducted and remitted, but
      *    reach RUBLANC with no GL account.
       1330-FIND-CNS-RUBRICA.
           MOVE 0 TO WS-CNS-RUBRICA-IDX
           PERFORM VARYING WS-RUBRICA-IDX FROM 1 BY 1
               UNTIL WS-RUBRICA-IDX > WS-RUBRICA-USED
               OR WS-CNS-RUBRICA-IDX > 0
               IF WS-RT-CODE (WS-RUBRICA-IDX) = WS-CNS-CODE
                   AND WS-RT-TYPE (WS-RUBRICA-IDX) = "D"
                   AND WS-RT-SITUACAO (WS-RUBRICA-IDX) = "A"
                   MOVE WS-RUBRICA-IDX TO WS-CNS-RUBRICA-IDX
               END-IF
           END-PERFORM
           IF WS-CNS-RUBRICA-IDX = 0
               DISPLAY "AVISO: RUBRICA " WS-CNS-CODE " AUSENTE OU "
                   "INATIVA. PARCELAS CONSIGNADAS SEM CONTA CONTABIL."
           END-IF.

      *    The alimony withholding posts under the PEN rubrica, on
      *    the same terms as CNS above.
       1340-FIND-PEN-RUBRICA.
           MOVE 0 TO WS-PEN-RUBRICA-IDX
           PERFORM VARYING WS-RUBRICA-IDX FROM 1 BY 1
               UNTIL WS-RUBRICA-IDX > WS-RUBRICA-USED
               OR WS-PEN-RUBRICA-IDX > 0
               IF WS-RT-CODE (WS-RUBRICA-IDX) = WS-PEN-CODE
                   AND WS-RT-TYPE (WS-RUBRICA-IDX) = "D"
                   AND WS-RT-SITUACAO (WS-RUBRICA-IDX) = "A"
                   MOVE WS-RUBRICA-IDX TO WS-PEN-RUBRICA-IDX
               END-IF
           END-PERFORM
           IF WS-PEN-RUBRICA-IDX = 0
               DISPLAY "AVISO: RUBRICA " WS-PEN-CODE " AUSENTE OU "
                   "INATIVA. PENSOES SEM CONTA CONTABIL."
           END-IF.

      *    The employee is validated on base pay, before any matched
      *    movement is folded in: that keeps the paid population
      *    identical to the one EXTVAR ships, and when the employee
      *    each on its own line, instead of vanishing with the pay.
       2000-PROCESS-EMPLOYEE.
           PERFORM 2100-MATCH-MOVEMENTS
           PERFORM 2200-MATCH-PONTO
           PERFORM 1900-DETERMINE-GROSS-PAY
           PERFORM 2500-VALIDATE-EMPLOYEE-RECORD
           IF RECORD-IS-INVALID
               DISPLAY "IDADE: " EMP-IDADE
               IF EMP-TYPE-HOURLY
                   DISPLAY "TAXA/HORA: " EMP-RATE
                   IF PONTO-ENCONTRADO
                       DISPLAY "HORAS NORMAIS: " WS-PH-NORMAIS
                           " EXTRAS 50%: " WS-PH-EXTRA-50
                           " EXTRAS 100%: " WS-PH-EXTRA-100
                       DISPLAY "HORAS NOTURNAS: " WS-PH-NOTURNAS
                           " DSR: " WS-PH-DSR
                   END-IF
               ELSE
                   DISPLAY "SALARIO: " EMP-SALARIO
               END-IF
               PERFORM 3000-CALCULATE-NET-PAY
               PERFORM 3500-WRITE-PAYSLIP
               PERFORM 3600-UPDATE-YTD
               PERFORM 3800-UPDATE-CONSIGNADOS
               IF WS-PEN-VALOR > 0
                   PERFORM 3850-UPDATE-PENSAO
               END-IF
               IF RUN-TYPE-FERIAS
                   PERFORM 3700-UPDATE-VACATION-LEDGER
               END-IF
           END-IF.

      *    Reads the employee's open periods on the vacation ledger.
      *    The 13th runs ignore it.  A FERIAS run pays only an
      *    employee with a fraction scheduled to start in the run
      *    month -- not yet paid, or paid by an earlier attempt at
      *    this same run -- and a monthly run leaves out an
      *    employee whose paid vacation takes the whole month.
       2050-CHECK-VACATION-LEDGER.
           MOVE "N" TO WS-FERIAS-SWITCH
           MOVE "N" TO WS-FERIAS-DOBRO-SWITCH
           MOVE "N" TO WS-NOT-PAID-SWITCH
           MOVE 0 TO WS-FERIAS-DIAS
           MOVE 0 TO WS-DIAS-FERIAS-MES
           IF RUN-TYPE-DECIMO1 OR RUN-TYPE-DECIMO2
               CONTINUE
           ELSE
               MOVE "N" TO WS-VACATION-EOF-SWITCH
               MOVE EMP-ID TO FV-EMP-ID
               MOVE ZEROS TO FV-AQUIS-INICIO
               START VACATION-FILE KEY IS NOT LESS THAN FV-KEY
                   INVALID KEY SET END-OF-VACATION-SCAN TO TRUE
               END-START
               PERFORM UNTIL END-OF-VACATION-SCAN
                   READ VACATION-FILE NEXT RECORD
                       AT END SET END-OF-VACATION-SCAN TO TRUE
                       NOT AT END
                           IF FV-EMP-ID NOT = EMP-ID
                               SET END-OF-VACATION-SCAN TO TRUE
                           ELSE
                               IF FV-ABERTO AND FV-PROG-DIAS > 0
                                   PERFORM 2055-APPLY-VACATION-PERIOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF RUN-TYPE-FERIAS
                   IF NOT FERIAS-PROGRAMADAS
                       SET EMPLOYEE-NOT-PAID-THIS-RUN TO TRUE
                   END-IF
               ELSE
                   IF WS-DIAS-FERIAS-MES >= 30
                       SET EMPLOYEE-NOT-PAID-THIS-RUN TO TRUE
                   END-IF
               END-IF
           END-IF.

       2055-APPLY-VACATION-PERIOD.
           MOVE FV-PROG-INICIO TO WS-DATE-WORK
           IF RUN-TYPE-FERIAS
               IF NOT FERIAS-PROGRAMADAS
                       AND WS-DW-PERIOD = WS-RUN-PERIOD
                       AND (FV-PROG-PAGO-PERIODO = ZEROS
                           OR FV-PROG-PAGO-PERIODO = WS-RUN-PERIOD)
                   SET FERIAS-PROGRAMADAS TO TRUE
                   MOVE FV-PROG-DIAS TO WS-FERIAS-DIAS
                   MOVE FV-KEY TO WS-FERIAS-KEY
                   IF FV-PROG-INICIO > FV-CONCESSIVO-FIM
                       SET FERIAS-EM-DOBRO TO TRUE
                   END-IF
               END-IF
           ELSE
               IF FV-PROG-PAGO-PERIODO NOT = ZEROS
                   PERFORM 2060-COUNT-VACATION-DAYS
               END-IF
           END-IF.

      *    Days of the paid fraction that fall inside the run month.
       2060-COUNT-VACATION-DAYS.
           PERFORM 7800-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-FRACAO-INICIO-DAYS
           COMPUTE WS-FRACAO-FIM-DAYS =
               WS-FRACAO-INICIO-DAYS + FV-PROG-DIAS - 1
           MOVE WS-RUN-PERIOD TO WS-DW-PERIOD
           MOVE 1 TO WS-DW-DAY
           PERFORM 7800-DATE-TO-DAYS
           MOVE WS-RECORD-DAYS TO WS-MES-INICIO-DAYS
           COMPUTE WS-MES-FIM-DAYS = WS-MES-INICIO-DAYS + 29
           IF WS-FRACAO-INICIO-DAYS < WS-MES-INICIO-DAYS
               MOVE WS-MES-INICIO-DAYS TO WS-FRACAO-INICIO-DAYS
           END-IF
           IF WS-FRACAO-FIM-DAYS > WS-MES-FIM-DAYS
               MOVE WS-MES-FIM-DAYS TO WS-FRACAO-FIM-DAYS
           END-IF
           IF WS-FRACAO-FIM-DAYS NOT < WS-FRACAO-INICIO-DAYS
               COMPUTE WS-DIAS-FERIAS-MES = WS-DIAS-FERIAS-MES
                   + WS-FRACAO-FIM-DAYS - WS-FRACAO-INICIO-DAYS + 1
               IF WS-DIAS-FERIAS-MES > 30
                   MOVE 30 TO WS-DIAS-FERIAS-MES
               END-IF
           END-IF.

      *    An employee left out of this run is neither read nor
      *    rejected, so the audit counts still foot; any movement
      *    or ponto hours keyed for them are rejected (M06) rather
      *    than lost.
       2070-SKIP-EMPLOYEE.
           ADD 1 TO WS-SKIPPED-COUNT
           PERFORM 2100-MATCH-MOVEMENTS
           SET MOV-CAUSE-NOT-PAID TO TRUE
           PERFORM 2170-REJECT-MATCHED-MOVEMENTS
           PERFORM 2200-MATCH-PONTO
           IF PONTO-ENCONTRADO
               MOVE EMP-ID TO RJ-EMP-ID
               MOVE EMP-NOME TO RJ-NOME
               MOVE "M06-FUNCIONARIO EM FERIAS NO MES CODIGO=PNT"
                   TO RJ-REASON
               ADD 1 TO WS-MOV-REJECTED-COUNT
               PERFORM 2160-WRITE-MOVEMENT-REJECT
           END-IF.

      *    Both files run in EMP-ID sequence, so a classic two-file
           MOVE 0 TO WS-MOV-EARNINGS
           MOVE 0 TO WS-MOV-DEDUCTIONS
           MOVE 0 TO WS-MOV-DEPENDENTS
           MOVE 0 TO WS-MOV-ISENTO-INSS
           MOVE 0 TO WS-MOV-ISENTO-IRRF
           MOVE 0 TO WS-MOV-REDUTOR-INSS
           MOVE 0 TO WS-MOV-REDUTOR-IRRF
           MOVE 0 TO WS-MATCHED-MOV-USED
           PERFORM UNTIL NOT MOVEMENT-PENDING
               OR MV-EMP-ID > EMP-ID
      *    A matched movement is held in the per-employee table
      *    until the validation outcome is known: applied when the
      *    employee pays, rejected line by line when they do not.
      *    Its code must be active on the rubrica master with the
      *    type it arrived with; the code's incidence then decides
      *    whether an earning stays out of the INSS and IRRF bases
      *    and whether a deduction reduces them.
       2120-APPLY-MOVEMENT.
           IF NOT (MV-TYPE-EARNING OR MV-TYPE-DEDUCTION
                   OR MV-TYPE-DEPENDENTS)
               ADD 1 TO WS-MOV-REJECTED-COUNT
               PERFORM 2160-WRITE-MOVEMENT-REJECT
           ELSE
               PERFORM 2130-FIND-RUBRICA
               IF NOT RUBRICA-FOUND
                   MOVE MV-EMP-ID TO RJ-EMP-ID
                   MOVE SPACES TO RJ-NOME
                   MOVE SPACES TO RJ-REASON
                   STRING "M07-RUBRICA INATIVA OU AUSENTE CODIGO="
                       MV-CODE DELIMITED BY SIZE
                       INTO RJ-REASON
                   END-STRING
                   ADD 1 TO WS-MOV-REJECTED-COUNT
                   PERFORM 2160-WRITE-MOVEMENT-REJECT
               ELSE
               IF WS-MATCHED-MOV-USED >= WS-MATCHED-MOV-MAX
                   MOVE MV-EMP-ID TO RJ-EMP-ID
                   MOVE SPACES TO RJ-NOME
                       TO WS-MM-TYPE (WS-MATCHED-MOV-USED)
                   MOVE MV-AMOUNT
                       TO WS-MM-AMOUNT (WS-MATCHED-MOV-USED)
                   MOVE WS-RT-INCIDE-INSS (WS-RUBRICA-IDX)
                       TO WS-MM-INCIDE-INSS (WS-MATCHED-MOV-USED)
                   MOVE WS-RT-INCIDE-IRRF (WS-RUBRICA-IDX)
                       TO WS-MM-INCIDE-IRRF (WS-MATCHED-MOV-USED)
                   MOVE WS-RT-INCIDE-FGTS (WS-RUBRICA-IDX)
                       TO WS-MM-INCIDE-FGTS (WS-MATCHED-MOV-USED)
                   MOVE WS-RT-CONTA-GL (WS-RUBRICA-IDX)
                       TO WS-MM-CONTA-GL (WS-MATCHED-MOV-USED)
                   EVALUATE TRUE
                       WHEN MV-TYPE-EARNING
                           ADD MV-AMOUNT TO WS-MOV-EARNINGS
                           IF WS-RT-INCIDE-INSS (WS-RUBRICA-IDX)
                                   NOT = "S"
                               ADD MV-AMOUNT TO WS-MOV-ISENTO-INSS
                           END-IF
                           IF WS-RT-INCIDE-IRRF (WS-RUBRICA-IDX)
                                   NOT = "S"
                               ADD MV-AMOUNT TO WS-MOV-ISENTO-IRRF
                           END-IF
                       WHEN MV-TYPE-DEDUCTION
                           ADD MV-AMOUNT TO WS-MOV-DEDUCTIONS
                           IF WS-RT-INCIDE-INSS (WS-RUBRICA-IDX) = "S"
                               ADD MV-AMOUNT TO WS-MOV-REDUTOR-INSS
                           END-IF
                           IF WS-RT-INCIDE-IRRF (WS-RUBRICA-IDX) = "S"
                               ADD MV-AMOUNT TO WS-MOV-REDUTOR-IRRF
                           END-IF
                       WHEN MV-TYPE-DEPENDENTS
                           ADD MV-AMOUNT TO WS-MOV-DEPENDENTS
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

       2130-FIND-RUBRICA.
           MOVE "N" TO WS-RUBRICA-FOUND-SWITCH
           PERFORM VARYING WS-RUBRICA-IDX FROM 1 BY 1
               UNTIL WS-RUBRICA-IDX > WS-RUBRICA-USED
               OR RUBRICA-FOUND
               IF WS-RT-CODE (WS-RUBRICA-IDX) = MV-CODE
                   AND WS-RT-TYPE (WS-RUBRICA-IDX) = MV-TYPE
                   AND WS-RT-SITUACAO (WS-RUBRICA-IDX) = "A"
                   SET RUBRICA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RUBRICA-FOUND
               SUBTRACT 1 FROM WS-RUBRICA-IDX
           END-IF.

       2150-REJECT-MOVEMENT.
               MOVE EMP-ID TO RJ-EMP-ID
               MOVE EMP-NOME TO RJ-NOME
               MOVE SPACES TO RJ-REASON
               EVALUATE TRUE
                   WHEN MOV-CAUSE-OVER-LIMIT
                       STRING "M04-PROVENTOS EXCEDEM LIMITE CODIGO="
                           WS-MM-CODE (WS-MATCHED-MOV-IDX)
                           DELIMITED BY SIZE
                           INTO RJ-REASON
                       END-STRING
                   WHEN MOV-CAUSE-NOT-PAID
                       STRING "M06-FUNCIONARIO EM FERIAS NO MES "
                           "CODIGO="
                           WS-MM-CODE (WS-MATCHED-MOV-IDX)
                           DELIMITED BY SIZE
                           INTO RJ-REASON
                       END-STRING
                   WHEN OTHER
                       STRING "M03-FUNCIONARIO REJEITADO CODIGO="
                           WS-MM-CODE (WS-MATCHED-MOV-IDX)
                           DELIMITED BY SIZE
                           INTO RJ-REASON
                       END-STRING
               END-EVALUATE
               ADD 1 TO WS-MOV-REJECTED-COUNT
               PERFORM 2160-WRITE-MOVEMENT-REJECT
           END-PERFORM
           MOVE 0 TO WS-MATCHED-MOV-USED
           MOVE 0 TO WS-MOV-EARNINGS
           MOVE 0 TO WS-MOV-DEDUCTIONS
           MOVE 0 TO WS-MOV-DEPENDENTS
           MOVE 0 TO WS-MOV-ISENTO-INSS
           MOVE 0 TO WS-MOV-ISENTO-IRRF
           MOVE 0 TO WS-MOV-REDUTOR-INSS
           MOVE 0 TO WS-MOV-REDUTOR-IRRF.

      *    Earnings fold into gross only after the employee has
      *    passed validation on base pay.  If the fold would push
               END-COMPUTE
           END-IF.

      *    Finds the current employee's ponto hours: by two-file
      *    match in the monthly run, where a record below the
      *    employee has no master (M09) and one for a salaried
      *    employee is not paid (M08), or from the table in a
      *    supplemental run.  The 13th and vacation runs take no
      *    hours.
       2200-MATCH-PONTO.
           MOVE "N" TO WS-PONTO-FOUND-SWITCH
           MOVE ZEROS TO WS-PONTO-HORAS
           IF RUN-TYPE-SUPL
               PERFORM VARYING WS-PONTO-IDX FROM 1 BY 1
                   UNTIL WS-PONTO-IDX > WS-PONTO-USED
                   OR PONTO-ENCONTRADO
                   IF WS-PE-EMP-ID (WS-PONTO-IDX) = EMP-ID
                       SET PONTO-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF PONTO-ENCONTRADO
                   SUBTRACT 1 FROM WS-PONTO-IDX
                   MOVE WS-PE-HORAS (WS-PONTO-IDX) TO WS-PONTO-HORAS
               END-IF
           ELSE
               PERFORM UNTIL NOT PONTO-PENDING
                   OR PT-EMP-ID > EMP-ID
                   IF PT-EMP-ID < EMP-ID
                       PERFORM 2250-REJECT-PONTO
                   ELSE
                       SET PONTO-ENCONTRADO TO TRUE
                       MOVE PONTO-RECORD (7:25) TO WS-PONTO-HORAS
                   END-IF
                   PERFORM 1360-READ-PONTO
               END-PERFORM
               IF PONTO-ENCONTRADO AND NOT EMP-TYPE-HOURLY
                   MOVE EMP-ID TO RJ-EMP-ID
                   MOVE EMP-NOME TO RJ-NOME
                   MOVE "M08-PONTO PARA FUNCIONARIO MENSALISTA"
                       TO RJ-REASON
                   ADD 1 TO WS-MOV-REJECTED-COUNT
                   PERFORM 2160-WRITE-MOVEMENT-REJECT
                   MOVE "N" TO WS-PONTO-FOUND-SWITCH
                   MOVE ZEROS TO WS-PONTO-HORAS
               END-IF
           END-IF.

       2250-REJECT-PONTO.
           MOVE PT-EMP-ID TO RJ-EMP-ID
           MOVE SPACES TO RJ-NOME
           MOVE "M09-PONTO SEM CADASTRO" TO RJ-REASON
           ADD 1 TO WS-MOV-REJECTED-COUNT
           PERFORM 2160-WRITE-MOVEMENT-REJECT.

      *    The base pay is the regular monthly amount; the run type
      *    then derives this run's gross from it: half the 13th for
      *    the first 13th installment, the full 13th for the second
      *    (kept at full value only as the INSS/IRRF basis -- the
      *    net-pay calculation cuts it down to the installment), and
      *    the days of the scheduled fraction plus the
      *    constitutional one-third bonus for vacation.  The 13th
      *    is the base times the avos of the year over 12.  In the
      *    monthly run a salaried employee is paid for the days
      *    actually worked: from the admission day when admitted in
      *    the run period, less the days of the month on a paid
      *    vacation fraction.  Hourly pay in the monthly and
      *    supplemental runs is priced from the month's ponto hours
      *    and already reflects the hours actually worked; an hourly
      *    employee without them is paid nothing and rejected.  The
      *    13th and vacation runs take the rate times the reference
      *    month.
       1900-DETERMINE-GROSS-PAY.
           MOVE "N" TO WS-GROSS-OVERFLOW-SWITCH
           MOVE "N" TO WS-SEM-PONTO-SWITCH
           IF EMP-TYPE-HOURLY
               IF RUN-TYPE-MENSAL OR RUN-TYPE-SUPL
                   IF PONTO-ENCONTRADO
                       COMPUTE WS-BASE-PAY ROUNDED =
                           (EMP-RATE * (WS-PH-NORMAIS + WS-PH-DSR))
                         + (EMP-RATE * WS-FATOR-EXTRA-50
                             * WS-PH-EXTRA-50)
                         + (EMP-RATE * WS-FATOR-EXTRA-100
                             * WS-PH-EXTRA-100)
                         + (EMP-RATE * WS-ADICIONAL-NOTURNO
                             * WS-PH-NOTURNAS)
                           ON SIZE ERROR
                               SET GROSS-PAY-OVERFLOW TO TRUE
                               MOVE 0 TO WS-BASE-PAY
                       END-COMPUTE
                   ELSE
                       SET HORISTA-SEM-PONTO TO TRUE
                       MOVE 0 TO WS-BASE-PAY
                   END-IF
               ELSE
                   COMPUTE WS-BASE-PAY ROUNDED =
                           EMP-RATE * WS-HORAS-MES-REFERENCIA
                       ON SIZE ERROR
                           SET GROSS-PAY-OVERFLOW TO TRUE
                           MOVE 0 TO WS-BASE-PAY
                   END-COMPUTE
               END-IF
           ELSE
               MOVE EMP-SALARIO TO WS-BASE-PAY
           END-IF
           PERFORM 1950-COUNT-ADMISSAO-AVOS
           MOVE 0 TO WS-DECIMO-ADVANCE
           EVALUATE TRUE
               WHEN RUN-TYPE-DECIMO1
                   COMPUTE WS-DECIMO-BASE ROUNDED =
                       WS-BASE-PAY * WS-DECIMO-AVOS / 12
                   COMPUTE WS-GROSS ROUNDED = WS-DECIMO-BASE / 2
               WHEN RUN-TYPE-DECIMO2
                   COMPUTE WS-DECIMO-BASE ROUNDED =
                       WS-BASE-PAY * WS-DECIMO-AVOS / 12
                   MOVE WS-DECIMO-BASE TO WS-GROSS
                   COMPUTE WS-DECIMO-ADVANCE ROUNDED =
                       WS-DECIMO-BASE / 2
               WHEN RUN-TYPE-FERIAS
                   COMPUTE WS-BASE-PAY ROUNDED =
                       WS-BASE-PAY * WS-FERIAS-DIAS / 30
      *            A fraction taken after the concessive period ends
      *            is paid in double, the one-third over the double.
                   IF FERIAS-EM-DOBRO
                       MULTIPLY 2 BY WS-BASE-PAY
                           ON SIZE ERROR
                               SET GROSS-PAY-OVERFLOW TO TRUE
                               MOVE 0 TO WS-BASE-PAY
                       END-MULTIPLY
                   END-IF
                   COMPUTE WS-GROSS ROUNDED =
                           WS-BASE-PAY + (WS-BASE-PAY / 3)
                       ON SIZE ERROR
                           MOVE 0 TO WS-GROSS
                   END-COMPUTE
               WHEN OTHER
                   MOVE 30 TO WS-DIAS-TRABALHADOS
                   IF ADMISSAO-INFORMADA
                           AND WS-ADM-PERIOD = WS-RUN-PERIOD
                       MOVE WS-DIAS-ADMISSAO TO WS-DIAS-TRABALHADOS
                   END-IF
                   IF WS-DIAS-FERIAS-MES >= WS-DIAS-TRABALHADOS
                       MOVE 0 TO WS-DIAS-TRABALHADOS
                   ELSE
                       SUBTRACT WS-DIAS-FERIAS-MES
                           FROM WS-DIAS-TRABALHADOS
                   END-IF
                   IF EMP-TYPE-SALARIED AND WS-DIAS-TRABALHADOS < 30
                       COMPUTE WS-BASE-PAY ROUNDED =
                           WS-BASE-PAY * WS-DIAS-TRABALHADOS / 30
                   END-IF
                   MOVE WS-BASE-PAY TO WS-GROSS
           END-EVALUATE.

      *    13th avos are the months of the run year with 15 or more
      *    days of service: every month after the admission month,
      *    plus the admission month itself when admitted on or
      *    before day 16.  Anyone admitted in an earlier year, or
      *    with no admission date on the master, has the full 12.
       1950-COUNT-ADMISSAO-AVOS.
           MOVE "N" TO WS-ADMISSAO-SWITCH
           MOVE 30 TO WS-DIAS-ADMISSAO
           MOVE 12 TO WS-DECIMO-AVOS
           IF EMP-ADMISSAO NUMERIC AND EMP-ADMISSAO NOT = ZEROS
               SET ADMISSAO-INFORMADA TO TRUE
               MOVE EMP-ADMISSAO TO WS-ADMISSAO-WORK
               IF WS-ADM-DAY > 30
                   MOVE 30 TO WS-ADM-DAY
               END-IF
               COMPUTE WS-DIAS-ADMISSAO = 30 - WS-ADM-DAY + 1
               EVALUATE TRUE
                   WHEN WS-ADM-YEAR < WS-RUN-YEAR
                       MOVE 12 TO WS-DECIMO-AVOS
                   WHEN WS-ADM-YEAR = WS-RUN-YEAR
                       COMPUTE WS-DECIMO-AVOS = 12 - WS-ADM-MONTH
                       IF WS-ADM-DAY <= 16
                           ADD 1 TO WS-DECIMO-AVOS
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-DECIMO-AVOS
               END-EVALUATE
           END-IF.

       2500-VALIDATE-EMPLOYEE-RECORD.
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                       DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                           "PARA EMP-ID=" EMP-ID
           END-IF
           IF WS-GROSS = ZERO AND NOT HORISTA-SEM-PONTO
               SET RECORD-IS-INVALID TO TRUE
               STRING "V02-SALARIO ZERADO" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ON OVERFLOW
                       DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                           "PARA EMP-ID=" EMP-ID
           END-IF
           IF ADMISSAO-INFORMADA AND WS-ADM-PERIOD > WS-RUN-PERIOD
               SET RECORD-IS-INVALID TO TRUE
               STRING "V06-ADMISSAO POSTERIOR AO PERIODO"
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
                   WITH POINTER WS-REASON-PTR
                   ON OVERFLOW
                       DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                           "PARA EMP-ID=" EMP-ID
           END-IF
           IF HORISTA-SEM-PONTO
               SET RECORD-IS-INVALID TO TRUE
               STRING "V07-HORISTA SEM APONTAMENTO DE PONTO"
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
                   WITH POINTER WS-REASON-PTR
                   ON OVERFLOW
                       DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                           "PARA EMP-ID=" EMP-ID
           END-IF.

       2600-WRITE-REJECT-RECORD.
      *    payslip, in the annual totals and in the GL posting, and
      *    every payslip line foots: gross - INSS - IRRF - outros =
      *    net.  Vacation pay is taxed like a regular month over the
      *    grossed-up amount.  In every run but the first 13th
      *    installment the alimony withholding is taken after INSS
      *    and comes off the IRRF base; it and, in the monthly and
      *    supplemental runs, the consignado installments join the
      *    movement deductions in outros.
       3000-CALCULATE-NET-PAY.
           MOVE 0 TO WS-CNS-TOTAL
           MOVE 0 TO WS-CNS-USED
           MOVE 0 TO WS-PEN-VALOR
           MOVE WS-MOV-DEDUCTIONS TO WS-OUTROS-DED
           IF RUN-TYPE-DECIMO1
               MOVE 0 TO WS-INSS-DED
               MOVE 0 TO WS-IRRF-DED
               MOVE WS-GROSS TO WS-NET-PAY
           ELSE
               IF WS-MOV-ISENTO-INSS + WS-MOV-REDUTOR-INSS > WS-GROSS
                   MOVE 0 TO WS-INSS-BASE
               ELSE
                   COMPUTE WS-INSS-BASE = WS-GROSS
                       - WS-MOV-ISENTO-INSS - WS-MOV-REDUTOR-INSS
               END-IF
               PERFORM 3100-CALCULATE-INSS
               IF PENSAO-FILE-OPEN
                   PERFORM 3250-APPLY-PENSAO
               END-IF
               IF WS-INSS-DED + WS-PEN-VALOR + WS-MOV-ISENTO-IRRF
                       + WS-MOV-REDUTOR-IRRF > WS-GROSS
                   MOVE 0 TO WS-IRRF-BASE
               ELSE
                   COMPUTE WS-IRRF-BASE = WS-GROSS - WS-INSS-DED
                       - WS-PEN-VALOR
                       - WS-MOV-ISENTO-IRRF - WS-MOV-REDUTOR-IRRF
               END-IF
               COMPUTE WS-DEPENDENT-TOTAL ROUNDED =
                   WS-MOV-DEPENDENTS * WS-DEPENDENT-DEDUCTION
               IF WS-DEPENDENT-TOTAL > WS-IRRF-BASE
               END-IF
               PERFORM 3200-CALCULATE-IRRF
               SUBTRACT WS-DECIMO-ADVANCE FROM WS-GROSS
               ADD WS-PEN-VALOR TO WS-OUTROS-DED
               IF CONSIGNADO-FILE-OPEN
                   PERFORM 3300-APPLY-CONSIGNADOS
                   ADD WS-CNS-TOTAL TO WS-OUTROS-DED
               END-IF
               IF WS-INSS-DED + WS-IRRF-DED
                       + WS-OUTROS-DED > WS-GROSS
                   DISPLAY "AVISO: DESCONTOS EXCEDEM O BRUTO PARA "
                       "EMP-ID=" EMP-ID ". LIQUIDO ZERADO."
                   MOVE 0 TO WS-NET-PAY
               ELSE
                   COMPUTE WS-NET-PAY =
                       WS-GROSS - WS-INSS-DED - WS-IRRF-DED
                       - WS-OUTROS-DED
               END-IF
           END-IF.

               MOVE 0 TO WS-IRRF-DED
           END-IF.

      *    The alimony order is withheld ahead of everything but
      *    INSS.  Pay net for a percentage-of-net order is gross
      *    less INSS -- IRRF is only computed once the withholding
      *    is known.  A percentage order applies to whatever the
      *    run pays: the vacation pay, or the whole 13th on the
      *    second installment, the first carrying none.  A fixed
      *    amount is a monthly obligation, taken once a month by
      *    the monthly run (or the supplemental one that pays an
      *    employee the monthly run rejected), never by the 13th or
      *    vacation runs.  No order takes more than the run
      *    actually pays net of INSS, which on the second
      *    installment is after the advance already paid.
       3250-APPLY-PENSAO.
           MOVE EMP-ID TO PA-EMP-ID
           READ PENSAO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PA-ATIVA
                           AND PA-INICIO-PERIODO NOT > WS-RUN-PERIOD
                       PERFORM 3260-COMPUTE-PENSAO
                   END-IF
           END-READ.

       3260-COMPUTE-PENSAO.
           IF WS-INSS-DED >= WS-GROSS
               MOVE 0 TO WS-PEN-LIQUIDO
           ELSE
               COMPUTE WS-PEN-LIQUIDO = WS-GROSS - WS-INSS-DED
           END-IF
           IF WS-DECIMO-ADVANCE >= WS-PEN-LIQUIDO
               MOVE 0 TO WS-PEN-LIMITE
           ELSE
               COMPUTE WS-PEN-LIMITE =
                   WS-PEN-LIQUIDO - WS-DECIMO-ADVANCE
           END-IF
           EVALUATE TRUE
               WHEN PA-BASE-LIQUIDO
                   COMPUTE WS-PEN-VALOR ROUNDED =
                       WS-PEN-LIQUIDO * PA-PERCENTUAL / 100
               WHEN PA-BASE-BRUTO
                   COMPUTE WS-PEN-VALOR ROUNDED =
                       WS-GROSS * PA-PERCENTUAL / 100
               WHEN RUN-TYPE-MENSAL OR RUN-TYPE-SUPL
                   MOVE PA-VALOR-FIXO TO WS-PEN-VALOR
               WHEN OTHER
                   MOVE 0 TO WS-PEN-VALOR
           END-EVALUATE
           IF WS-PEN-VALOR > WS-PEN-LIMITE
               MOVE WS-PEN-LIMITE TO WS-PEN-VALOR
               MOVE WS-PEN-VALOR TO WS-PEN-VALOR-DISPLAY
               DISPLAY "AVISO: PENSAO ALIMENTICIA LIMITADA AO "
                   "LIQUIDO. EMP-ID=" EMP-ID
                   " DESCONTADO=" WS-PEN-VALOR-DISPLAY
           END-IF
           IF WS-PEN-VALOR > 0
               ADD 1 TO WS-PEN-COUNT
           END-IF.

      *    The consignado margin is 35% of pay net of INSS, IRRF and
      *    the alimony order, and never more than the month's own
      *    deductions leave of that net.  The employee's contracts
      *    take it in key order: in full while it lasts, the one
      *    that meets its end cut down to what is left, any after
      *    that held for the month.  Each cut or hold is reported
      *    here and again on the remittance report.  Nothing is
      *    written to the ledger until the payslip is on file
      *    (3800-UPDATE-CONSIGNADOS).
       3300-APPLY-CONSIGNADOS.
           IF WS-INSS-DED + WS-IRRF-DED + WS-PEN-VALOR >= WS-GROSS
               MOVE 0 TO WS-CNS-LIQUIDO
           ELSE
               COMPUTE WS-CNS-LIQUIDO =
                   WS-GROSS - WS-INSS-DED - WS-IRRF-DED - WS-PEN-VALOR
           END-IF
           COMPUTE WS-CNS-MARGEM =
               WS-CNS-LIQUIDO * WS-CNS-MARGEM-PERCENTUAL
           MOVE WS-CNS-MARGEM TO WS-CNS-DISPONIVEL
           IF WS-MOV-DEDUCTIONS >= WS-CNS-LIQUIDO
               MOVE 0 TO WS-CNS-DISPONIVEL
           ELSE
               IF WS-CNS-LIQUIDO - WS-MOV-DEDUCTIONS
                       < WS-CNS-DISPONIVEL
                   COMPUTE WS-CNS-DISPONIVEL =
                       WS-CNS-LIQUIDO - WS-MOV-DEDUCTIONS
               END-IF
           END-IF
           MOVE "N" TO WS-CONSIGNADO-EOF-SWITCH
           MOVE EMP-ID TO CN-EMP-ID
           MOVE ZEROS TO CN-BANCO
           MOVE LOW-VALUES TO CN-CONTRATO
           START CONSIGNADO-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY SET END-OF-CONSIGNADO-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-CONSIGNADO-SCAN
               READ CONSIGNADO-FILE NEXT RECORD
                   AT END SET END-OF-CONSIGNADO-SCAN TO TRUE
                   NOT AT END
                       IF CN-EMP-ID NOT = EMP-ID
                           SET END-OF-CONSIGNADO-SCAN TO TRUE
                       ELSE
                           PERFORM 3310-APPLY-CONTRACT
                       END-IF
               END-READ
           END-PERFORM.

      *    A contract this same period already deducted -- a
      *    restart or a full rerun of the month -- has that result
      *    backed out of its paid count first, and one the run
      *    closed is taken again, so a rerun replaces instead of
      *    paying an installment twice.
       3310-APPLY-CONTRACT.
           MOVE CN-PARCELAS-PAGAS TO WS-CNS-PAGAS-BASE
           IF CN-ULT-PERIODO = WS-RUN-PERIOD
                   AND (CN-ULT-INTEGRAL OR CN-ULT-REDUZIDA)
                   AND CN-PARCELAS-PAGAS > 0
               SUBTRACT 1 FROM WS-CNS-PAGAS-BASE
           END-IF
           IF (CN-ATIVO
                   OR (CN-QUITADO AND CN-ULT-PERIODO = WS-RUN-PERIOD))
                   AND CN-INICIO-PERIODO NOT > WS-RUN-PERIOD
                   AND WS-CNS-PAGAS-BASE < CN-QTD-PARCELAS
               IF WS-CNS-USED >= WS-CNS-MAX
                   DISPLAY "ERRO: EXCESSO DE CONTRATOS CONSIGNADOS "
                       "PARA EMP-ID=" EMP-ID ". LIMITE=" WS-CNS-MAX
                   MOVE "ABEND" TO WS-RUN-STATUS
                   PERFORM 7000-WRITE-AUDIT-LOG
                   PERFORM 9000-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CNS-USED
               MOVE CN-BANCO TO WS-CT-BANCO (WS-CNS-USED)
               MOVE CN-CONTRATO TO WS-CT-CONTRATO (WS-CNS-USED)
               MOVE WS-CNS-PAGAS-BASE TO WS-CT-PAGAS (WS-CNS-USED)
               EVALUATE TRUE
                   WHEN CN-VALOR-PARCELA NOT > WS-CNS-DISPONIVEL
                       MOVE CN-VALOR-PARCELA
                           TO WS-CT-VALOR (WS-CNS-USED)
                       MOVE "I" TO WS-CT-OCORRENCIA (WS-CNS-USED)
                   WHEN WS-CNS-DISPONIVEL > 0
                       MOVE WS-CNS-DISPONIVEL
                           TO WS-CT-VALOR (WS-CNS-USED)
                       MOVE "R" TO WS-CT-OCORRENCIA (WS-CNS-USED)
                       ADD 1 TO WS-CNS-REDUZIDAS-COUNT
                       MOVE WS-CNS-DISPONIVEL TO WS-CNS-VALOR-DISPLAY
                       DISPLAY "AVISO: PARCELA CONSIGNADA REDUZIDA "
                           "PELA MARGEM. EMP-ID=" EMP-ID
                           " BANCO=" CN-BANCO
                           " CONTRATO=" CN-CONTRATO
                           " DESCONTADO=" WS-CNS-VALOR-DISPLAY
                   WHEN OTHER
                       MOVE 0 TO WS-CT-VALOR (WS-CNS-USED)
                       MOVE "S" TO WS-CT-OCORRENCIA (WS-CNS-USED)
                       ADD 1 TO WS-CNS-SUSPENSAS-COUNT
                       DISPLAY "AVISO: PARCELA CONSIGNADA SUSPENSA, "
                           "SEM MARGEM. EMP-ID=" EMP-ID
                           " BANCO=" CN-BANCO
                           " CONTRATO=" CN-CONTRATO
               END-EVALUATE
               SUBTRACT WS-CT-VALOR (WS-CNS-USED)
                   FROM WS-CNS-DISPONIVEL
               ADD WS-CT-VALOR (WS-CNS-USED) TO WS-CNS-TOTAL
           END-IF.

       3500-WRITE-PAYSLIP.
           MOVE EMP-ID TO PS-EMP-ID
           MOVE EMP-NOME TO PS-NOME
           MOVE WS-GROSS TO PS-GROSS
           MOVE WS-INSS-DED TO PS-INSS
           MOVE WS-IRRF-DED TO PS-IRRF
           MOVE WS-OUTROS-DED TO PS-OUTROS
           MOVE WS-NET-PAY TO PS-NET
           MOVE WS-RUN-TYPE TO PS-RUN-TYPE
           IF RUN-TYPE-DECIMO1
               MOVE 0 TO PS-INSS-BASE
           ELSE
               MOVE WS-INSS-BASE TO PS-INSS-BASE
           END-IF
           WRITE PAYSLIP-LINE
           IF WS-PAYSLIP-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAYSLIP-FILE. STATUS="
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM 3550-ARCHIVE-PAYSLIP
           PERFORM 3560-WRITE-RUBRICA-POSTINGS.

      *    Every payslip written is also retained on the permanent
      *    history master with the unedited amounts, keyed by
      *    rule 3620-ACCUMULATE-YTD follows -- so a restart or a
      *    full rerun never leaves a duplicate payment on file, and
      *    a payment can be proven long after the night's PAYSLIP
      *    dataset has been deleted by the job stream.  The INSS
      *    base goes with it for the patronal share of the monthly
      *    remittance; the first 13th installment has none.
       3550-ARCHIVE-PAYSLIP.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-GROSS TO PH-GROSS
           MOVE WS-INSS-DED TO PH-INSS
           MOVE WS-IRRF-DED TO PH-IRRF
           MOVE WS-OUTROS-DED TO PH-OUTROS
           MOVE WS-NET-PAY TO PH-NET
           MOVE WS-CDT-DATE TO PH-RUN-DATE
           MOVE WS-CDT-TIME TO PH-RUN-TIME
           IF RUN-TYPE-DECIMO1
               MOVE 0 TO PH-INSS-BASE
           ELSE
               MOVE WS-INSS-BASE TO PH-INSS-BASE
           END-IF
           WRITE PAYSLIP-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYSLIP-HISTORY-RECORD
                   END-REWRITE
           END-WRITE.

      *    Each earning and deduction paid on the payslip goes to
      *    RUBLANC with its incidence and GL account, in the same
      *    EMP-ID order as the payslips, for GLVAR to post by
      *    account; so does each consignado installment deducted,
      *    under the CNS rubrica, and the alimony withheld, under
      *    PEN.
       3560-WRITE-RUBRICA-POSTINGS.
           IF POSTING-FILE-OPEN
               PERFORM VARYING WS-MATCHED-MOV-IDX FROM 1 BY 1
                   UNTIL WS-MATCHED-MOV-IDX > WS-MATCHED-MOV-USED
                   IF WS-MM-TYPE (WS-MATCHED-MOV-IDX) NOT = "N"
                       MOVE EMP-ID TO RL-EMP-ID
                       MOVE WS-RUN-TYPE TO RL-RUN-TYPE
                       MOVE WS-MM-CODE (WS-MATCHED-MOV-IDX) TO RL-CODE
                       MOVE WS-MM-TYPE (WS-MATCHED-MOV-IDX) TO RL-TYPE
                       MOVE WS-MM-AMOUNT (WS-MATCHED-MOV-IDX)
                           TO RL-AMOUNT
                       MOVE WS-MM-INCIDE-INSS (WS-MATCHED-MOV-IDX)
                           TO RL-INCIDE-INSS
                       MOVE WS-MM-INCIDE-IRRF (WS-MATCHED-MOV-IDX)
                           TO RL-INCIDE-IRRF
                       MOVE WS-MM-INCIDE-FGTS (WS-MATCHED-MOV-IDX)
                           TO RL-INCIDE-FGTS
                       MOVE WS-MM-CONTA-GL (WS-MATCHED-MOV-IDX)
                           TO RL-CONTA-GL
                       PERFORM 3570-PUT-RUBRICA-POSTING
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                   UNTIL WS-CNS-IDX > WS-CNS-USED
                   IF WS-CT-VALOR (WS-CNS-IDX) > 0
                       MOVE EMP-ID TO RL-EMP-ID
                       MOVE WS-RUN-TYPE TO RL-RUN-TYPE
                       MOVE WS-CNS-CODE TO RL-CODE
                       SET RL-TYPE-DEDUCTION TO TRUE
                       MOVE WS-CT-VALOR (WS-CNS-IDX) TO RL-AMOUNT
                       IF WS-CNS-RUBRICA-IDX > 0
                           MOVE WS-RT-INCIDE-INSS (WS-CNS-RUBRICA-IDX)
                               TO RL-INCIDE-INSS
                           MOVE WS-RT-INCIDE-IRRF (WS-CNS-RUBRICA-IDX)
                               TO RL-INCIDE-IRRF
                           MOVE WS-RT-INCIDE-FGTS (WS-CNS-RUBRICA-IDX)
                               TO RL-INCIDE-FGTS
                           MOVE WS-RT-CONTA-GL (WS-CNS-RUBRICA-IDX)
                               TO RL-CONTA-GL
                       ELSE
                           MOVE "N" TO RL-INCIDE-INSS
                           MOVE "N" TO RL-INCIDE-IRRF
                           MOVE "N" TO RL-INCIDE-FGTS
                           MOVE SPACES TO RL-CONTA-GL
                       END-IF
                       PERFORM 3570-PUT-RUBRICA-POSTING
                   END-IF
               END-PERFORM
               IF WS-PEN-VALOR > 0
                   MOVE EMP-ID TO RL-EMP-ID
                   MOVE WS-RUN-TYPE TO RL-RUN-TYPE
                   MOVE WS-PEN-CODE TO RL-CODE
                   SET RL-TYPE-DEDUCTION TO TRUE
                   MOVE WS-PEN-VALOR TO RL-AMOUNT
                   IF WS-PEN-RUBRICA-IDX > 0
                       MOVE WS-RT-INCIDE-INSS (WS-PEN-RUBRICA-IDX)
                           TO RL-INCIDE-INSS
                       MOVE WS-RT-INCIDE-IRRF (WS-PEN-RUBRICA-IDX)
                           TO RL-INCIDE-IRRF
                       MOVE WS-RT-INCIDE-FGTS (WS-PEN-RUBRICA-IDX)
                           TO RL-INCIDE-FGTS
                       MOVE WS-RT-CONTA-GL (WS-PEN-RUBRICA-IDX)
                           TO RL-CONTA-GL
                   ELSE
                       MOVE "N" TO RL-INCIDE-INSS
                       MOVE "S" TO RL-INCIDE-IRRF
                       MOVE "N" TO RL-INCIDE-FGTS
                       MOVE SPACES TO RL-CONTA-GL
                   END-IF
                   PERFORM 3570-PUT-RUBRICA-POSTING
               END-IF
           END-IF.

       3570-PUT-RUBRICA-POSTING.
           WRITE RUBRICA-POSTING-RECORD
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RUBRICA-POSTING-FILE. STATUS="
                   WS-POSTING-STATUS " EMP-ID=" EMP-ID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.

      *    Accumulates this run's amounts into the employee's
      *    year-to-date master record for the accumulation year.
      *    The year is part of the record key, so each year keeps
           MOVE ZEROS TO YTD-LAST-INSS
           MOVE ZEROS TO YTD-LAST-IRRF
           MOVE ZEROS TO YTD-LAST-NET
           MOVE ZEROS TO YTD-LAST-MONTHS
           MOVE ZEROS TO YTD-PENSAO
           MOVE ZEROS TO YTD-LAST-PENSAO.

      *    Special runs accumulate into the annual totals like any
      *    other payment.  The months-paid counter advances for the
               SUBTRACT YTD-LAST-IRRF FROM YTD-IRRF
               SUBTRACT YTD-LAST-NET FROM YTD-NET
               SUBTRACT YTD-LAST-MONTHS FROM YTD-MONTHS
               SUBTRACT YTD-LAST-PENSAO FROM YTD-PENSAO
           END-IF
           ADD WS-GROSS TO YTD-GROSS
           ADD WS-INSS-DED TO YTD-INSS
           ADD WS-IRRF-DED TO YTD-IRRF
           ADD WS-NET-PAY TO YTD-NET
           ADD WS-PEN-VALOR TO YTD-PENSAO
           MOVE WS-RUN-PERIOD TO YTD-LAST-PERIOD
           MOVE WS-RUN-TYPE TO YTD-LAST-RUN-TYPE
           MOVE WS-GROSS TO YTD-LAST-GROSS
           MOVE WS-INSS-DED TO YTD-LAST-INSS
           MOVE WS-IRRF-DED TO YTD-LAST-IRRF
           MOVE WS-NET-PAY TO YTD-LAST-NET
           MOVE WS-PEN-VALOR TO YTD-LAST-PENSAO
           IF RUN-TYPE-MENSAL OR RUN-TYPE-SUPL
               ADD 1 TO YTD-MONTHS
               MOVE 1 TO YTD-LAST-MONTHS
               MOVE 0 TO YTD-LAST-MONTHS
           END-IF.

      *    The fraction just paid is recorded on the ledger: its
      *    days move to the days taken and the run period is
      *    stamped on it.  A rerun of the same FERIAS run finds the
      *    stamp and does not count the days a second time.
       3700-UPDATE-VACATION-LEDGER.
           MOVE WS-FERIAS-KEY TO FV-KEY
           READ VACATION-FILE
               INVALID KEY
                   DISPLAY "AVISO: PERIODO DE FERIAS NAO ENCONTRADO. "
                       "EMP-ID=" EMP-ID
                       " STATUS=" WS-VACATION-STATUS
               NOT INVALID KEY
                   IF FV-PROG-PAGO-PERIODO NOT = WS-RUN-PERIOD
                       ADD FV-PROG-DIAS TO FV-DIAS-GOZADOS
                       MOVE WS-RUN-PERIOD TO FV-PROG-PAGO-PERIODO
                   END-IF
                   MOVE WS-CDT-DATE TO FV-ULT-ATUALIZACAO
                   REWRITE VACATION-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO ATUALIZAR "
                               "VACATION-FILE. EMP-ID=" EMP-ID
                               " STATUS=" WS-VACATION-STATUS
                   END-REWRITE
           END-READ.

      *    The payslip is on file, so the installments deducted
      *    count now: each contract gets this run's result and its
      *    paid count from 3310-APPLY-CONTRACT, one more for an
      *    installment deducted in full or in part, none for one
      *    held, and closes itself on the last.
       3800-UPDATE-CONSIGNADOS.
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
               UNTIL WS-CNS-IDX > WS-CNS-USED
               MOVE EMP-ID TO CN-EMP-ID
               MOVE WS-CT-BANCO (WS-CNS-IDX) TO CN-BANCO
               MOVE WS-CT-CONTRATO (WS-CNS-IDX) TO CN-CONTRATO
               READ CONSIGNADO-FILE
                   INVALID KEY
                       DISPLAY "AVISO: CONTRATO CONSIGNADO NAO "
                           "ENCONTRADO. EMP-ID=" EMP-ID
                           " CONTRATO=" CN-CONTRATO
                           " STATUS=" WS-CONSIGNADO-STATUS
                   NOT INVALID KEY
                       MOVE WS-CT-PAGAS (WS-CNS-IDX)
                           TO CN-PARCELAS-PAGAS
                       IF WS-CT-OCORRENCIA (WS-CNS-IDX) NOT = "S"
                           ADD 1 TO CN-PARCELAS-PAGAS
                       END-IF
                       IF CN-PARCELAS-PAGAS >= CN-QTD-PARCELAS
                           SET CN-QUITADO TO TRUE
                       ELSE
                           SET CN-ATIVO TO TRUE
                       END-IF
                       MOVE WS-RUN-PERIOD TO CN-ULT-PERIODO
                       MOVE WS-CT-VALOR (WS-CNS-IDX) TO CN-ULT-VALOR
                       MOVE WS-CT-OCORRENCIA (WS-CNS-IDX)
                           TO CN-ULT-OCORRENCIA
                       MOVE WS-CDT-DATE TO CN-ULT-ATUALIZACAO
                       REWRITE CONSIGNADO-RECORD
                           INVALID KEY
                               DISPLAY "AVISO: ERRO AO ATUALIZAR "
                                   "CONSIGNADO-FILE. EMP-ID=" EMP-ID
                                   " STATUS=" WS-CONSIGNADO-STATUS
                       END-REWRITE
               END-READ
           END-PERFORM.

      *    The payslip is on file: the order is stamped with what
      *    this run withheld, for inquiry through PENVAR.
       3850-UPDATE-PENSAO.
           MOVE EMP-ID TO PA-EMP-ID
           READ PENSAO-FILE
               INVALID KEY
                   DISPLAY "AVISO: PENSAO ALIMENTICIA NAO ENCONTRADA. "
                       "EMP-ID=" EMP-ID
                       " STATUS=" WS-PENSAO-STATUS
               NOT INVALID KEY
                   MOVE WS-RUN-PERIOD TO PA-ULT-PERIODO
                   MOVE WS-PEN-VALOR TO PA-ULT-VALOR
                   MOVE WS-CDT-DATE TO PA-ULT-ATUALIZACAO
                   REWRITE PENSAO-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO ATUALIZAR "
                               "PENSAO-FILE. EMP-ID=" EMP-ID
                               " STATUS=" WS-PENSAO-STATUS
                   END-REWRITE
           END-READ.

      *    Supplemental run: instead of sweeping the whole master,
      *    pick up only the EMP-IDs listed on SUPLIDS -- corrected
      *    rejects, typically -- read each one directly off the
      *    and are skipped, and an EMP-ID already picked up in this
      *    run is never picked up twice -- either case would write a
      *    second payslip onto the bank-bound output and double the
      *    YTD accumulation.  The list must also run in ascending
      *    EMP-ID order, the order BNKVAR and GLVAR read PAYSLIP and
      *    RUBLANC together in: an ID not above the last one picked
      *    up is rejected under S03 and goes back on the list for a
      *    later run.
       6100-PROCESS-SUPL-ID.
           IF SUPL-ID-LINE = SPACES
               CONTINUE
                   IF SUPL-ID-ALREADY-SEEN
                       DISPLAY "AVISO: EMP-ID " EMP-ID
                           " REPETIDO NA LISTA. IGNORADO."
                   ELSE
                   IF EMP-ID NOT > WS-LAST-EMP-ID
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE EMP-ID TO RJ-EMP-ID
                       MOVE SPACES TO RJ-NOME
                       MOVE "S03-EMP-ID FORA DE ORDEM NA LISTA"
                           TO RJ-REASON
                       PERFORM 2160-WRITE-MOVEMENT-REJECT
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       IF NOT FIRST-RECORD-READ
                                   TO RJ-REASON
                               PERFORM 2160-WRITE-MOVEMENT-REJECT
                           NOT INVALID KEY
                               PERFORM 6150-PROCESS-SUPL-EMPLOYEE
                       END-READ
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    An employee whose paid vacation takes the whole month is
      *    not paid late either: the pick-up is taken back out of
      *    the read count so the audit counts still foot.
       6150-PROCESS-SUPL-EMPLOYEE.
           PERFORM 2050-CHECK-VACATION-LEDGER
           IF EMPLOYEE-NOT-PAID-THIS-RUN
               DISPLAY "AVISO: EMP-ID " EMP-ID
                   " EM FERIAS NO MES INTEIRO. IGNORADO."
               SUBTRACT 1 FROM WS-READ-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 2000-PROCESS-EMPLOYEE
           END-IF.

      *    Linear scan of the IDs already picked up this run; a new
      *    ID is registered, a repeat is flagged for the caller to
      *    skip.  A list past the table limit abends rather than
           CLOSE REJECTS-FILE
           CLOSE YTD-FILE
           CLOSE PAYSLIP-HIST-FILE
           CLOSE VACATION-FILE
           IF MOVEMENTS-FILE-OPEN
               CLOSE MOVEMENTS-FILE
               MOVE "N" TO WS-MOV-OPEN-SWITCH
           END-IF
           IF PONTO-FILE-OPEN
               CLOSE PONTO-FILE
               MOVE "N" TO WS-PONTO-OPEN-SWITCH
           END-IF
           IF POSTING-FILE-OPEN
               CLOSE RUBRICA-POSTING-FILE
               MOVE "N" TO WS-POSTING-OPEN-SWITCH
           END-IF
           IF CONSIGNADO-FILE-OPEN
               CLOSE CONSIGNADO-FILE
               MOVE "N" TO WS-CONSIGNADO-OPEN-SWITCH
           END-IF
           IF PENSAO-FILE-OPEN
               CLOSE PENSAO-FILE
               MOVE "N" TO WS-PENSAO-OPEN-SWITCH
           END-IF
           IF WS-RUN-STATUS = "COMPLETO"
               PERFORM 7700-CLEAR-RUN-CONTROL
           END-IF.
