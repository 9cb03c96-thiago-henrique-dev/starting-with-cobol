           SELECT SETTLEMENT-FILE ASSIGN TO RESCSLIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.
           SELECT PAYSLIP-HIST-FILE ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT REJECT-TRACK-FILE ASSIGN TO REJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT VACATION-FILE ASSIGN TO FERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FV-KEY
               FILE STATUS IS WS-VACATION-STATUS.
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
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO RESCREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESC-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-TRANS-FILE.
           COPY YTDREC.
       FD  SETTLEMENT-FILE.
           COPY PAYREC.
       FD  PAYSLIP-HIST-FILE.
           COPY PHSREC.
       FD  REJECT-TRACK-FILE.
           COPY RTKREC.
       FD  RUN-CONTROL-FILE.
           COPY RCTREC.
       FD  VACATION-FILE.
           COPY FERREC.
       FD  CONSIGNADO-FILE.
           COPY CNSREC.
       FD  PENSAO-FILE.
           COPY PENREC.
       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-GROSS                    PIC 9(6)V99 VALUE 0.
       01  WS-GROSS-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 GROSS-PAY-OVERFLOW       VALUE "Y".
      *    The master carries only the rate of an hourly employee;
      *    their hours come monthly from the ponto feed.  Where a
      *    monthly amount is needed without them -- the feed edit
      *    and the settlement -- the rate is taken over the same
      *    220-hour reference month VAR uses for the 13th and
      *    vacation.
       01  WS-HORAS-MES-REFERENCIA     PIC 9(3) VALUE 220.

       01  WS-REASON-PTR               PIC 9(4).


       01  WS-YTD-STATUS PIC XX VALUE "00".
       01  WS-SETTLEMENT-STATUS PIC XX VALUE "00".
       01  WS-PAYHIST-STATUS PIC XX VALUE "00".
       01  WS-SETTLE-READY-SWITCH PIC X VALUE "N".
           88 SETTLEMENT-READY VALUE "Y".
       01  WS-SETTLE-FAILED-SWITCH PIC X VALUE "N".
           05  WS-RESC-INSS-DED        PIC 9(6)V99.
           05  WS-RESC-IRRF-BASE       PIC 9(7)V99.
           05  WS-RESC-IRRF-DED        PIC 9(6)V99.
           05  WS-RESC-PENSAO          PIC 9(6)V99.
           05  WS-RESC-NET             PIC 9(7)V99.
       01  WS-DIAS-TRABALHADOS        PIC 9(2) VALUE 0.
       01  WS-MESES-AVOS              PIC 9(2) VALUE 0.
       01  WS-FERIAS-AVOS             PIC 9(2) VALUE 0.

      *    Admission and termination dates broken out for the
      *    calendar count of the settlement avos.  Days are counted
      *    on the 30-day commercial month, so a day 31 counts as 30.
       01  WS-ADMISSAO-WORK           PIC 9(8) VALUE 0.
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO-WORK.
           05  WS-ADM-YEAR             PIC 9(4).
           05  WS-ADM-MONTH            PIC 9(2).
           05  WS-ADM-DAY              PIC 9(2).
       01  WS-TERMINO-WORK            PIC 9(8) VALUE 0.
       01  WS-TERMINO-R REDEFINES WS-TERMINO-WORK.
           05  WS-TRM-YEAR             PIC 9(4).
           05  WS-TRM-MONTH            PIC 9(2).
           05  WS-TRM-DAY              PIC 9(2).
       01  WS-DIAS-SERVICO            PIC 9(6) VALUE 0.
       01  WS-MESES-SERVICO           PIC 9(4) VALUE 0.
       01  WS-ANOS-SERVICO            PIC 9(4) VALUE 0.
       01  WS-RESTO-DIAS              PIC 9(2) VALUE 0.

      *    Vacation balance from the entitlement ledger: days still
      *    owed on complete periods (doubled past the concessive
      *    deadline) and on the running one.  A ledger that does
      *    not exist yet leaves the avos estimate in force.
       01  WS-VACATION-STATUS PIC XX VALUE "00".
       01  WS-VACATION-OPEN-SWITCH PIC X VALUE "N".
           88 VACATION-LEDGER-AVAILABLE VALUE "Y".
       01  WS-VACATION-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-VACATION-SCAN VALUE "Y".
       01  WS-LEDGER-FOUND-SWITCH PIC X VALUE "N".
           88 LEDGER-PERIODS-FOUND VALUE "Y".
       01  WS-RUNNING-FOUND-SWITCH PIC X VALUE "N".
           88 RUNNING-PERIOD-FOUND VALUE "Y".
       01  WS-FERIAS-DIAS-DEVIDOS     PIC 9(3)V9 VALUE 0.
       01  WS-FERIAS-DIAS-PERIODO     PIC S9(3)V9 VALUE 0.

      *    Loan (consignado) contracts still open at termination.
      *    HRVAR only reads the master: the balance is listed on
      *    RESCREL for the rescisao desk, and HR closes the contract
      *    through CNSVAR once the bank has been settled.
       01  WS-CONSIGNADO-STATUS PIC XX VALUE "00".
       01  WS-CONSIGNADO-OPEN-SWITCH PIC X VALUE "N".
           88 CONSIGNADO-FILE-AVAILABLE VALUE "Y".
       01  WS-CONSIGNADO-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CONSIGNADO-SCAN VALUE "Y".
       01  WS-CNS-SALDO-DEVEDOR       PIC 9(8)V99 VALUE 0.
       01  WS-CNS-SALDO-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-CNS-RESTANTES           PIC 9(3) VALUE 0.
       01  WS-CNS-VALOR-DISPLAY       PIC Z(7)9.99.
       01  WS-CNS-LISTED-COUNT        PIC 9(6) VALUE 0.

      *    Alimony order (PENMAST) of the employee being settled.
      *    The settlement withholds it as VAR does a month's pay;
      *    no PENMAST at all means no order was ever registered.
       01  WS-PENSAO-STATUS PIC XX VALUE "00".
       01  WS-PENSAO-OPEN-SWITCH PIC X VALUE "N".
           88 PENSAO-FILE-AVAILABLE VALUE "Y".
       01  WS-PEN-ORDEM-SWITCH PIC X VALUE "N".
           88 PENSAO-ORDEM-ATIVA VALUE "Y".
       01  WS-RESC-PEN-LIMITE         PIC 9(7)V99 VALUE 0.
       01  WS-PEN-VALOR-DISPLAY       PIC ZZZ,ZZ9.99.
       01  WS-PEN-SETTLED-COUNT       PIC 9(6) VALUE 0.

      *    RESCREL, the rescisao desk's report: for each settlement
      *    the amounts of the RESCSLIP line, the alimony order with
      *    the beneficiary's account the treasury pays it to, and
      *    the open consignado contracts to retain for the banks.
       01  WS-RESC-REPORT-STATUS PIC XX VALUE "00".
       01  WS-RR-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE ALL "-".
       01  WS-RR-HEADER-LINE.
           05  FILLER                  PIC X(9)  VALUE "RESCISAO ".
           05  WS-RH-EMP-ID            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RH-NOME              PIC X(30).
           05  FILLER                  PIC X(6)  VALUE " DATA ".
           05  WS-RH-DATA              PIC 9(8).
       01  WS-RR-VALUES-LINE.
           05  FILLER                  PIC X(8)  VALUE "  BRUTO ".
           05  WS-RV-GROSS             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " INSS ".
           05  WS-RV-INSS              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6)  VALUE " IRRF ".
           05  WS-RV-IRRF              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8)  VALUE " PENSAO ".
           05  WS-RV-PENSAO            PIC ZZZ,ZZ9.99.
       01  WS-RR-NET-LINE.
           05  FILLER                  PIC X(18) VALUE
               "  LIQUIDO A PAGAR ".
           05  WS-RN-NET               PIC Z,ZZZ,ZZ9.99.
       01  WS-RR-PENSAO-LINE.
           05  FILLER                  PIC X(30) VALUE
               "  PENSAO ALIMENTICIA PROCESSO ".
           05  WS-RP-PROCESSO          PIC X(25).
           05  FILLER                  PIC X(7)  VALUE " VALOR ".
           05  WS-RP-VALOR             PIC ZZZ,ZZ9.99.
       01  WS-RR-BENEF-LINE.
           05  FILLER                  PIC X(17) VALUE
               "    BENEFICIARIO ".
           05  WS-RB-NOME              PIC X(50).
       01  WS-RR-CONTA-LINE.
           05  FILLER                  PIC X(10) VALUE "    BANCO ".
           05  WS-RC-BANCO             PIC 9(3).
           05  FILLER                  PIC X(9)  VALUE " AGENCIA ".
           05  WS-RC-AGENCIA           PIC 9(5).
           05  FILLER                  PIC X(7)  VALUE " CONTA ".
           05  WS-RC-CONTA             PIC 9(10).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  WS-RC-CONTA-DV          PIC X(1).
           05  FILLER                  PIC X(6)  VALUE " TIPO ".
           05  WS-RC-TIPO-CONTA        PIC X(1).
       01  WS-RR-CNS-LINE.
           05  FILLER                  PIC X(19) VALUE
               "  CONSIGNADO BANCO ".
           05  WS-RK-BANCO             PIC 9(3).
           05  FILLER                  PIC X(10) VALUE " CONTRATO ".
           05  WS-RK-CONTRATO          PIC X(15).
           05  FILLER                  PIC X(10) VALUE " PARCELAS ".
           05  WS-RK-RESTANTES         PIC ZZ9.
           05  FILLER                  PIC X(7)  VALUE " SALDO ".
           05  WS-RK-SALDO             PIC Z(7)9.99.
       01  WS-RR-CNS-TOTAL-LINE.
           05  FILLER                  PIC X(36) VALUE
               "  CONSIGNADO A RETER - SALDO TOTAL ".
           05  WS-RK-TOTAL             PIC Z(7)9.99.

       01  WS-TRACK-STATUS PIC XX VALUE "00".
       01  WS-TRACK-OPEN-SWITCH PIC X VALUE "N".
           IF WS-SETTLED-COUNT > 0
               DISPLAY "RESCISOES CALCULADAS: " WS-SETTLED-COUNT
           END-IF
           IF WS-PEN-SETTLED-COUNT > 0
               DISPLAY "PENSOES RETIDAS EM RESCISAO: "
                   WS-PEN-SETTLED-COUNT
           END-IF
           IF WS-CNS-LISTED-COUNT > 0
               DISPLAY "CONSIGNADOS EM ABERTO A RETER: "
                   WS-CNS-LISTED-COUNT
           END-IF
           PERFORM 7000-WRITE-AUDIT-LOG
           PERFORM 9000-CLOSE-FILES
           IF WS-REJECTED-COUNT > 0
       1900-DETERMINE-GROSS-PAY.
           MOVE "N" TO WS-GROSS-OVERFLOW-SWITCH
           IF HR-TYPE-HOURLY
               COMPUTE WS-GROSS ROUNDED =
                       HR-RATE * WS-HORAS-MES-REFERENCIA
                   ON SIZE ERROR
                       SET GROSS-PAY-OVERFLOW TO TRUE
                       MOVE 0 TO WS-GROSS
                           DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                               "PARA EMP-ID=" HR-EMP-ID
               END-IF
               PERFORM 2550-VALIDATE-ADMISSAO
           END-IF.

      *    A hire must carry its admission date; a change may leave
      *    it zero to keep the date already on the master.  Any date
      *    present must be a real calendar date, the day existing in
      *    its month (29 February only in a leap year).  A hire
      *    dated ahead of the feed is accepted -- VAR holds it out of
      *    the payroll until the admission period comes round.
       2550-VALIDATE-ADMISSAO.
           IF HR-ACTION-CHANGE AND HR-ADMISSAO NUMERIC
                   AND HR-ADMISSAO = ZEROS
               CONTINUE
           ELSE
               IF HR-ADMISSAO NUMERIC
                   MOVE HR-ADMISSAO TO WS-ADMISSAO-WORK
               ELSE
                   MOVE ZEROS TO WS-ADMISSAO-WORK
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-ADMISSAO-WORK)
                       NOT = 0
                       OR WS-ADM-YEAR < 1900
                   SET RECORD-IS-INVALID TO TRUE
                   STRING "H07-DATA DE ADMISSAO INVALIDA"
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                       WITH POINTER WS-REASON-PTR
                       ON OVERFLOW
                           DISPLAY "AVISO: WS-REJECT-REASON TRUNCADO "
                               "PARA EMP-ID=" HR-EMP-ID
               END-IF
           END-IF.

       2600-WRITE-REJECT-RECORD.
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "A" TO WS-HIST-ACTION
                   MOVE SPACES TO HS-BEFORE-IMAGE
                   MOVE SPACES TO HS-BEFORE-IMAGE-EXT
                   MOVE EMPLOYEE-RECORD TO HS-AFTER-IMAGE
                   MOVE EMPLOYEE-RECORD (101:) TO HS-AFTER-IMAGE-EXT
                   PERFORM 8000-WRITE-HISTORY
                   PERFORM 8100-CLEAR-OPEN-REJECTS
           END-WRITE.
                   PERFORM 2600-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO HS-BEFORE-IMAGE
                   MOVE EMPLOYEE-RECORD (101:) TO HS-BEFORE-IMAGE-EXT
                   PERFORM 3900-MOVE-TRANS-TO-EMPLOYEE
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "C" TO WS-HIST-ACTION
                           MOVE EMPLOYEE-RECORD TO HS-AFTER-IMAGE
                           MOVE EMPLOYEE-RECORD (101:)
                               TO HS-AFTER-IMAGE-EXT
                           PERFORM 8000-WRITE-HISTORY
                           PERFORM 8100-CLEAR-OPEN-REJECTS
                   END-REWRITE
                   ELSE
                       PERFORM 5100-COMPUTE-SETTLEMENT
                       MOVE EMPLOYEE-RECORD TO HS-BEFORE-IMAGE
                       MOVE EMPLOYEE-RECORD (101:)
                           TO HS-BEFORE-IMAGE-EXT
                       DELETE EMPLOYEE-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-REJECT-REASON
                               ADD 1 TO WS-APPLIED-COUNT
                               MOVE "D" TO WS-HIST-ACTION
                               MOVE SPACES TO HS-AFTER-IMAGE
                               MOVE SPACES TO HS-AFTER-IMAGE-EXT
                               PERFORM 8000-WRITE-HISTORY
                               PERFORM 5200-WRITE-SETTLEMENT-SLIP
                               PERFORM 5250-ARCHIVE-SETTLEMENT
                               IF WS-RESC-PENSAO > 0
                                   PERFORM 5260-UPDATE-PENSAO
                               END-IF
                               PERFORM 5270-REPORT-SETTLEMENT
                               PERFORM 5300-UPDATE-YTD
                               PERFORM 5400-SETTLE-VACATION-PERIODS
                               PERFORM 5500-LIST-CONSIGNADOS
                               ADD 1 TO WS-SETTLED-COUNT
                               PERFORM 8100-CLEAR-OPEN-REJECTS
                       END-DELETE
           END-READ.

      *    Lazy one-time setup for the settlement path: the tax
      *    tables, the YTD master, the payslip history master, the
      *    settlement payslip file and the rescisao desk's report
      *    are only touched on a feed that actually carries a
      *    termination.  A failure here
      *    marks settlements unavailable instead of abending, so
      *    the night's hires and changes still apply.
       5050-INIT-SETTLEMENT.
           IF SETTLEMENT-READY OR SETTLEMENT-UNAVAILABLE
               CONTINUE
                       SET SETTLEMENT-UNAVAILABLE TO TRUE
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN I-O PAYSLIP-HIST-FILE
                   IF WS-PAYHIST-STATUS = "35"
                       OPEN OUTPUT PAYSLIP-HIST-FILE
                       CLOSE PAYSLIP-HIST-FILE
                       OPEN I-O PAYSLIP-HIST-FILE
                   END-IF
                   IF WS-PAYHIST-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR PAYSLIP-HIST-FILE. "
                           "STATUS=" WS-PAYHIST-STATUS
                       CLOSE YTD-FILE
                       SET SETTLEMENT-UNAVAILABLE TO TRUE
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN EXTEND SETTLEMENT-FILE
                   IF WS-SETTLEMENT-STATUS = "35"
                       DISPLAY "ERRO AO ABRIR SETTLEMENT-FILE. "
                           "STATUS=" WS-SETTLEMENT-STATUS
                       CLOSE YTD-FILE
                       CLOSE PAYSLIP-HIST-FILE
                       SET SETTLEMENT-UNAVAILABLE TO TRUE
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN EXTEND SETTLEMENT-REPORT-FILE
                   IF WS-RESC-REPORT-STATUS = "35"
                       OPEN OUTPUT SETTLEMENT-REPORT-FILE
                   END-IF
                   IF WS-RESC-REPORT-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR SETTLEMENT-REPORT-FILE. "
                           "STATUS=" WS-RESC-REPORT-STATUS
                       CLOSE YTD-FILE
                       CLOSE PAYSLIP-HIST-FILE
                       CLOSE SETTLEMENT-FILE
                       SET SETTLEMENT-UNAVAILABLE TO TRUE
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN I-O VACATION-FILE
                   IF WS-VACATION-STATUS = "00"
                       SET VACATION-LEDGER-AVAILABLE TO TRUE
                   ELSE
                       IF WS-VACATION-STATUS NOT = "35"
                           DISPLAY "ERRO AO ABRIR VACATION-FILE. "
                               "STATUS=" WS-VACATION-STATUS
                           CLOSE YTD-FILE
                           CLOSE PAYSLIP-HIST-FILE
                           CLOSE SETTLEMENT-FILE
                           CLOSE SETTLEMENT-REPORT-FILE
                           SET SETTLEMENT-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN INPUT CONSIGNADO-FILE
                   IF WS-CONSIGNADO-STATUS = "00"
                       SET CONSIGNADO-FILE-AVAILABLE TO TRUE
                   ELSE
                       IF WS-CONSIGNADO-STATUS NOT = "35"
                           DISPLAY "ERRO AO ABRIR CONSIGNADO-FILE. "
                               "STATUS=" WS-CONSIGNADO-STATUS
                           CLOSE YTD-FILE
                           CLOSE PAYSLIP-HIST-FILE
                           CLOSE SETTLEMENT-FILE
                           CLOSE SETTLEMENT-REPORT-FILE
                           IF VACATION-LEDGER-AVAILABLE
                               CLOSE VACATION-FILE
                               MOVE "N" TO WS-VACATION-OPEN-SWITCH
                           END-IF
                           SET SETTLEMENT-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   OPEN I-O PENSAO-FILE
                   IF WS-PENSAO-STATUS = "00"
                       SET PENSAO-FILE-AVAILABLE TO TRUE
                   ELSE
                       IF WS-PENSAO-STATUS NOT = "35"
                           DISPLAY "ERRO AO ABRIR PENSAO-FILE. "
                               "STATUS=" WS-PENSAO-STATUS
                           CLOSE YTD-FILE
                           CLOSE PAYSLIP-HIST-FILE
                           CLOSE SETTLEMENT-FILE
                           CLOSE SETTLEMENT-REPORT-FILE
                           IF VACATION-LEDGER-AVAILABLE
                               CLOSE VACATION-FILE
                               MOVE "N" TO WS-VACATION-OPEN-SWITCH
                           END-IF
                           IF CONSIGNADO-FILE-AVAILABLE
                               CLOSE CONSIGNADO-FILE
                               MOVE "N" TO WS-CONSIGNADO-OPEN-SWITCH
                           END-IF
                           SET SETTLEMENT-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT SETTLEMENT-UNAVAILABLE
                   SET SETTLEMENT-READY TO TRUE
               END-IF
           END-IF.

      *    The rescisao: salary balance for the days worked in the
      *    month (day of the run date over 30, from the admission
      *    day when hired that same month), proportional 13th and
      *    proportional vacation plus the constitutional third, both
      *    in twelfths (avos) counted from the admission date by
      *    5110-COUNT-SERVICE-AVOS.  When the employee has periods
      *    on the vacation ledger, the vacation is instead the real
      *    balance of days still owed, priced by
      *    5120-READ-VACATION-BALANCE.  INSS and IRRF
      *    apply to the salary balance and the 13th; the vacation
      *    indemnity and its third are paid out free of both, as
      *    indemnified vacation is.  An active alimony order is
      *    withheld after INSS and comes off the IRRF base, as in
      *    VAR (5155-CALC-RESC-PENSAO).  The YTD record read here is
      *    reused by 5300-UPDATE-YTD after the delete succeeds.
      *    An hourly employee's monthly base is the rate over the
      *    220-hour reference month.
       5100-COMPUTE-SETTLEMENT.
           IF EMP-TYPE-HOURLY
               COMPUTE WS-RESC-BASE-PAY ROUNDED =
                       EMP-RATE * WS-HORAS-MES-REFERENCIA
                   ON SIZE ERROR
                       MOVE 999999.99 TO WS-RESC-BASE-PAY
               END-COMPUTE
           ELSE
               MOVE EMP-SALARIO TO WS-RESC-BASE-PAY
           END-IF
           MOVE EMP-ID TO YTD-EMP-ID
           MOVE WS-RUN-YEAR TO YTD-YEAR
           READ YTD-FILE
               INVALID KEY
                   PERFORM 5310-INIT-YTD-RECORD
           END-READ
           PERFORM 5110-COUNT-SERVICE-AVOS
           COMPUTE WS-RESC-SALDO ROUNDED =
               WS-RESC-BASE-PAY * WS-DIAS-TRABALHADOS / 30
           COMPUTE WS-RESC-DECIMO ROUNDED =
               WS-RESC-BASE-PAY * WS-MESES-AVOS / 12
           PERFORM 5120-READ-VACATION-BALANCE
           IF LEDGER-PERIODS-FOUND
               COMPUTE WS-RESC-FERIAS ROUNDED =
                   (WS-RESC-BASE-PAY * WS-FERIAS-DIAS-DEVIDOS / 30)
                       * 4 / 3
                   ON SIZE ERROR
                       DISPLAY "AVISO: FERIAS EXCEDEM LIMITE PARA "
                           "EMP-ID=" EMP-ID
                       MOVE 999999.99 TO WS-RESC-FERIAS
               END-COMPUTE
           ELSE
               COMPUTE WS-RESC-FERIAS ROUNDED =
                   (WS-RESC-BASE-PAY * WS-FERIAS-AVOS / 12) * 4 / 3
           END-IF
           COMPUTE WS-RESC-GROSS =
               WS-RESC-SALDO + WS-RESC-DECIMO + WS-RESC-FERIAS
           COMPUTE WS-RESC-INSS-BASE =
               WS-RESC-SALDO + WS-RESC-DECIMO
           PERFORM 5150-CALC-RESC-INSS
           PERFORM 5155-CALC-RESC-PENSAO
           IF WS-RESC-INSS-DED + WS-RESC-PENSAO > WS-RESC-INSS-BASE
               MOVE 0 TO WS-RESC-IRRF-BASE
           ELSE
               COMPUTE WS-RESC-IRRF-BASE = WS-RESC-INSS-BASE
                   - WS-RESC-INSS-DED - WS-RESC-PENSAO
           END-IF
           PERFORM 5160-CALC-RESC-IRRF
           COMPUTE WS-RESC-NET =
               WS-RESC-GROSS - WS-RESC-INSS-DED - WS-RESC-IRRF-DED
               - WS-RESC-PENSAO.

      *    13th avos are the months of the calendar year with 15 or
      *    more days worked: the termination month on the day of
      *    the run date, the admission month when admitted on or
      *    before day 16, and every whole month between.  Vacation
      *    avos are the months of service since the last admission
      *    anniversary, a remainder of 15 days counting as a month.
      *    A legacy record with no admission date falls back to the
      *    months already accumulated on YTDMAST for both.
       5110-COUNT-SERVICE-AVOS.
           MOVE WS-CDT-DATE TO WS-TERMINO-WORK
           IF WS-TRM-DAY > 30
               MOVE 30 TO WS-TRM-DAY
           END-IF
           MOVE WS-TRM-DAY TO WS-DIAS-TRABALHADOS
           EVALUATE TRUE
               WHEN EMP-ADMISSAO NOT NUMERIC OR EMP-ADMISSAO = ZEROS
                   MOVE YTD-MONTHS TO WS-MESES-AVOS
                   IF WS-DIAS-TRABALHADOS >= 15 AND WS-MESES-AVOS < 12
                       ADD 1 TO WS-MESES-AVOS
                   END-IF
                   MOVE WS-MESES-AVOS TO WS-FERIAS-AVOS
               WHEN EMP-ADMISSAO > WS-CDT-DATE
                   MOVE 0 TO WS-DIAS-TRABALHADOS
                   MOVE 0 TO WS-MESES-AVOS
                   MOVE 0 TO WS-FERIAS-AVOS
               WHEN OTHER
                   MOVE EMP-ADMISSAO TO WS-ADMISSAO-WORK
                   IF WS-ADM-DAY > 30
                       MOVE 30 TO WS-ADM-DAY
                   END-IF
                   IF WS-ADM-YEAR = WS-TRM-YEAR
                           AND WS-ADM-MONTH = WS-TRM-MONTH
                       COMPUTE WS-DIAS-TRABALHADOS =
                           WS-TRM-DAY - WS-ADM-DAY + 1
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ADM-YEAR < WS-TRM-YEAR
                           COMPUTE WS-MESES-AVOS = WS-TRM-MONTH - 1
                       WHEN WS-ADM-MONTH < WS-TRM-MONTH
                           COMPUTE WS-MESES-AVOS =
                               WS-TRM-MONTH - WS-ADM-MONTH - 1
                           IF WS-ADM-DAY <= 16
                               ADD 1 TO WS-MESES-AVOS
                           END-IF
                       WHEN OTHER
                           MOVE 0 TO WS-MESES-AVOS
                   END-EVALUATE
                   IF WS-DIAS-TRABALHADOS >= 15
                       ADD 1 TO WS-MESES-AVOS
                   END-IF
                   COMPUTE WS-DIAS-SERVICO =
                       (WS-TRM-YEAR * 360 + WS-TRM-MONTH * 30
                           + WS-TRM-DAY)
                       - (WS-ADM-YEAR * 360 + WS-ADM-MONTH * 30
                           + WS-ADM-DAY) + 1
                   DIVIDE WS-DIAS-SERVICO BY 30
                       GIVING WS-MESES-SERVICO
                       REMAINDER WS-RESTO-DIAS
                   IF WS-RESTO-DIAS >= 15
                       ADD 1 TO WS-MESES-SERVICO
                   END-IF
                   DIVIDE WS-MESES-SERVICO BY 12
                       GIVING WS-ANOS-SERVICO
                       REMAINDER WS-FERIAS-AVOS
           END-EVALUATE.

      *    Every open period counts.  A complete period owes its
      *    days earned less the days taken (the full 30 when FERVAR
      *    has not closed it yet), twice over once its concessive
      *    deadline has passed; the running period owes 2.5 days
      *    per avo counted by 5110 less any days already taken from
      *    it.  A running period FERVAR has not opened yet is
      *    counted from the avos alone.
       5120-READ-VACATION-BALANCE.
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH
           MOVE "N" TO WS-RUNNING-FOUND-SWITCH
           MOVE 0 TO WS-FERIAS-DIAS-DEVIDOS
           IF VACATION-LEDGER-AVAILABLE
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
                               IF FV-ABERTO
                                   SET LEDGER-PERIODS-FOUND TO TRUE
                                   PERFORM 5130-ADD-PERIOD-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF LEDGER-PERIODS-FOUND AND NOT RUNNING-PERIOD-FOUND
                   COMPUTE WS-FERIAS-DIAS-DEVIDOS =
                       WS-FERIAS-DIAS-DEVIDOS + WS-FERIAS-AVOS * 2.5
               END-IF
           END-IF.

       5130-ADD-PERIOD-BALANCE.
           IF FV-AQUIS-FIM < WS-CDT-DATE
               IF FV-AVOS < 12
                   COMPUTE WS-FERIAS-DIAS-PERIODO =
                       30 - FV-DIAS-GOZADOS
               ELSE
                   COMPUTE WS-FERIAS-DIAS-PERIODO =
                       FV-DIAS-DIREITO - FV-DIAS-GOZADOS
               END-IF
               IF FV-CONCESSIVO-FIM < WS-CDT-DATE
                   COMPUTE WS-FERIAS-DIAS-PERIODO =
                       WS-FERIAS-DIAS-PERIODO * 2
               END-IF
           ELSE
               SET RUNNING-PERIOD-FOUND TO TRUE
               COMPUTE WS-FERIAS-DIAS-PERIODO =
                   WS-FERIAS-AVOS * 2.5 - FV-DIAS-GOZADOS
           END-IF
           IF WS-FERIAS-DIAS-PERIODO > 0
               ADD WS-FERIAS-DIAS-PERIODO TO WS-FERIAS-DIAS-DEVIDOS
           END-IF.

       5150-CALC-RESC-INSS.
           IF WS-RESC-INSS-BASE > WS-INSS-LIMIT (4)
                   - WS-INSS-PARCELA (WS-BRACKET-IDX)
           END-IF.

      *    The order is priced the way VAR prices a month's pay: a
      *    percentage of the settlement net of INSS or of its gross,
      *    or the fixed amount -- unless the month's fixed amount
      *    was already withheld by the monthly run, which stamps
      *    the order with the period.  No order takes more than
      *    the settlement pays net of INSS.  The order itself stays
      *    active on PENMAST: lifting it is for the court, through
      *    PENVAR.
       5155-CALC-RESC-PENSAO.
           MOVE 0 TO WS-RESC-PENSAO
           MOVE "N" TO WS-PEN-ORDEM-SWITCH
           IF PENSAO-FILE-AVAILABLE
               MOVE EMP-ID TO PA-EMP-ID
               READ PENSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PA-ATIVA
                               AND PA-INICIO-PERIODO NOT > WS-RUN-PERIOD
                           SET PENSAO-ORDEM-ATIVA TO TRUE
                       END-IF
               END-READ
           END-IF
           IF PENSAO-ORDEM-ATIVA
               PERFORM 5156-COMPUTE-RESC-PENSAO
           END-IF.

       5156-COMPUTE-RESC-PENSAO.
           IF WS-RESC-INSS-DED >= WS-RESC-GROSS
               MOVE 0 TO WS-RESC-PEN-LIMITE
           ELSE
               COMPUTE WS-RESC-PEN-LIMITE =
                   WS-RESC-GROSS - WS-RESC-INSS-DED
           END-IF
           EVALUATE TRUE
               WHEN PA-BASE-LIQUIDO
                   COMPUTE WS-RESC-PENSAO ROUNDED =
                       WS-RESC-PEN-LIMITE * PA-PERCENTUAL / 100
               WHEN PA-BASE-BRUTO
                   COMPUTE WS-RESC-PENSAO ROUNDED =
                       WS-RESC-GROSS * PA-PERCENTUAL / 100
               WHEN PA-ULT-PERIODO = WS-RUN-PERIOD
                   MOVE 0 TO WS-RESC-PENSAO
               WHEN OTHER
                   MOVE PA-VALOR-FIXO TO WS-RESC-PENSAO
           END-EVALUATE
           IF WS-RESC-PENSAO > WS-RESC-PEN-LIMITE
               MOVE WS-RESC-PEN-LIMITE TO WS-RESC-PENSAO
               MOVE WS-RESC-PENSAO TO WS-PEN-VALOR-DISPLAY
               DISPLAY "AVISO: PENSAO ALIMENTICIA LIMITADA AO "
                   "LIQUIDO DA RESCISAO. EMP-ID=" EMP-ID
                   " DESCONTADO=" WS-PEN-VALOR-DISPLAY
           END-IF.

       5160-CALC-RESC-IRRF.
           MOVE 1 TO WS-BRACKET-IDX
           PERFORM UNTIL WS-BRACKET-IDX >= 5
           MOVE WS-RESC-GROSS TO PS-GROSS
           MOVE WS-RESC-INSS-DED TO PS-INSS
           MOVE WS-RESC-IRRF-DED TO PS-IRRF
           MOVE WS-RESC-PENSAO TO PS-OUTROS
           MOVE WS-RESC-NET TO PS-NET
           MOVE WS-RESC-RUN-TYPE TO PS-RUN-TYPE
           MOVE WS-RESC-INSS-BASE TO PS-INSS-BASE
           WRITE PAYSLIP-LINE
           IF WS-SETTLEMENT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR SETTLEMENT-FILE. STATUS="
               STOP RUN
           END-IF.

      *    The settlement is retained on the permanent payslip
      *    history like any payslip VAR writes, so the month's tax
      *    remittance finds it there with its INSS base.  RESCSLIP
      *    is only the treasury's payout file.
       5250-ARCHIVE-SETTLEMENT.
           MOVE EMP-ID TO PH-EMP-ID
           MOVE WS-RUN-PERIOD TO PH-PERIOD
           MOVE WS-RESC-RUN-TYPE TO PH-RUN-TYPE
           MOVE EMP-NOME TO PH-NOME
           MOVE WS-RESC-GROSS TO PH-GROSS
           MOVE WS-RESC-INSS-DED TO PH-INSS
           MOVE WS-RESC-IRRF-DED TO PH-IRRF
           MOVE WS-RESC-PENSAO TO PH-OUTROS
           MOVE WS-RESC-NET TO PH-NET
           MOVE WS-CDT-DATE TO PH-RUN-DATE
           MOVE WS-CDT-TIME TO PH-RUN-TIME
           MOVE WS-RESC-INSS-BASE TO PH-INSS-BASE
           WRITE PAYSLIP-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYSLIP-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO GRAVAR "
                               "PAYSLIP-HIST-FILE. EMP-ID=" EMP-ID
                               " STATUS=" WS-PAYHIST-STATUS
                   END-REWRITE
           END-WRITE.

      *    The settlement is on file: the order is stamped with what
      *    it withheld, for inquiry through PENVAR, as VAR stamps it
      *    after a payslip.
       5260-UPDATE-PENSAO.
           ADD 1 TO WS-PEN-SETTLED-COUNT
           MOVE EMP-ID TO PA-EMP-ID
           READ PENSAO-FILE
               INVALID KEY
                   DISPLAY "AVISO: PENSAO ALIMENTICIA NAO ENCONTRADA. "
                       "EMP-ID=" EMP-ID
                       " STATUS=" WS-PENSAO-STATUS
               NOT INVALID KEY
                   MOVE WS-RUN-PERIOD TO PA-ULT-PERIODO
                   MOVE WS-RESC-PENSAO TO PA-ULT-VALOR
                   MOVE WS-CDT-DATE TO PA-ULT-ATUALIZACAO
                   REWRITE PENSAO-RECORD
                       INVALID KEY
                           DISPLAY "AVISO: ERRO AO ATUALIZAR "
                               "PENSAO-FILE. EMP-ID=" EMP-ID
                               " STATUS=" WS-PENSAO-STATUS
                   END-REWRITE
           END-READ.

      *    The settlement goes on RESCREL with the amounts of its
      *    RESCSLIP line and, when an order is active, the alimony
      *    with the beneficiary's account: the settlement is paid
      *    by the treasury, not through BNKVAR, so this is where the
      *    beneficiary's credit comes from.  The open consignado
      *    contracts follow (5500-LIST-CONSIGNADOS).
       5270-REPORT-SETTLEMENT.
           MOVE WS-RR-SEPARATOR TO SETTLEMENT-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE EMP-ID TO WS-RH-EMP-ID
           MOVE EMP-NOME TO WS-RH-NOME
           MOVE WS-CDT-DATE TO WS-RH-DATA
           MOVE WS-RR-HEADER-LINE TO SETTLEMENT-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-RESC-GROSS TO WS-RV-GROSS
           MOVE WS-RESC-INSS-DED TO WS-RV-INSS
           MOVE WS-RESC-IRRF-DED TO WS-RV-IRRF
           MOVE WS-RESC-PENSAO TO WS-RV-PENSAO
           MOVE WS-RR-VALUES-LINE TO SETTLEMENT-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-RESC-NET TO WS-RN-NET
           MOVE WS-RR-NET-LINE TO SETTLEMENT-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           IF PENSAO-ORDEM-ATIVA
               MOVE PA-PROCESSO TO WS-RP-PROCESSO
               MOVE WS-RESC-PENSAO TO WS-RP-VALOR
               MOVE WS-RR-PENSAO-LINE TO SETTLEMENT-REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
               MOVE PA-BENEF-NOME TO WS-RB-NOME
               MOVE WS-RR-BENEF-LINE TO SETTLEMENT-REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
               MOVE PA-BENEF-BANCO TO WS-RC-BANCO
               MOVE PA-BENEF-AGENCIA TO WS-RC-AGENCIA
               MOVE PA-BENEF-CONTA TO WS-RC-CONTA
               MOVE PA-BENEF-CONTA-DV TO WS-RC-CONTA-DV
               MOVE PA-BENEF-TIPO-CONTA TO WS-RC-TIPO-CONTA
               MOVE WS-RR-CONTA-LINE TO SETTLEMENT-REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
           END-IF.

      *    Accumulates the settlement into the annual totals the
      *    same way VAR does, with the back-out of a repeated
      *    period/run-type so a re-applied feed never doubles the
           MOVE ZEROS TO YTD-LAST-INSS
           MOVE ZEROS TO YTD-LAST-IRRF
           MOVE ZEROS TO YTD-LAST-NET
           MOVE ZEROS TO YTD-LAST-MONTHS
           MOVE ZEROS TO YTD-PENSAO
           MOVE ZEROS TO YTD-LAST-PENSAO.

       5320-ACCUMULATE-YTD.
           MOVE EMP-NOME TO YTD-NOME
               SUBTRACT YTD-LAST-IRRF FROM YTD-IRRF
               SUBTRACT YTD-LAST-NET FROM YTD-NET
               SUBTRACT YTD-LAST-MONTHS FROM YTD-MONTHS
               SUBTRACT YTD-LAST-PENSAO FROM YTD-PENSAO
           END-IF
           ADD WS-RESC-GROSS TO YTD-GROSS
           ADD WS-RESC-INSS-DED TO YTD-INSS
           ADD WS-RESC-IRRF-DED TO YTD-IRRF
           ADD WS-RESC-NET TO YTD-NET
           ADD WS-RESC-PENSAO TO YTD-PENSAO
           ADD 1 TO YTD-MONTHS
           MOVE WS-RUN-PERIOD TO YTD-LAST-PERIOD
           MOVE WS-RESC-RUN-TYPE TO YTD-LAST-RUN-TYPE
           MOVE WS-RESC-INSS-DED TO YTD-LAST-INSS
           MOVE WS-RESC-IRRF-DED TO YTD-LAST-IRRF
           MOVE WS-RESC-NET TO YTD-LAST-NET
           MOVE 1 TO YTD-LAST-MONTHS
           MOVE WS-RESC-PENSAO TO YTD-LAST-PENSAO.

      *    The employee's periods are closed as settled (Q) once the
      *    rescisao has paid their balance.
       5400-SETTLE-VACATION-PERIODS.
           IF LEDGER-PERIODS-FOUND
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
                               IF FV-ABERTO
                                   SET FV-QUITADO TO TRUE
                                   MOVE WS-CDT-DATE
                                       TO FV-ULT-ATUALIZACAO
                                   REWRITE VACATION-RECORD
                                       INVALID KEY
                                           DISPLAY "AVISO: ERRO AO "
                                               "QUITAR FERIAS. "
                                               "EMP-ID=" FV-EMP-ID
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Every contract still active for the terminated employee
      *    is listed on RESCREL under the settlement, with the
      *    installments left and the balance owed, and the total
      *    after them, so the rescisao desk can retain it from the
      *    settlement and pass it to the bank.  The contract stays
      *    open here: HR closes it through CNSVAR (L) once settled.
      *    No CNSMAST at all means no loans were ever registered.
       5500-LIST-CONSIGNADOS.
           IF CONSIGNADO-FILE-AVAILABLE
               MOVE "N" TO WS-CONSIGNADO-EOF-SWITCH
               MOVE 0 TO WS-CNS-SALDO-TOTAL
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
                               IF CN-ATIVO
                                   PERFORM 5510-LIST-CONTRACT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CNS-SALDO-TOTAL > 0
                   MOVE WS-CNS-SALDO-TOTAL TO WS-RK-TOTAL
                   MOVE WS-RR-CNS-TOTAL-LINE TO SETTLEMENT-REPORT-LINE
                   PERFORM 5900-WRITE-REPORT-LINE
                   MOVE WS-CNS-SALDO-TOTAL TO WS-CNS-VALOR-DISPLAY
                   DISPLAY "AVISO: CONSIGNADO A RETER NA RESCISAO. "
                       "EMP-ID=" EMP-ID
                       " TOTAL=" WS-CNS-VALOR-DISPLAY
               END-IF
           END-IF.

       5510-LIST-CONTRACT.
           MOVE 0 TO WS-CNS-RESTANTES
           IF CN-PARCELAS-PAGAS < CN-QTD-PARCELAS
               COMPUTE WS-CNS-RESTANTES =
                   CN-QTD-PARCELAS - CN-PARCELAS-PAGAS
           END-IF
           COMPUTE WS-CNS-SALDO-DEVEDOR =
               WS-CNS-RESTANTES * CN-VALOR-PARCELA
           ADD WS-CNS-SALDO-DEVEDOR TO WS-CNS-SALDO-TOTAL
           ADD 1 TO WS-CNS-LISTED-COUNT
           MOVE CN-BANCO TO WS-RK-BANCO
           MOVE CN-CONTRATO TO WS-RK-CONTRATO
           MOVE WS-CNS-RESTANTES TO WS-RK-RESTANTES
           MOVE WS-CNS-SALDO-DEVEDOR TO WS-RK-SALDO
           MOVE WS-RR-CNS-LINE TO SETTLEMENT-REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       5900-WRITE-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE
           IF WS-RESC-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR SETTLEMENT-REPORT-FILE. STATUS="
                   WS-RESC-REPORT-STATUS " EMP-ID=" EMP-ID
               MOVE "ABEND" TO WS-RUN-STATUS
               PERFORM 7000-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.

       3900-MOVE-TRANS-TO-EMPLOYEE.
           MOVE HR-EMP-ID TO EMP-ID
           MOVE HR-NOME TO EMP-NOME
           MOVE HR-IDADE TO EMP-IDADE
           MOVE HR-TYPE TO EMP-TYPE
           IF HR-TYPE-HOURLY
               MOVE ZEROS TO EMP-COMPENSATION-AREA
               MOVE HR-RATE TO EMP-RATE
           ELSE
               MOVE HR-COMPENSATION-AREA TO EMP-COMPENSATION-AREA
           END-IF
           IF HR-ACTION-CHANGE AND HR-ADMISSAO = ZEROS
               CONTINUE
           ELSE
               MOVE HR-ADMISSAO TO EMP-ADMISSAO
           END-IF.

      *    Every add, change and termination the HR feed applies is
      *    appended to the same change history MNTVAR writes, with
           END-IF
           IF SETTLEMENT-READY
               CLOSE YTD-FILE
               CLOSE PAYSLIP-HIST-FILE
               CLOSE SETTLEMENT-FILE
               CLOSE SETTLEMENT-REPORT-FILE
               MOVE "N" TO WS-SETTLE-READY-SWITCH
           END-IF
           IF VACATION-LEDGER-AVAILABLE
               CLOSE VACATION-FILE
               MOVE "N" TO WS-VACATION-OPEN-SWITCH
           END-IF
           IF CONSIGNADO-FILE-AVAILABLE
               CLOSE CONSIGNADO-FILE
               MOVE "N" TO WS-CONSIGNADO-OPEN-SWITCH
           END-IF
           IF PENSAO-FILE-AVAILABLE
               CLOSE PENSAO-FILE
               MOVE "N" TO WS-PENSAO-OPEN-SWITCH
           END-IF
           IF TRACKING-AVAILABLE
               CLOSE REJECT-TRACK-FILE
               MOVE "N" TO WS-TRACK-OPEN-SWITCH
