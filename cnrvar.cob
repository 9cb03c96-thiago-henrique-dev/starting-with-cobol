       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnrvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADO-FILE ASSIGN TO CNSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CN-KEY
               FILE STATUS IS WS-CONSIGNADO-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO EMPLOYEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORT-FILE ASSIGN TO CNSREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGNADO-FILE.
           COPY CNSREC.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-BANCO                PIC 9(3).
           05  SR-EMP-ID               PIC 9(6).
           05  SR-CONTRATO             PIC X(15).
           05  SR-NOME-BANCO           PIC X(30).
           05  SR-VALOR-PARCELA        PIC 9(6)V99.
           05  SR-VALOR-DESCONTADO     PIC 9(6)V99.
           05  SR-OCORRENCIA           PIC X(1).
           05  SR-PARCELAS-PAGAS       PIC 9(3).
           05  SR-QTD-PARCELAS         PIC 9(3).
       WORKING-STORAGE SECTION.
       01  WS-CONSIGNADO-STATUS PIC XX VALUE "00".
       01  WS-EMP-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-CONSIGNADO-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-CONSIGNADO-FILE VALUE "Y".
       01  WS-SORT-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-SORT-FILE VALUE "Y".
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-REPORT-PERIOD            PIC 9(6) VALUE 0.
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-YEAR              PIC 9(4).
           05  WS-RP-MONTH             PIC 9(2).

       01  WS-PAGE-NUMBER              PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(2) VALUE 50.

       01  WS-CURRENT-BANCO            PIC 9(3) VALUE 0.
       01  WS-BANK-COUNT               PIC 9(6) VALUE 0.
       01  WS-BANK-PREVISTO            PIC 9(8)V99 VALUE 0.
       01  WS-BANK-DESCONTADO          PIC 9(8)V99 VALUE 0.
       01  WS-BANK-NAO-INTEGRAL        PIC 9(6) VALUE 0.
       01  WS-TOTAL-COUNT              PIC 9(6) VALUE 0.
       01  WS-TOTAL-PREVISTO           PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-DESCONTADO         PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-REDUZIDAS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-SUSPENSAS          PIC 9(6) VALUE 0.
       01  WS-TOTAL-SEM-FOLHA          PIC 9(6) VALUE 0.
       01  WS-TOTAL-BANKS              PIC 9(4) VALUE 0.

       01  WS-HEADER-LINE-1.
           05  FILLER                  PIC X(33) VALUE
               "REMESSA DE CONSIGNADOS - PERIODO ".
           05  WS-H1-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(29) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PAGINA".
           05  WS-H1-PAGE              PIC ZZZ9.
       01  WS-HEADER-LINE-2.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(8)  VALUE "EMP-ID".
           05  FILLER                  PIC X(25) VALUE "NOME".
           05  FILLER                  PIC X(16) VALUE "CONTRATO".
           05  FILLER                  PIC X(11) VALUE "   PARCELA".
           05  FILLER                  PIC X(11) VALUE "DESCONTADO ".
           05  FILLER                  PIC X(9)  VALUE "O PAG/QTD".
       01  WS-BANK-HEADER-LINE.
           05  FILLER                  PIC X(6)  VALUE "BANCO ".
           05  WS-BH-BANCO             PIC 9(3).
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  WS-BH-NOME-BANCO        PIC X(30).
       01  WS-DETAIL-LINE.
           05  WS-D-EMP-ID             PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-D-NOME               PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-D-CONTRATO           PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-D-PARCELA            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-D-DESCONTADO         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-D-OCORRENCIA         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-D-PAGAS              PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-D-QTD                PIC ZZ9.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
       01  WS-BANK-TOTAL-LINE-1.
           05  FILLER                  PIC X(6)  VALUE "BANCO ".
           05  WS-BT1-BANCO            PIC 9(3).
           05  FILLER                  PIC X(23) VALUE
               " CONTRATOS:           ".
           05  WS-BT1-COUNT            PIC ZZZ,ZZ9.
       01  WS-BANK-TOTAL-LINE-2.
           05  FILLER                  PIC X(6)  VALUE "BANCO ".
           05  WS-BT2-BANCO            PIC 9(3).
           05  FILLER                  PIC X(23) VALUE
               " PARCELAS PREVISTAS:  ".
           05  WS-BT2-PREVISTO         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-BANK-TOTAL-LINE-3.
           05  FILLER                  PIC X(6)  VALUE "BANCO ".
           05  WS-BT3-BANCO            PIC 9(3).
           05  FILLER                  PIC X(23) VALUE
               " VALOR A REPASSAR:    ".
           05  WS-BT3-DESCONTADO       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-BANK-TOTAL-LINE-4.
           05  FILLER                  PIC X(6)  VALUE "BANCO ".
           05  WS-BT4-BANCO            PIC 9(3).
           05  FILLER                  PIC X(23) VALUE
               " NAO DESCONTADAS INT.:".
           05  WS-BT4-COUNT            PIC ZZZ,ZZ9.
       01  WS-REPORT-COUNT-LINE.
           05  WS-RC-LABEL             PIC X(28).
           05  WS-RC-COUNT             PIC ZZZ,ZZ9.
       01  WS-REPORT-VALUE-LINE.
           05  WS-RV-LABEL             PIC X(28).
           05  WS-RV-VALUE             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LEGEND-LINE.
           05  FILLER                  PIC X(80) VALUE
               "O: I INTEGRAL  R REDUZIDA  S SUSPENSA  N SEM FOLHA".

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN               PIC S9(4) COMP.
           05  WS-PARM-TEXT              PIC X(20).

       PROCEDURE DIVISION USING WS-PARM-AREA.
       0000-MAIN.
           PERFORM 1200-DETERMINE-REPORT-PERIOD
           PERFORM 1000-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SR-BANCO SR-EMP-ID SR-CONTRATO
               INPUT PROCEDURE IS 1500-SELECT-CONTRACTS
               OUTPUT PROCEDURE IS 2000-REPORT-BY-BANK
           PERFORM 4000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF WS-TOTAL-REDUZIDAS > 0 OR WS-TOTAL-SUSPENSAS > 0
                   OR WS-TOTAL-SEM-FOLHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CONSIGNADO-FILE
           IF WS-CONSIGNADO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONSIGNADO-FILE. STATUS="
                   WS-CONSIGNADO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPLOYEE-FILE. STATUS="
                   WS-EMP-STATUS
               CLOSE CONSIGNADO-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               CLOSE CONSIGNADO-FILE
               CLOSE EMPLOYEE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The payroll month to remit is taken from the PARM
      *    (AAAAMM); when the PARM is blank the current month is
      *    assumed, which suits a run right after the month's VAR.
       1200-DETERMINE-REPORT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-REPORT-PERIOD
           IF WS-PARM-LEN >= 6 AND WS-PARM-TEXT (1:6) IS NUMERIC
               MOVE WS-PARM-TEXT (1:6) TO WS-REPORT-PERIOD
               IF WS-RP-MONTH < 1 OR WS-RP-MONTH > 12
                   DISPLAY "ERRO: PARM INVALIDO: " WS-PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "PERIODO DA REMESSA: " WS-REPORT-PERIOD.

      *    Input procedure: every contract VAR deducted, cut down or
      *    held in the period, plus every active contract due in the
      *    period that no run reached (the employee was not paid
      *    that month) -- the bank must hear about those too.
       1500-SELECT-CONTRACTS.
           PERFORM UNTIL END-OF-CONSIGNADO-FILE
               READ CONSIGNADO-FILE
                   AT END SET END-OF-CONSIGNADO-FILE TO TRUE
                   NOT AT END PERFORM 1600-RELEASE-CONTRACT
               END-READ
           END-PERFORM.

       1600-RELEASE-CONTRACT.
           IF CN-ULT-PERIODO = WS-REPORT-PERIOD
               MOVE CN-ULT-VALOR TO SR-VALOR-DESCONTADO
               MOVE CN-ULT-OCORRENCIA TO SR-OCORRENCIA
               PERFORM 1700-RELEASE-SORT-RECORD
           ELSE
               IF CN-ATIVO AND CN-INICIO-PERIODO NOT > WS-REPORT-PERIOD
                       AND CN-ULT-PERIODO < WS-REPORT-PERIOD
                   MOVE 0 TO SR-VALOR-DESCONTADO
                   MOVE "N" TO SR-OCORRENCIA
                   PERFORM 1700-RELEASE-SORT-RECORD
               END-IF
           END-IF.

       1700-RELEASE-SORT-RECORD.
           MOVE CN-BANCO TO SR-BANCO
           MOVE CN-EMP-ID TO SR-EMP-ID
           MOVE CN-CONTRATO TO SR-CONTRATO
           MOVE CN-NOME-BANCO TO SR-NOME-BANCO
           MOVE CN-VALOR-PARCELA TO SR-VALOR-PARCELA
           MOVE CN-PARCELAS-PAGAS TO SR-PARCELAS-PAGAS
           MOVE CN-QTD-PARCELAS TO SR-QTD-PARCELAS
           RELEASE SORT-RECORD.

      *    Output procedure: control break on the bank -- bank
      *    header, one line per contract, then what is due to the
      *    bank against what was scheduled.
       2000-REPORT-BY-BANK.
           PERFORM 2200-RETURN-SORT-RECORD
           IF NOT END-OF-SORT-FILE
               MOVE SR-BANCO TO WS-CURRENT-BANCO
               PERFORM 2300-WRITE-BANK-HEADER
           END-IF
           PERFORM UNTIL END-OF-SORT-FILE
               IF SR-BANCO NOT = WS-CURRENT-BANCO
                   PERFORM 2800-WRITE-BANK-TOTALS
                   MOVE SR-BANCO TO WS-CURRENT-BANCO
                   PERFORM 2300-WRITE-BANK-HEADER
               END-IF
               PERFORM 2100-WRITE-DETAIL
               PERFORM 2200-RETURN-SORT-RECORD
           END-PERFORM
           IF WS-BANK-COUNT > 0
               PERFORM 2800-WRITE-BANK-TOTALS
           END-IF.

       2100-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3000-WRITE-PAGE-HEADERS
           END-IF
           MOVE SR-EMP-ID TO EMP-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "*** NAO CADASTRADO ***" TO WS-D-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WS-D-NOME
           END-READ
           MOVE SR-EMP-ID TO WS-D-EMP-ID
           MOVE SR-CONTRATO TO WS-D-CONTRATO
           MOVE SR-VALOR-PARCELA TO WS-D-PARCELA
           MOVE SR-VALOR-DESCONTADO TO WS-D-DESCONTADO
           MOVE SR-OCORRENCIA TO WS-D-OCORRENCIA
           MOVE SR-PARCELAS-PAGAS TO WS-D-PAGAS
           MOVE SR-QTD-PARCELAS TO WS-D-QTD
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-BANK-COUNT
           ADD SR-VALOR-PARCELA TO WS-BANK-PREVISTO
           ADD SR-VALOR-DESCONTADO TO WS-BANK-DESCONTADO
           ADD 1 TO WS-TOTAL-COUNT
           ADD SR-VALOR-PARCELA TO WS-TOTAL-PREVISTO
           ADD SR-VALOR-DESCONTADO TO WS-TOTAL-DESCONTADO
           EVALUATE SR-OCORRENCIA
               WHEN "R"
                   ADD 1 TO WS-BANK-NAO-INTEGRAL
                   ADD 1 TO WS-TOTAL-REDUZIDAS
               WHEN "S"
                   ADD 1 TO WS-BANK-NAO-INTEGRAL
                   ADD 1 TO WS-TOTAL-SUSPENSAS
               WHEN "N"
                   ADD 1 TO WS-BANK-NAO-INTEGRAL
                   ADD 1 TO WS-TOTAL-SEM-FOLHA
           END-EVALUATE.

       2200-RETURN-SORT-RECORD.
           RETURN SORT-FILE
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       2300-WRITE-BANK-HEADER.
           MOVE 0 TO WS-BANK-COUNT
           MOVE 0 TO WS-BANK-PREVISTO
           MOVE 0 TO WS-BANK-DESCONTADO
           MOVE 0 TO WS-BANK-NAO-INTEGRAL
           ADD 1 TO WS-TOTAL-BANKS
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3000-WRITE-PAGE-HEADERS
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-BANCO TO WS-BH-BANCO
           MOVE SR-NOME-BANCO TO WS-BH-NOME-BANCO
           MOVE WS-BANK-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT.

       2800-WRITE-BANK-TOTALS.
           MOVE WS-CURRENT-BANCO TO WS-BT1-BANCO
           MOVE WS-BANK-COUNT TO WS-BT1-COUNT
           MOVE WS-BANK-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-BANCO TO WS-BT2-BANCO
           MOVE WS-BANK-PREVISTO TO WS-BT2-PREVISTO
           MOVE WS-BANK-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-BANCO TO WS-BT3-BANCO
           MOVE WS-BANK-DESCONTADO TO WS-BT3-DESCONTADO
           MOVE WS-BANK-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-BANCO TO WS-BT4-BANCO
           MOVE WS-BANK-NAO-INTEGRAL TO WS-BT4-COUNT
           MOVE WS-BANK-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 4 TO WS-LINE-COUNT.

       3000-WRITE-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-H1-PAGE
           MOVE WS-REPORT-PERIOD TO WS-H1-PERIOD
           IF WS-PAGE-NUMBER > 1
               MOVE WS-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-HEADER-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       4000-WRITE-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 3000-WRITE-PAGE-HEADERS
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BANCOS NA REMESSA:" TO WS-RC-LABEL
           MOVE WS-TOTAL-BANKS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTRATOS NA REMESSA:" TO WS-RC-LABEL
           MOVE WS-TOTAL-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PARCELAS REDUZIDAS:" TO WS-RC-LABEL
           MOVE WS-TOTAL-REDUZIDAS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PARCELAS SUSPENSAS:" TO WS-RC-LABEL
           MOVE WS-TOTAL-SUSPENSAS TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PARCELAS SEM FOLHA NO MES:" TO WS-RC-LABEL
           MOVE WS-TOTAL-SEM-FOLHA TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL PREVISTO:" TO WS-RV-LABEL
           MOVE WS-TOTAL-PREVISTO TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL A REPASSAR:" TO WS-RV-LABEL
           MOVE WS-TOTAL-DESCONTADO TO WS-RV-VALUE
           MOVE WS-REPORT-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LEGEND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CONTRATOS NA REMESSA: " WS-TOTAL-COUNT
           DISPLAY "PARCELAS NAO DESCONTADAS INTEGRALMENTE: "
               WS-TOTAL-REDUZIDAS " REDUZIDAS, "
               WS-TOTAL-SUSPENSAS " SUSPENSAS, "
               WS-TOTAL-SEM-FOLHA " SEM FOLHA".

       9000-CLOSE-FILES.
           CLOSE CONSIGNADO-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE.
