       IDENTIFICATION DIVISION.
       PROGRAM-ID. pntvar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-IN-FILE ASSIGN TO PONTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-IN-STATUS.
           SELECT PONTO-OUT-FILE ASSIGN TO PONTOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO PNTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-IN-FILE.
       01  PONTO-INPUT-LINE           PIC X(31).
       FD  PONTO-OUT-FILE.
           COPY PNTREC.
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PONTO-IN-STATUS PIC XX VALUE "00".
       01  WS-PONTO-OUT-STATUS PIC XX VALUE "00".
       01  WS-REPORT-STATUS PIC XX VALUE "00".
       01  WS-EOF-SWITCH PIC X VALUE "N".
           88 END-OF-PONTO-FILE VALUE "Y".
       01  WS-FEED-PRESENT-SWITCH PIC X VALUE "Y".
           88 FEED-FILE-PRESENT VALUE "Y".
       01  WS-TRAILER-SWITCH PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01  WS-EDIT-SWITCH PIC X VALUE "Y".
           88 FEED-IS-CLEAN VALUE "Y".
           88 FEED-IS-DIRTY VALUE "N".
       01  WS-DETAIL-SEEN-SWITCH PIC X VALUE "N".
           88 DETAIL-SEEN VALUE "Y".

       01  WS-READ-COUNT               PIC 9(6) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(6) VALUE 0.
       01  WS-ERROR-COUNT              PIC 9(6) VALUE 0.
       01  WS-PREVIOUS-EMP-ID          PIC 9(6) VALUE 0.
       01  WS-HOURS-HASH               PIC 9(8)V99 VALUE 0.
       01  WS-HORAS-TRABALHADAS        PIC 9(4)V99 VALUE 0.
       01  WS-RUN-PERIOD               PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-CDT-R REDEFINES WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC 9(8).
           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).

      *    Ceilings on the hours one employee can legitimately
      *    carry in a month.  A figure above them is a keying or
      *    clock-export slip (hours and minutes swapped, a decimal
      *    lost) and stops the job at the edit instead of flowing
      *    into gross.
       01  WS-MAX-HORAS-NORMAIS        PIC 9(3)V99 VALUE 250.00.
       01  WS-MAX-HORAS-EXTRA          PIC 9(3)V99 VALUE 100.00.
       01  WS-MAX-HORAS-DSR            PIC 9(3)V99 VALUE 60.00.

      *    The ponto detail and the batch-control trailer are
      *    carved out of the raw input line: the trailer is the
      *    line carrying TRL under the reserved EMP-ID 999999.
       01  WS-PONTO-DETAIL.
           05  WS-PT-EMP-ID            PIC 9(6).
           05  WS-PT-HORAS-NORMAIS     PIC 9(3)V9(2).
           05  WS-PT-HORAS-EXTRA-50    PIC 9(3)V9(2).
           05  WS-PT-HORAS-EXTRA-100   PIC 9(3)V9(2).
           05  WS-PT-HORAS-NOTURNAS    PIC 9(3)V9(2).
           05  WS-PT-HORAS-DSR         PIC 9(3)V9(2).
       01  WS-PONTO-DETAIL-AN REDEFINES WS-PONTO-DETAIL PIC X(31).
       COPY PTBREC.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(42) VALUE
               "CRITICA DO ARQUIVO DE PONTO - DIA         ".
           05  WS-RH-DATE              PIC 9(8).
       01  WS-REPORT-SEPARATOR.
           05  FILLER                  PIC X(80) VALUE
               "----------------------------------------------------".
       01  WS-REPORT-ERROR-LINE.
           05  WS-RE-EMP-ID            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RE-REASON            PIC X(60).
       01  WS-REPORT-COUNT-LINE.
           05  WS-RC-LABEL             PIC X(28).
           05  WS-RC-COUNT             PIC ZZZ,ZZ9.
       01  WS-REPORT-HASH-LINE.
           05  WS-RHASH-LABEL          PIC X(28).
           05  WS-RHASH-VALUE          PIC ZZ,ZZZ,ZZ9.99.
       01  WS-REPORT-PERIOD-LINE.
           05  WS-RP-LABEL             PIC X(28).
           05  WS-RP-PERIOD            PIC 9(6).
       01  WS-REPORT-RESULT-LINE       PIC X(80) VALUE SPACES.
       01  WS-REPORT-BLANK             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-WRITE-REPORT-HEADER
           PERFORM UNTIL END-OF-PONTO-FILE
               READ PONTO-IN-FILE
                   AT END SET END-OF-PONTO-FILE TO TRUE
                   NOT AT END PERFORM 2000-EDIT-INPUT-LINE
               END-READ
           END-PERFORM
           PERFORM 4000-CHECK-BATCH-CONTROL
           PERFORM 5000-WRITE-REPORT-TOTALS
           PERFORM 9000-CLOSE-FILES
           IF FEED-IS-DIRTY
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    A missing ponto file is a month without hourly staff --
      *    the certified file is written empty, and VAR rejects any
      *    hourly employee it still finds on the master.  Any other
      *    open failure holds payroll.
       1000-OPEN-FILES.
           OPEN INPUT PONTO-IN-FILE
           EVALUATE WS-PONTO-IN-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "AVISO: SEM ARQUIVO DE PONTO. "
                       "ARQUIVO CERTIFICADO VAZIO."
                   MOVE "N" TO WS-FEED-PRESENT-SWITCH
                   SET END-OF-PONTO-FILE TO TRUE
                   SET TRAILER-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR PONTO-IN-FILE. STATUS="
                       WS-PONTO-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT PONTO-OUT-FILE
           IF WS-PONTO-OUT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PONTO-OUT-FILE. STATUS="
                   WS-PONTO-OUT-STATUS
               IF FEED-FILE-PRESENT
                   CLOSE PONTO-IN-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               IF FEED-FILE-PRESENT
                   CLOSE PONTO-IN-FILE
               END-IF
               CLOSE PONTO-OUT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-RH-DATE
           MOVE WS-CURRENT-DATE-TIME (1:6) TO WS-RUN-PERIOD
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REPORT-SEPARATOR TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2000-EDIT-INPUT-LINE.
           IF PONTO-INPUT-LINE (1:6) = "999999"
                   AND PONTO-INPUT-LINE (7:3) = "TRL"
               PERFORM 2500-CAPTURE-TRAILER
           ELSE
               IF TRAILER-SEEN
                   PERFORM 2600-REJECT-AFTER-TRAILER
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   MOVE PONTO-INPUT-LINE (1:31) TO WS-PONTO-DETAIL
                   PERFORM 2100-EDIT-PONTO
               END-IF
           END-IF.

      *    The detail edits: every field numeric, EMP-ID in
      *    sequence and only once (VAR pays one ponto record per
      *    hourly employee in a two-file match), each hour field
      *    inside its ceiling, night hours no more than the hours
      *    actually worked, and not every field zero.
      *    Every numeric detail still accumulates into the count
      *    and hash so the batch-control comparison stays honest
      *    even on a dirty feed.
       2100-EDIT-PONTO.
           IF WS-PONTO-DETAIL-AN IS NOT NUMERIC
               MOVE 0 TO WS-RE-EMP-ID
               MOVE "P01-CAMPO NAO NUMERICO" TO WS-RE-REASON
               PERFORM 2200-WRITE-ERROR-LINE
           ELSE
               ADD WS-PT-HORAS-NORMAIS WS-PT-HORAS-EXTRA-50
                   WS-PT-HORAS-EXTRA-100 WS-PT-HORAS-NOTURNAS
                   WS-PT-HORAS-DSR TO WS-HOURS-HASH
               PERFORM 2110-EDIT-PONTO-FIELDS
           END-IF.

       2110-EDIT-PONTO-FIELDS.
           MOVE WS-PT-EMP-ID TO WS-RE-EMP-ID
           COMPUTE WS-HORAS-TRABALHADAS = WS-PT-HORAS-NORMAIS
               + WS-PT-HORAS-EXTRA-50 + WS-PT-HORAS-EXTRA-100
           EVALUATE TRUE
               WHEN DETAIL-SEEN
                       AND WS-PT-EMP-ID < WS-PREVIOUS-EMP-ID
                   MOVE "P02-FORA DE SEQUENCIA DE EMP-ID"
                       TO WS-RE-REASON
                   PERFORM 2200-WRITE-ERROR-LINE
               WHEN DETAIL-SEEN
                       AND WS-PT-EMP-ID = WS-PREVIOUS-EMP-ID
                   MOVE "P03-EMP-ID REPETIDO NO ARQUIVO"
                       TO WS-RE-REASON
                   PERFORM 2200-WRITE-ERROR-LINE
               WHEN OTHER
                   SET DETAIL-SEEN TO TRUE
                   MOVE WS-PT-EMP-ID TO WS-PREVIOUS-EMP-ID
                   EVALUATE TRUE
                       WHEN WS-HORAS-TRABALHADAS = 0
                               AND WS-PT-HORAS-DSR = 0
                           MOVE "P04-APONTAMENTO SEM HORAS"
                               TO WS-RE-REASON
                           PERFORM 2200-WRITE-ERROR-LINE
                       WHEN WS-PT-HORAS-NORMAIS >
                               WS-MAX-HORAS-NORMAIS
                           MOVE "P05-HORAS NORMAIS ACIMA DO LIMITE"
                               TO WS-RE-REASON
                           PERFORM 2200-WRITE-ERROR-LINE
                       WHEN WS-PT-HORAS-EXTRA-50 > WS-MAX-HORAS-EXTRA
                               OR WS-PT-HORAS-EXTRA-100 >
                               WS-MAX-HORAS-EXTRA
                           MOVE "P06-HORAS EXTRAS ACIMA DO LIMITE"
                               TO WS-RE-REASON
                           PERFORM 2200-WRITE-ERROR-LINE
                       WHEN WS-PT-HORAS-NOTURNAS >
                               WS-HORAS-TRABALHADAS
                           MOVE "P07-NOTURNAS EXCEDEM HORAS TRABALHADAS"
                               TO WS-RE-REASON
                           PERFORM 2200-WRITE-ERROR-LINE
                       WHEN WS-PT-HORAS-DSR > WS-MAX-HORAS-DSR
                           MOVE "P08-HORAS DE DSR ACIMA DO LIMITE"
                               TO WS-RE-REASON
                           PERFORM 2200-WRITE-ERROR-LINE
                       WHEN OTHER
                           ADD 1 TO WS-ACCEPTED-COUNT
                           PERFORM 3000-WRITE-CERTIFIED-PONTO
                   END-EVALUATE
           END-EVALUATE.

       2200-WRITE-ERROR-LINE.
           SET FEED-IS-DIRTY TO TRUE
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-REPORT-ERROR-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

       2500-CAPTURE-TRAILER.
           IF TRAILER-SEEN
               MOVE 999999 TO WS-RE-EMP-ID
               MOVE "P09-TRAILER DUPLICADO" TO WS-RE-REASON
               PERFORM 2200-WRITE-ERROR-LINE
           ELSE
               SET TRAILER-SEEN TO TRUE
               MOVE PONTO-INPUT-LINE (1:31) TO PONTO-BATCH-TRAILER
           END-IF.

       2600-REJECT-AFTER-TRAILER.
           MOVE 0 TO WS-RE-EMP-ID
           MOVE "P10-REGISTRO APOS O TRAILER" TO WS-RE-REASON
           PERFORM 2200-WRITE-ERROR-LINE.

       3000-WRITE-CERTIFIED-PONTO.
           MOVE WS-PONTO-DETAIL TO PONTO-RECORD
           WRITE PONTO-RECORD
           IF WS-PONTO-OUT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PONTO-OUT-FILE. STATUS="
                   WS-PONTO-OUT-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The ponto system's trailer proves the file arrived whole
      *    and belongs to the month being paid: the record count
      *    and hours hash recomputed here must agree with what it
      *    stamped, and last month's file resubmitted by mistake
      *    is refused by its competence month.  A feed without a
      *    trailer cannot be certified at all.
       4000-CHECK-BATCH-CONTROL.
           IF NOT FEED-FILE-PRESENT
               CONTINUE
           ELSE
               IF NOT TRAILER-SEEN
                   MOVE 0 TO WS-RE-EMP-ID
                   MOVE "P11-TRAILER DE CONTROLE AUSENTE"
                       TO WS-RE-REASON
                   PERFORM 2200-WRITE-ERROR-LINE
               ELSE
                   IF PB-RECORD-COUNT NOT = WS-READ-COUNT
                       MOVE 999999 TO WS-RE-EMP-ID
                       MOVE "P12-CONTAGEM DIVERGE DO TRAILER"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   END-IF
                   IF PB-HOURS-HASH NOT = WS-HOURS-HASH
                       MOVE 999999 TO WS-RE-EMP-ID
                       MOVE "P13-HASH DE HORAS DIVERGE DO TRAILER"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   END-IF
                   IF PB-PERIODO NOT = WS-RUN-PERIOD
                       MOVE 999999 TO WS-RE-EMP-ID
                       MOVE "P14-COMPETENCIA DIFERENTE DO MES DA FOLHA"
                           TO WS-RE-REASON
                       PERFORM 2200-WRITE-ERROR-LINE
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE WS-REPORT-BLANK TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "COMPETENCIA DA FOLHA:       " TO WS-RP-LABEL
           MOVE WS-RUN-PERIOD TO WS-RP-PERIOD
           MOVE WS-REPORT-PERIOD-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF TRAILER-SEEN AND FEED-FILE-PRESENT
               MOVE "COMPETENCIA DO TRAILER:     " TO WS-RP-LABEL
               MOVE PB-PERIODO TO WS-RP-PERIOD
               MOVE WS-REPORT-PERIOD-LINE TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           MOVE "APONTAMENTOS LIDOS:         " TO WS-RC-LABEL
           MOVE WS-READ-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "APONTAMENTOS CERTIFICADOS:  " TO WS-RC-LABEL
           MOVE WS-ACCEPTED-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "ERROS DE CRITICA:           " TO WS-RC-LABEL
           MOVE WS-ERROR-COUNT TO WS-RC-COUNT
           MOVE WS-REPORT-COUNT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "HASH DE HORAS APURADO:      " TO WS-RHASH-LABEL
           MOVE WS-HOURS-HASH TO WS-RHASH-VALUE
           MOVE WS-REPORT-HASH-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           IF TRAILER-SEEN AND FEED-FILE-PRESENT
               MOVE "HASH DE HORAS DO TRAILER:   " TO WS-RHASH-LABEL
               MOVE PB-HOURS-HASH TO WS-RHASH-VALUE
               MOVE WS-REPORT-HASH-LINE TO REPORT-LINE
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           IF FEED-IS-CLEAN
               MOVE "RESULTADO: ARQUIVO CERTIFICADO PARA A FOLHA."
                   TO WS-REPORT-RESULT-LINE
           ELSE
               MOVE "RESULTADO: ARQUIVO REPROVADO. FOLHA RETIDA."
                   TO WS-REPORT-RESULT-LINE
           END-IF
           MOVE WS-REPORT-RESULT-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY "CRITICA DE PONTO: LIDOS=" WS-READ-COUNT
               " CERTIFICADOS=" WS-ACCEPTED-COUNT
               " ERROS=" WS-ERROR-COUNT.

       8000-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR REPORT-FILE. STATUS="
                   WS-REPORT-STATUS
               PERFORM 9000-CLOSE-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           IF FEED-FILE-PRESENT
               CLOSE PONTO-IN-FILE
               MOVE "N" TO WS-FEED-PRESENT-SWITCH
           END-IF
           CLOSE PONTO-OUT-FILE
           CLOSE REPORT-FILE.
