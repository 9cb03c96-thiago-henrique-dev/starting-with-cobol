               10  WS-RM-CONTA         PIC 9(10).
               10  WS-RM-NOME          PIC X(50).
               10  WS-RM-VALOR         PIC 9(11)V9(2).
               10  WS-RM-TIPO-CREDITO  PIC X(1).
                   88  WS-RM-PENSAO     VALUE "P".
               10  WS-RM-SITUACAO      PIC X(1).
                   88  WS-RM-AGUARDANDO VALUE "A".
                   88  WS-RM-PAGO       VALUE "P".
           MOVE CD-CONTA TO WS-RM-CONTA (WS-REM-USED)
           MOVE CD-NOME TO WS-RM-NOME (WS-REM-USED)
           MOVE CD-VALOR TO WS-RM-VALOR (WS-REM-USED)
           MOVE CD-TIPO-CREDITO TO WS-RM-TIPO-CREDITO (WS-REM-USED)
           SET WS-RM-AGUARDANDO (WS-REM-USED) TO TRUE.

      *    A return detail is matched to the remessa entry for the
      *    same EMP-ID, account and value still awaiting an answer
      *    -- an employee with an alimony order has two credits,
      *    their own and the beneficiary's -- or failing that to
      *    the first entry for the EMP-ID still awaiting one; the
      *    account and value must then agree, or the pair is
      *    flagged divergent for treasury to take up with the bank
      *    instead of being re-credited blindly.
       3000-PROCESS-RETURN-RECORD.
           IF NOT RT-REG-DETAIL
               CONTINUE
               OR REMESSA-ENTRY-FOUND
               IF WS-RM-EMP-ID (WS-REM-IDX) = RT-EMP-ID
                       AND WS-RM-AGUARDANDO (WS-REM-IDX)
                       AND WS-RM-BANCO (WS-REM-IDX) = RT-BANCO
                       AND WS-RM-AGENCIA (WS-REM-IDX) = RT-AGENCIA
                       AND WS-RM-CONTA (WS-REM-IDX) = RT-CONTA
                       AND WS-RM-VALOR (WS-REM-IDX) = RT-VALOR
                   SET REMESSA-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT REMESSA-ENTRY-FOUND
               PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-USED
                   OR REMESSA-ENTRY-FOUND
                   IF WS-RM-EMP-ID (WS-REM-IDX) = RT-EMP-ID
                           AND WS-RM-AGUARDANDO (WS-REM-IDX)
                       SET REMESSA-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF REMESSA-ENTRY-FOUND
               SUBTRACT 1 FROM WS-REM-IDX
           END-IF.
                   ADD RT-VALOR TO WS-REFUSED-TOTAL
                   SET WS-RM-RECUSADO (WS-REM-IDX) TO TRUE
                   PERFORM 3300-REPORT-REFUSED-CREDIT
                   IF WS-RM-PENSAO (WS-REM-IDX)
                       PERFORM 3350-REPORT-REFUSED-PENSAO
                   ELSE
                       PERFORM 3400-WRITE-RECREDIT-LINE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      *    A refused alimony credit must not reach the re-credit
      *    list: a supplemental run for the EMP-ID would pay the
      *    employee again.  It is flagged for treasury to pay the
      *    beneficiary once the account is corrected through PENVAR.
       3350-REPORT-REFUSED-PENSAO.
           MOVE SPACES TO REPORT-LINE
           STRING "        PENSAO ALIMENTICIA - BENEFICIARIO "
               WS-RM-NOME (WS-REM-IDX) (1:30)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "        REPASSE MANUAL PELA TESOURARIA" TO REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE.

      *    The re-credit list is written in the same layout as
      *    REJECTS-FILE, with the EMP-ID leading the line and a
      *    B-code reason, so it can be fed straight to the SUPLIDS
