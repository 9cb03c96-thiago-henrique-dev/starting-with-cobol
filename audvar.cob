           05  WS-CDT-TIME             PIC 9(6).
           05  FILLER                  PIC X(7).

      *    One entry per master record, loaded in EMP-ID (key)
      *    order by the sequential sweep: the bank routing triple
      *    for the duplicate-account check, and the add-history
           END-PERFORM.

      *    The per-record checks on the compensation REDEFINES: an
      *    hourly record with a zero rate pays nothing whatever
      *    hours the ponto feed brings, and anything after the rate
      *    is stale hours from before the feed; a record whose
      *    overlay holds non-numeric bytes was written through the
      *    wrong view and abends or mis-pays whichever program
      *    touches it next.
      *    The bank triple is registered for the duplicate check.
       2100-AUDIT-EMPLOYEE-RECORD.
           IF WS-EMP-USED >= WS-EMP-MAX
                   MOVE "A01-EMP-TYPE INVALIDO" TO WS-RD-REASON
                   PERFORM 7000-REPORT-GRAVE
               WHEN EMP-TYPE-HOURLY
                   IF EMP-COMPENSATION-AREA (1:6) IS NOT NUMERIC
                       MOVE "A02-HORISTA COM AREA NAO NUMERICA"
                           TO WS-RD-REASON
                       PERFORM 7000-REPORT-GRAVE
                   ELSE
                       IF EMP-RATE = 0
                           MOVE "A03-HORISTA COM TAXA ZERADA"
                               TO WS-RD-REASON
                           PERFORM 7000-REPORT-GRAVE
                       ELSE
                           IF EMP-COMPENSATION-AREA (7:5) NOT = SPACES
                                   AND EMP-COMPENSATION-AREA (7:5)
                                   NOT = "00000"
                               MOVE "A05-SOBRA NA AREA DE REMUNERACAO"
                                   TO WS-RD-REASON
                               PERFORM 7100-REPORT-AVISO
                           END-IF
                       END-IF
                   END-IF
               WHEN EMP-TYPE-SALARIED
