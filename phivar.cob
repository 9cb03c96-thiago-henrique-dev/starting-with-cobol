      *    The history master is keyed EMP-ID / period / run type,
      *    so one START at the first period wanted and sequential
      *    reads list every payment line -- MENSAL, DECIMO1/2,
      *    FERIAS, SUPL, DISSIDIO -- until the key leaves the
      *    employee or the period range.  One open per inquiry,
      *    like the change-history inquiry does, so the session
      *    never holds the master between questions.
       3000-LIST-PAYMENTS.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-TOTAL-GROSS
