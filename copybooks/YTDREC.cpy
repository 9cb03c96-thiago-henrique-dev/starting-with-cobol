      *  last checkpoint, or a full rerun of the month -- VAR backs
      *  the remembered contribution out and accumulates the new one
      *  in its place, so reruns never double the annual totals.
      *  YTD-PENSAO is the court-ordered alimony withheld in the
      *  year, deductible on the informe; it sits at the end of the
      *  record, with its own YTD-LAST contribution.
      *****************************************************************
       01  YTD-RECORD.
           05  YTD-KEY.
           05  YTD-LAST-IRRF           PIC 9(8)V9(2).
           05  YTD-LAST-NET            PIC 9(8)V9(2).
           05  YTD-LAST-MONTHS         PIC 9(2).
           05  YTD-PENSAO              PIC 9(8)V9(2).
           05  YTD-LAST-PENSAO         PIC 9(8)V9(2).
