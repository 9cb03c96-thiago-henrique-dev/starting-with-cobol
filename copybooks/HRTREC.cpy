      *  onboarding front-end and read by HRVAR: one record per hire
      *  (A), change (C) or termination (T), carrying the EMPREC
      *  fields to be applied to EMPLOYEE-FILE before the nightly
      *  VAR run.  HR-ADMISSAO is the hire date (AAAAMMDD); it is
      *  required on a hire and may be left zero on a change to
      *  keep the date already on the master.  For an hourly
      *  employee only the rate is taken; the hours are not kept on
      *  the master but come each month from the ponto feed.
      *****************************************************************
       01  HR-TRANSACTION-RECORD.
           05  HR-ACTION               PIC X(1).
               10  FILLER              PIC X(3).
           05  HR-COMPENSATION-HOURLY REDEFINES HR-COMPENSATION-AREA.
               10  HR-RATE             PIC 9(4)V9(2).
               10  FILLER              PIC X(5).
           05  HR-ADMISSAO             PIC 9(8).
