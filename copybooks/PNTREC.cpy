      *****************************************************************
      *  PNTREC.cpy
      *  Monthly time-clock (ponto) record for an hourly employee
      *  (EMP-TYPE H), one per employee in EMP-ID sequence, as
      *  certified by PNTVAR from the ponto system's feed.  VAR
      *  prices the month from these hours and the EMP-RATE on the
      *  master, which carries only the rate:
      *    PT-HORAS-NORMAIS     regular hours worked
      *    PT-HORAS-EXTRA-50    overtime paid at 50% over the rate
      *    PT-HORAS-EXTRA-100   overtime paid at 100% (Sundays and
      *                         holidays)
      *    PT-HORAS-NOTURNAS    hours worked between 22h and 5h,
      *                         already counted in the fields above;
      *                         they earn the 20% night adicional
      *    PT-HORAS-DSR         paid weekly rest (DSR) hours
      *  An hourly employee without a record is rejected by VAR,
      *  never paid on hours from an earlier month.
      *****************************************************************
       01  PONTO-RECORD.
           05  PT-EMP-ID               PIC 9(6).
           05  PT-HORAS-NORMAIS        PIC 9(3)V9(2).
           05  PT-HORAS-EXTRA-50       PIC 9(3)V9(2).
           05  PT-HORAS-EXTRA-100      PIC 9(3)V9(2).
           05  PT-HORAS-NOTURNAS       PIC 9(3)V9(2).
           05  PT-HORAS-DSR            PIC 9(3)V9(2).
