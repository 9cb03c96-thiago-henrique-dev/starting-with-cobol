      *****************************************************************
      *  PTBREC.cpy
      *  Batch-control trailer the ponto system appends as the last
      *  line of the PONTO feed: the constant key EMP-ID 999999 /
      *  TRL that can never collide with a real employee, the
      *  competence month (AAAAMM) the hours belong to, the number
      *  of detail records and the hash total of all their hour
      *  fields (regular, both overtimes, night and DSR added
      *  together).  PNTVAR recomputes count and hash while editing
      *  the details and holds payroll when either disagrees or the
      *  month is not the month being paid.
      *****************************************************************
       01  PONTO-BATCH-TRAILER.
           05  PB-EMP-ID               PIC 9(6).
           05  PB-CODE                 PIC X(3).
           05  PB-PERIODO              PIC 9(6).
           05  PB-RECORD-COUNT         PIC 9(6).
           05  PB-HOURS-HASH           PIC 9(8)V9(2).
