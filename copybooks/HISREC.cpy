      *  employee's changes and reconstruct what the master record
      *  looked like on a given date.  The image fields are sized
      *  with room beyond the current EMPREC length so old history
      *  stays readable when the record grows.  Once EMPREC passed
      *  the 100 bytes of the image fields, the bytes beyond 100 are
      *  carried in the two extension fields appended at the end,
      *  so older lines stay readable (their extensions are blank).
      *****************************************************************
       01  HISTORY-RECORD.
           05  HS-DATE                 PIC 9(8).
           05  HS-EMP-ID               PIC 9(6).
           05  HS-BEFORE-IMAGE         PIC X(100).
           05  HS-AFTER-IMAGE          PIC X(100).
           05  HS-BEFORE-IMAGE-EXT     PIC X(20).
           05  HS-AFTER-IMAGE-EXT      PIC X(20).
