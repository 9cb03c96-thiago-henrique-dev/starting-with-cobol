      *  audit-log line -- and VAR itself refuses to start, so an
      *  accidental double submit cannot interleave two payrolls.
      *  A RESTART run passes the check: it is resuming the very
      *  run that left the record active.  DISVAR stamps the record
      *  the same way (run type DISSIDIO) while it applies a
      *  collective-agreement raise, and passes its own record
      *  when resubmitted.  PURVAR does the same (run type EXPURGO)
      *  while it archives and purges the permanent files.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-STATUS               PIC X(1).
