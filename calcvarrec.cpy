      ******************************************************************
      *    calcvarrec.cpy
      *
      *    record layout for the line sequential CALCVARS named-
      *    constant file.  more than one record per name is allowed,
      *    each with the date it takes effect; an evaluation uses the
      *    record in force on its as-of date.  the calcvmt screen is
      *    the only thing that should change this file: every record
      *    it keys starts out pending and is only used once a second
      *    person has released it.  records from before the status
      *    fields existed read back with spaces there and count as
      *    released values.  cobolstuff carries the same layout in
      *    its own FD.
      ******************************************************************
       01  cvar-record.
           05  cvar-rec-name           pic x(30).
           05  cvar-rec-value          pic x(20).
           05  cvar-rec-effdate        pic 9(08).
      *    space a value; 'E' an end marker -- from its effective
      *    date on the name is no longer in force at all.
           05  cvar-rec-kind           pic x(01).
               88  cvar-rec-is-end     value "E".
      *    space or 'A' released; 'P' keyed but not yet released,
      *    ignored by every evaluation.
           05  cvar-rec-status         pic x(01).
               88  cvar-rec-pending    value "P".
           05  cvar-rec-keyed-by       pic x(08).
           05  cvar-rec-released-by    pic x(08).
