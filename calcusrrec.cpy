      ******************************************************************
      *    calcusrrec.cpy
      *
      *    record layout for the indexed CALCUSR requestor master,
      *    keyed by calc-usr-id.  a requestor id keyed on calcent or
      *    calcmnt, or carried on a CALCSTD template, must be on this
      *    file and active; a supervisor id keyed on calcapp must also
      *    carry supervisor authority.  ids are never deleted -- a
      *    leaver is set inactive, so old requests still trace back
      *    to a name.
      ******************************************************************
       01  calc-user-record.
           05  calc-usr-id             pic x(08).
           05  calc-usr-name           pic x(30).
      *    the department or cost center the requestor's work is
      *    charged to.
           05  calc-usr-dept           pic x(10).
      *    'Y' active; 'N' inactive (left, moved, suspended).
           05  calc-usr-active         pic x(01).
               88  calc-usr-is-active  value "Y".
      *    'Y' may approve or reject other people's requests on the
      *    calcapp review screen; 'N' may only ask for them.
           05  calc-usr-supervisor     pic x(01).
               88  calc-usr-is-supervisor value "Y".
