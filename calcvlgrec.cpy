      ******************************************************************
      *    calcvlgrec.cpy
      *
      *    record layout for the CALCVLOG constant change log, one
      *    record appended by the calcvmt screen for every change it
      *    makes to CALCVARS -- keyed, released or withdrawn -- so a
      *    rate can be traced from whoever keyed it to whoever let it
      *    loose.  the old value is the one in force on the effective
      *    date before the change; spaces when there was none.
      *      calc-vlog-action  'A' new constant keyed
      *                        'C' new dated value keyed
      *                        'E' end date keyed
      *                        'R' pending change released
      *                        'W' pending change withdrawn
      ******************************************************************
       01  calc-vlog-record.
           05  calc-vlog-date          pic 9(08).
           05  calc-vlog-time          pic 9(08).
           05  calc-vlog-user          pic x(08).
           05  calc-vlog-action        pic x(01).
           05  calc-vlog-name          pic x(30).
           05  calc-vlog-old-value     pic x(20).
           05  calc-vlog-new-value     pic x(20).
           05  calc-vlog-effdate       pic 9(08).
