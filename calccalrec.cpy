      ******************************************************************
      *    calccalrec.cpy
      *
      *    record layout for the CALCCAL business calendar, maintained
      *    by operations one line per exception day.  monday through
      *    friday are business days and saturday and sunday are not,
      *    unless a line here says otherwise: 'H' makes the date a
      *    holiday (no business), 'B' makes it a business day (a
      *    working saturday).  dates may be in any order.  only the
      *    calccal subprogram reads this file.
      ******************************************************************
       01  calc-calendar-record.
           05  calc-cal-date           pic 9(08).
           05  calc-cal-type           pic x(01).
               88  calc-cal-holiday    value "H" "h".
               88  calc-cal-workday    value "B" "b".
           05  calc-cal-desc           pic x(30).
