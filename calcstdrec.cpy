      *        'W'  weekly on day     (1 = monday .. 7 = sunday)
      *        'M'  monthly on date   (01-31; 29-31 fall back to the
      *                                last day of a shorter month)
      *        'B'  every business day (day number ignored)
      *        'N'  business day N of the month (01-23; a month with
      *                                fewer falls back to its last
      *                                business day)
      *        'L'  last business day of the month (day number
      *                                ignored)
      *    business days are the ones the CALCCAL calendar says.
      ******************************************************************
       01  calc-standing-record.
           05  calc-std-expr           pic x(80).
      *    1 (most urgent) - 9 (least) classes CALCIN uses; zero or
      *    spaces means the default class 5.
           05  calc-std-priority       pic 9(01).
      *    what a 'D', 'W' or 'M' template does when its day is not a
      *    business day: 'F' rolls it forward to the next business
      *    day, 'B' back to the one before; space runs it on the day
      *    regardless, as templates always have.
           05  calc-std-roll           pic x(01).
               88  calc-std-roll-none  value space.
               88  calc-std-roll-fwd   value "F" "f".
               88  calc-std-roll-back  value "B" "b".
      *    result tolerance for the generated instances, kept as text
      *    the way operations keys it (an optional '-', digits, at
      *    most one point); blank means no such limit.  the percent
      *    is the most an answer may change from the previous
      *    instance's.  a template from before the fields existed
      *    reads back spaces here: no limits.
           05  calc-std-tol-min        pic x(20).
           05  calc-std-tol-max        pic x(20).
           05  calc-std-tol-pct        pic x(08).
