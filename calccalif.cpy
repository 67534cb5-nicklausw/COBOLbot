      ******************************************************************
      *    calccalif.cpy
      *
      *    the parameter block passed to the calccal business-calendar
      *    subprogram.  the caller sets the function and the date(s),
      *    calls, and reads the answer back:
      *      'T'  test calc-bday-date -- calc-bday-is-business
      *      'N'  next business day on or after calc-bday-date
      *      'P'  previous business day on or before calc-bday-date
      *      'D'  business day number calc-bday-number of the month
      *           of calc-bday-date (zero when the month has fewer)
      *      'L'  last business day of the month of calc-bday-date
      *      'C'  business days after calc-bday-date up to and
      *           including calc-bday-date-2, into calc-bday-count;
      *           a non-zero calc-bday-number stops the count once it
      *           passes that many
      *    'N', 'P', 'D' and 'L' answer in calc-bday-result.
      *    calc-bday-rc is 00 done, 20 a date or function that makes
      *    no sense (the answer fields are then zero).
      ******************************************************************
       01  calc-bday-call.
           05  calc-bday-function      pic x(01).
           05  calc-bday-date          pic 9(08).
           05  calc-bday-date-2        pic 9(08).
           05  calc-bday-number        pic 9(05).
           05  calc-bday-result        pic 9(08).
           05  calc-bday-count         pic 9(05).
           05  calc-bday-business-sw   pic x(01).
               88  calc-bday-is-business value "Y".
           05  calc-bday-rc            pic 9(02).
               88  calc-bday-ok        value 0.
