      ******************************************************************
      *    calcnumif.cpy
      *
      *    the parameter block passed to the calcnum subprogram, which
      *    turns an amount keyed as text -- an optional leading '-',
      *    digits with at most one point, up to nine digits each side
      *    of it, the same shape calcvmt accepts for a CALCVARS value
      *    -- into a real signed number, and back:
      *      'V'  value from text: calc-num-text into calc-num-value
      *      'T'  text from value: calc-num-value into calc-num-text,
      *           left-justified, no leading zeros, no trailing
      *           zeros after the point
      *    calc-num-rc is 00 done, 10 the text was blank (no amount
      *    keyed; the value is then zero), 20 text that is not an
      *    amount, with the reason in calc-num-message.
      ******************************************************************
       01  calc-num-call.
           05  calc-num-function       pic x(01).
           05  calc-num-text           pic x(20).
           05  calc-num-value          pic s9(09)v9(09).
           05  calc-num-rc             pic 9(02).
               88  calc-num-ok         value 0.
               88  calc-num-blank      value 10.
           05  calc-num-message        pic x(40).
