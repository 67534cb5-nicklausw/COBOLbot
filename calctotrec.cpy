                   15  calc-tot-pri-read pic 9(07).
                   15  calc-tot-pri-ok   pic 9(07).
                   15  calc-tot-pri-err  pic 9(07).
      *    the deferred total split by business days still to wait --
      *    next business day, two to five, more than five.  a file
      *    from before the split reads back spaces here.
           05  calc-tot-defer-bd1      pic 9(07).
           05  calc-tot-defer-bd5      pic 9(07).
           05  calc-tot-defer-bdover   pic 9(07).
      *    answers held for breaking a tolerance limit (return code
      *    70) -- already inside calc-tot-ok.  a file from before
      *    the count existed reads back spaces here.
           05  calc-tot-held           pic 9(07).
      *    dependents the stream left uncalculated for the dependents
      *    pass because they name another stream's answer -- not in
      *    any count above.  a file from before the count existed
      *    reads back spaces here.
           05  calc-tot-xdep           pic 9(07).
