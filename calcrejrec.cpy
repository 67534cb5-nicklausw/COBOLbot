      ******************************************************************
      *    calcrejrec.cpy
      *
      *    record layout for the line sequential CALCREJ reject file
      *    (CALCREJ.Sn in a partitioned run).  calcbat writes one
      *    record per request that failed -- the id, the expression
      *    as run, the return code and the start of the error text --
      *    and a reprocess run reads it back.  calcdst takes the
      *    error text from here for each requestor's results file.
      ******************************************************************
       01  calc-reject-record.
           05  calc-rej-id             pic 9(09).
           05  calc-rej-expr           pic x(80).
           05  calc-rej-rc             pic 9(02).
           05  calc-rej-text           pic x(40).
