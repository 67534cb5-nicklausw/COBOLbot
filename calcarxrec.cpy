      ******************************************************************
      *    calcarxrec.cpy
      *
      *    record layout for the indexed CALCARX archive index, keyed
      *    by calc-arx-id (the CALCIN request id).  calcarc writes one
      *    record for every request it moves off the live files at
      *    period end, carrying enough of the request and its last
      *    answer for calcinq to show it, and the date of the archive
      *    run -- which names the dated CALCIN.Ayyyymmdd,
      *    CALCOUT.Ayyyymmdd and CALCHIS.Ayyyymmdd files holding the
      *    full records.  the file is never purged; an archived id
      *    is a used id for good.
      ******************************************************************
       01  calc-archive-index-record.
           05  calc-arx-id             pic 9(09).
           05  calc-arx-date           pic 9(08).
           05  calc-arx-expr           pic x(80).
           05  calc-arx-requestor      pic x(08).
           05  calc-arx-dec-places     pic 9(01).
           05  calc-arx-round-mode     pic x(01).
           05  calc-arx-result         pic s9(09)v9(09).
           05  calc-arx-rc             pic 9(02).
           05  calc-arx-run-date       pic 9(08).
           05  calc-arx-run-time       pic 9(08).
