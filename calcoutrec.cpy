      *    batch jobs should READ a result from here by request id
      *    instead of re-keying the printed report.  the result is a
      *    real signed number; it is zero whenever calc-out-rc says
      *    the request failed.  return code 70 is not a failure: the
      *    answer is real but broke a tolerance limit and is held.
      ******************************************************************
       01  calc-output-record.
           05  calc-out-id             pic 9(09).
           05  calc-out-result         pic s9(09)v9(09).
           05  calc-out-rc             pic 9(02).
               88  calc-out-held       value 70.
           05  calc-out-run-date       pic 9(08).
           05  calc-out-run-time       pic 9(08).
      *    general-ledger acknowledgment, set by calcack from the file
      *    accounting returns for each CALCGLX extract: space not yet
      *    acknowledged, 'P' posted, 'R' rejected by accounting.  the
      *    date is the day accounting processed it and the amount is
      *    the result as it reached the ledger.  calcbat carries these
      *    across a rerun; calcglx leaves a posted result out of every
      *    later extract.  records from before the fields existed read
      *    back with spaces here and count as not yet acknowledged.
           05  calc-out-gl-status      pic x(01).
               88  calc-out-gl-posted  value "P".
               88  calc-out-gl-rejected value "R".
           05  calc-out-gl-date        pic 9(08).
           05  calc-out-gl-amount      pic s9(09)v9(09).
      *    result tolerance, set by calcbat on a held answer (return
      *    code 70): 'L' below the request's minimum, 'H' above its
      *    maximum, 'P' changed from the basis answer shown by more
      *    than the percent allowed.  calcglx keeps a held answer
      *    off the extract until a supervisor releases it on calchld
      *    ('Y', with who and when).  every new answer starts
      *    unreleased.  records from before the fields existed read
      *    back spaces here and were never held.
           05  calc-out-tol-reason     pic x(01).
               88  calc-out-tol-low    value "L".
               88  calc-out-tol-high   value "H".
               88  calc-out-tol-change value "P".
           05  calc-out-tol-basis      pic s9(09)v9(09).
           05  calc-out-tol-release    pic x(01).
               88  calc-out-tol-released value "Y".
           05  calc-out-tol-releaser   pic x(08).
           05  calc-out-tol-rel-date   pic 9(08).
      *    lifecycle, kept by calcbat across reruns: when the request
      *    first produced an answer (return code 00 or a held 70),
      *    and the date of the run that began its present unbroken
      *    run of failures (zero while it is answering).  calcage
      *    measures turnaround and failure age from these.  records
      *    from before the fields existed read back spaces here and
      *    calcbat starts them afresh on the next answer.
           05  calc-out-first-date     pic 9(08).
           05  calc-out-first-time     pic 9(08).
           05  calc-out-fail-date      pic 9(08).
