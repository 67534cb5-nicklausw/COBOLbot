      *    workflow and were already being calculated.
           05  calc-input-approval     pic x(01).
           05  calc-input-approver     pic x(08).
      *    result tolerance: an answer outside these limits is still
      *    calculated, but calcbat holds it (return code 70) and
      *    calcglx leaves it off the ledger extract until a
      *    supervisor releases it on the calchld screen.  a 'Y'
      *    switch means its limit applies; a percent of zero means
      *    no change limit.  the change is measured against the last
      *    answer CALCHIS holds for the basis request -- the request
      *    itself when the basis id is zero (calcgen points a
      *    template's instance at the one before it).  records from
      *    before these fields existed read back spaces: no limits.
           05  calc-input-tol-min-sw   pic x(01).
               88  calc-input-has-min  value "Y".
           05  calc-input-tol-min      pic s9(09)v9(09).
           05  calc-input-tol-max-sw   pic x(01).
               88  calc-input-has-max  value "Y".
           05  calc-input-tol-max      pic s9(09)v9(09).
           05  calc-input-tol-pct      pic 9(04)v9(02).
           05  calc-input-tol-basis    pic 9(09).
      *    lifecycle: when the request was keyed (calcent, calcmnt's
      *    add, or calcgen generating it) and when a supervisor
      *    decided it on calcapp -- approved or rejected, as the
      *    approval status says; calcgen's own approvals are stamped
      *    at generation.  dates yyyymmdd, times hhmmsscc.  records
      *    from before these fields existed read back spaces here and
      *    are left out of calcage's ageing and turnaround figures.
           05  calc-input-entry-date   pic 9(08).
           05  calc-input-entry-time   pic 9(08).
           05  calc-input-decided-date pic 9(08).
           05  calc-input-decided-time pic 9(08).
