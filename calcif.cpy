      *    the values that were in force then and reproduces the
      *    original answers.
           05  calc-as-of-date    pic 9(08) value 0.
      *    a request id the caller already knows has no current answer
      *    -- calcbat sets it when a predecessor named by REQ(nnnn) is
      *    pending, rejected or deferred and so won't be calculated
      *    tonight.  a REQ() reference to this id fails as "not run"
      *    instead of quietly picking up an old answer from CALCOUT.
      *    leave zero everywhere else.
           05  calc-blocked-ref   pic 9(09) value 0.
      *    'Y' on a trial-mode call has cobolstuff resolve names with
      *    the proposed values on the CALCSCN scenario file standing
      *    in for CALCVARS wherever they apply -- the what-if run's
      *    "proposed" side.  ignored on any call that is not trial
      *    mode, so a proposed value can never reach a real answer.
           05  calc-scenario-mode pic x(01) value "N".
               88  calc-scenario      value "Y".
               88  calc-no-scenario   value "N".
      *    answers the caller supplies for REQ(nnnn) references in
      *    place of CALCOUT's -- the what-if run passes the answers it
      *    has itself just worked out for the predecessors, and
      *    calcbat the ones it reads through its own open CALCOUT, so
      *    a dependent never sees a predecessor's answer from before
      *    the rewrite that just replaced it.  an entry flagged 'F'
      *    makes the reference fail as a failed predecessor (62), 'H'
      *    as a held one not yet released (62), 'N' as one with no
      *    answer at all (61).  the run date goes on the audit trail
      *    with the answer; zero where there is none.  leave the count
      *    zero everywhere else -- cobolstuff then reads CALCOUT.
           05  calc-ref-over-count pic 9(02) value 0.
           05  calc-ref-over       occurs 20 times.
               10  calc-ref-over-id     pic 9(09).
               10  calc-ref-over-value  pic s9(09)v9(09).
               10  calc-ref-over-failed pic x(01).
               10  calc-ref-over-date   pic 9(08).
