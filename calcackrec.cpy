      ******************************************************************
      *    calcackrec.cpy
      *
      *    record layouts for the CALCACK acknowledgment file that
      *    accounting returns for each CALCGLX extract it processes.
      *    line sequential, 80 bytes, the same conventions as the
      *    extract itself -- display text, explicit signs and decimal
      *    points:
      *      'H'  header: the date accounting processed the file, and
      *           the extract date and time it acknowledges, copied
      *           from the CALCGLX header
      *      'D'  one per detail received: the request id, 'P' posted
      *           or 'R' rejected, the amount as received, and
      *           accounting's reason text on a rejection
      *      'T'  trailer: detail, posted and rejected counts, and the
      *           hash total of every detail amount, posted or not
      ******************************************************************
       01  ack-header-record.
           05  ack-hdr-type            pic x(01).
           05  ack-hdr-date            pic 9(08).
           05  ack-hdr-ext-date        pic 9(08).
           05  ack-hdr-ext-time        pic 9(08).
           05  filler                  pic x(55).

       01  ack-detail-record.
           05  ack-det-type            pic x(01).
           05  ack-det-id              pic 9(09).
           05  ack-det-status          pic x(01).
               88  ack-det-posted      value "P".
               88  ack-det-rejected    value "R".
           05  ack-det-amount          pic x(20).
           05  ack-det-reason          pic x(30).
           05  filler                  pic x(19).

       01  ack-trailer-record.
           05  ack-trl-type            pic x(01).
           05  ack-trl-count           pic 9(09).
           05  ack-trl-posted          pic 9(09).
           05  ack-trl-rejected        pic 9(09).
           05  ack-trl-hash            pic x(27).
           05  filler                  pic x(25).
