      ******************************************************************
      *    calcglxrec.cpy
      *
      *    the three record shapes of the plain sequential CALCGLX
      *    general-ledger interface file, 60 bytes each: one header,
      *    one detail per successful request, one trailer carrying the
      *    detail count and a hash total of the results.  everything
      *    is display text with explicit signs and decimal points --
      *    the other side is not a COBOL shop.  calcglx writes the
      *    file FROM these; calcack reads the file back INTO them to
      *    match accounting's acknowledgment against what was sent.
      ******************************************************************
       01  glx-header-record.
           05  filler                  pic x(01) value "H".
           05  glx-hdr-date            pic 9(08).
           05  glx-hdr-time            pic 9(08).
           05  filler                  pic x(43) value spaces.

       01  glx-detail-record.
           05  filler                  pic x(01) value "D".
           05  glx-det-id              pic 9(09).
           05  glx-det-requestor       pic x(08).
           05  glx-det-result          pic +9(9).9(9).
           05  glx-det-run-date        pic 9(08).
           05  glx-det-run-time        pic 9(08).
           05  filler                  pic x(06) value spaces.

       01  glx-trailer-record.
           05  filler                  pic x(01) value "T".
           05  glx-trl-count           pic 9(09).
           05  glx-trl-hash            pic +9(16).9(9).
           05  filler                  pic x(23) value spaces.
