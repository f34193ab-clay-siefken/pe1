      ******************************************************************
      *  PE1PSUM.CPY
      *  Record layout for the PE1-PSUM period-summary file, keyed by
      *  request id plus accounting period (YYYYMM).  PE1CLOSE rolls
      *  each month of PE1-HIST up into one record per request - the
      *  run count, the total, smallest and largest Result, the runs
      *  still unreviewed (no PE1-DISP sign-off, or one still
      *  queried) or rejected, the days PE1-CAL expected a run that
      *  never came, and the month's PE1-RSTAT elapsed seconds - so
      *  finance books the month off the file instead of re-keying
      *  PE1TREND into a spreadsheet.
      *
      *  A record whose PSUM-REQUEST-ID is spaces is the period's
      *  control record: it carries the totals over every request
      *  and holds the period closed for any request with no record
      *  of its own, so a request that first runs late cannot slip
      *  into a booked month either.
      *
      *  PSUM-STATUS: C = closed - PE1, PE1MERGE and PE1RETX refuse
      *  to write or change history for a run date inside the period;
      *  O = reopened by an operator for a recorded reason, which
      *  lets them through until the period is closed again.  The
      *  lock is read request record first, then the control record.
      ******************************************************************
       01  PE1-PSUM-RECORD.
           05  PSUM-KEY.
               10  PSUM-REQUEST-ID         PIC X(08).
               10  PSUM-PERIOD             PIC X(06).
           05  PSUM-STATUS                 PIC X(01).
               88  PSUM-CLOSED                 VALUE "C".
               88  PSUM-REOPENED               VALUE "O".
           05  PSUM-RUN-COUNT              PIC 9(05).
           05  PSUM-TOTAL-RESULT           PIC 9(18).
           05  PSUM-MIN-RESULT             PIC 9(16).
           05  PSUM-MAX-RESULT             PIC 9(16).
           05  PSUM-UNREVIEWED-COUNT       PIC 9(05).
           05  PSUM-REJECTED-COUNT         PIC 9(05).
           05  PSUM-MISSED-DAYS            PIC 9(05).
           05  PSUM-ELAPSED-SECS           PIC 9(10).
           05  PSUM-CLOSE-DATE             PIC X(08).
           05  PSUM-CLOSE-OPERATOR         PIC X(08).
      *    THE LAST REOPEN, KEPT WHEN THE PERIOD IS CLOSED AGAIN SO
      *    THE RECORD ALWAYS SHOWS WHO LAST OPENED A BOOKED MONTH.
           05  PSUM-REOPEN-DATE            PIC X(08).
           05  PSUM-REOPEN-OPERATOR        PIC X(08).
           05  PSUM-REOPEN-REASON          PIC X(40).
           05  FILLER                      PIC X(20).
