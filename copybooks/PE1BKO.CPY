      ******************************************************************
      *  PE1BKO.CPY
      *  Record layout for the PE1-BKO backout log, keyed by run date
      *  plus request id plus the run-id backed out.  PE1BKOUT writes
      *  one record per backout - who did it and why, when, and what
      *  the run had put on the files before it was taken off them:
      *  the PE1-HIST result, ceiling and divisors, the PE1-DISP
      *  sign-off it carried, whether a PE1-RSTAT row went with it,
      *  and how many feeds and catalog generations were reversed or
      *  marked.  The HIST, RSTAT and DISP rows themselves are
      *  deleted, so this record is the audit's evidence of the
      *  withdrawn run.
      *
      *  The run-id is part of the key so a rerun of the same date
      *  can itself be backed out without losing the first record,
      *  and so PE1RETX can tell a withdrawn generation from the
      *  rerun that replaced it.
      ******************************************************************
       01  PE1-BKO-RECORD.
           05  BKO-KEY.
               10  BKO-RUN-DATE            PIC X(08).
               10  BKO-REQUEST-ID          PIC X(08).
               10  BKO-RUN-ID              PIC X(14).
           05  BKO-OPERATOR                PIC X(08).
           05  BKO-REASON                  PIC X(40).
           05  BKO-BACKOUT-DATE            PIC X(08).
           05  BKO-BACKOUT-TIME            PIC X(08).
           05  BKO-RESULT                  PIC 9(16).
           05  BKO-CEILING                 PIC 9(8).
           05  BKO-DIVISOR-COUNT           PIC 9(2).
           05  BKO-DIVISOR-TABLE           PIC 9(3) OCCURS 10 TIMES.
      *    THE SIGN-OFF THE RUN CARRIED - SPACES WHEN IT HAD NONE.
           05  BKO-DISP-STATUS             PIC X(01).
           05  BKO-DISP-OPERATOR           PIC X(08).
           05  BKO-RSTAT-SW                PIC X(01).
               88  BKO-RSTAT-REMOVED           VALUE "Y".
           05  BKO-FEEDS-REVERSED          PIC 9(3).
           05  BKO-GENERATIONS-MARKED      PIC 9(3).
           05  FILLER                      PIC X(20).
