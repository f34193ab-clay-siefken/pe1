      *  the trail so auditors can see exactly what was left out, and
      *  AUD-RUNNING-RESULT on an excluded record simply carries the
      *  running result unchanged.
      *
      *  AUD-EXCL-ENTRY names the PE1-EXCL entry that suppressed an
      *  excluded CTR: its scope (R = the request's own entry, A = an
      *  entry for all requests) and its low CTR, which together
      *  pick the entry back out of PE1-EXCL for the PE1EXPL explain
      *  transaction.  Spaces on a record that was not excluded, and
      *  on trails written before the entry was kept.
      ******************************************************************
       01  PE1-AUDIT-RECORD.
           05  AUD-RUN-DATE                PIC X(08).
           05  AUD-REQUEST-ID              PIC X(08).
           05  AUD-CTR                     PIC 9(8).
           05  AUD-DIVISOR-HIT-TABLE       PIC X(01) OCCURS 10 TIMES.
           05  AUD-RUNNING-RESULT          PIC 9(16).
           05  AUD-EXCLUDED-FLAG           PIC X(01).
               88  AUD-EXCLUDED                VALUE "Y".
               88  AUD-NOT-EXCLUDED            VALUE "N".
           05  AUD-EXCL-ENTRY.
               10  AUD-EXCL-SCOPE          PIC X(01).
                   88  AUD-EXCL-SCOPE-REQUEST  VALUE "R".
                   88  AUD-EXCL-SCOPE-ALL      VALUE "A".
               10  AUD-EXCL-LOW-CTR        PIC X(08).
           05  FILLER                      PIC X(04).
