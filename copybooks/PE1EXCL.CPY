      *  the trail shows exactly what was left out and the
      *  reconciliation still balances: RESULT + EXCLUDED SUM = the
      *  independent check total.
      *  The trail record also names the entry that applied (scope
      *  and low CTR - see PE1AUD.CPY), so PE1EXPL can show the range
      *  and reason behind a suppressed CTR.
      *
      *  Entries are kept by the PE1EXMNT online transaction, which
      *  stamps the operator and logs every add, change and retire
      *  to PE1-EXCH.  An entry is IN FORCE on a run date when it is
      *  not yet retired as of that date (EXCL-RETIRED-DATE spaces,
      *  or later than the run date), its effective date is spaces
      *  or not later than the run date, and its expiry date is
      *  spaces or not earlier than the run date - the expiry date
      *  is the last day it applies.  Only entries in force on the
      *  run date are honored.  A retired entry stays on the file so
      *  a replay of an older run still sees what applied that
      *  night.  Records keyed before the dates existed carry spaces
      *  and stay in force until retired.
      ******************************************************************
       01  PE1-EXCL-RECORD.
           05  EXCL-REQUEST-ID             PIC X(08).
           05  EXCL-LOW-CTR                PIC 9(8).
           05  EXCL-HIGH-CTR               PIC 9(8).
           05  EXCL-REASON                 PIC X(20).
           05  EXCL-EFFECTIVE-DATE         PIC X(08).
           05  EXCL-EXPIRY-DATE            PIC X(08).
           05  EXCL-OPERATOR               PIC X(08).
           05  EXCL-RETIRED-DATE           PIC X(08).
               88  EXCL-NOT-RETIRED            VALUE SPACES.
           05  FILLER                      PIC X(04).
