      ******************************************************************
      *  PE1EXCH.CPY
      *  Record layout for the PE1-EXCH exclusion change-history log -
      *  the audit trail of every PE1-EXCL maintenance action: who
      *  keyed it, when, and the entry before and after.  Written by
      *  PE1EXMNT on every save.  The file is extended, never
      *  rewritten - history is append-only, the same as PE1-CHG.
      *
      *  EXCH-REQUEST-ID and EXCH-LOW-CTR identify the entry (the
      *  request scope as keyed, "ALL" for every request).  For an
      *  add the old image is spaces; for a retire the new image is
      *  the entry as retired, EXCL-RETIRED-DATE filled in.
      ******************************************************************
       01  PE1-EXCH-RECORD.
           05  EXCH-TIMESTAMP              PIC X(14).
           05  EXCH-OPERATOR               PIC X(08).
           05  EXCH-ACTION                 PIC X(01).
               88  EXCH-ADDED                  VALUE "A".
               88  EXCH-CHANGED                VALUE "C".
               88  EXCH-RETIRED                VALUE "R".
           05  EXCH-REQUEST-ID             PIC X(08).
           05  EXCH-LOW-CTR                PIC 9(8).
           05  EXCH-OLD-ENTRY.
               10  EXCH-OLD-HIGH-CTR       PIC X(08).
               10  EXCH-OLD-EFFECTIVE-DATE PIC X(08).
               10  EXCH-OLD-EXPIRY-DATE    PIC X(08).
               10  EXCH-OLD-RETIRED-DATE   PIC X(08).
               10  EXCH-OLD-REASON         PIC X(20).
           05  EXCH-NEW-ENTRY.
               10  EXCH-NEW-HIGH-CTR       PIC X(08).
               10  EXCH-NEW-EFFECTIVE-DATE PIC X(08).
               10  EXCH-NEW-EXPIRY-DATE    PIC X(08).
               10  EXCH-NEW-RETIRED-DATE   PIC X(08).
               10  EXCH-NEW-REASON         PIC X(20).
           05  FILLER                      PIC X(01).
