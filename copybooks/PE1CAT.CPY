      *  and delete once a run ages past the retention rule.
      *
      *  CAT-STATUS: A = active on disk, P = archived and purged.
      *
      *  CAT-BACKOUT-STATUS is set by PE1BKOUT and kept through the
      *  purge: B = every request the generation carries has been
      *  backed out, S = some of them have (the rest are still live -
      *  PE1-BKO names which), V = a reversal feed PE1BKOUT wrote.
      *  PE1PURGE does not count a B generation toward the runs it
      *  retains, and PE1RETX never re-sends a backed-out request.
      ******************************************************************
       01  PE1-CAT-RECORD.
           05  CAT-RUN-ID                  PIC X(14).
      *    PE1MERGE CAN PICK A DAY'S PARTITION RUNS OUT OF THE
      *    CATALOG.  A PARTITION RUN CARRIES ONE REQUEST.
           05  CAT-PARTITION-ID            PIC X(02).
           05  CAT-BACKOUT-STATUS          PIC X(01).
               88  CAT-NOT-BACKED-OUT          VALUE SPACE.
               88  CAT-BACKED-OUT              VALUE "B".
               88  CAT-PART-BACKED-OUT         VALUE "S".
               88  CAT-REVERSAL-FEED           VALUE "V".
           05  CAT-BACKOUT-DATE            PIC X(08).
           05  FILLER                      PIC X(06).
