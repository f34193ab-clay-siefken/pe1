      *    EXCLUDED COUNT AND SUM ALONGSIDE RESULT - PE1MERGE NEEDS
      *    BOTH TO CROSS-FOOT THE COMBINED TOTAL AGAINST THE
      *    FULL-RANGE CHECK TOTAL WITH EXCLUSIONS IN EFFECT.
      *    OUT-HDR-POP-FLAG IS "Y" WHEN THE REQUEST RAN IN POPULATION
      *    MODE, "N" WHEN IT SWEPT ITS RANGE; SPACE ON A GENERATION
      *    WRITTEN BEFORE THE FLAG WAS CARRIED.
           05  OUT-HEADER-DATA.
               10  OUT-HDR-RUN-ID          PIC X(14).
               10  OUT-HDR-RUN-DATE        PIC X(08).
               10  OUT-HDR-PARTITION-ID    PIC X(02).
               10  OUT-HDR-RANGE-START     PIC 9(8).
               10  OUT-HDR-RANGE-END       PIC 9(8).
               10  OUT-HDR-POP-FLAG        PIC X(01).
                   88  OUT-HDR-POPULATION-MODE VALUE "Y".
               10  FILLER                  PIC X(30).
           05  OUT-DETAIL-DATA REDEFINES OUT-HEADER-DATA.
               10  OUT-DTL-CTR             PIC 9(8).
               10  OUT-DTL-DIVISOR-HITS    PIC X(60).
               10  FILLER                  PIC X(03).
           05  OUT-TRAILER-DATA REDEFINES OUT-HEADER-DATA.
      *    THE TRAILER RESULT AND EXCLUDED SUM ARE SIXTEEN DIGITS
      *    WIDE (THE WIDE-RESULT LAYOUT).
               10  OUT-TRL-RESULT          PIC 9(16).
               10  OUT-TRL-QUAL-COUNT      PIC 9(8).
               10  OUT-TRL-EXCL-COUNT      PIC 9(8).
               10  OUT-TRL-EXCL-SUM        PIC 9(16).
               10  FILLER                  PIC X(23).
