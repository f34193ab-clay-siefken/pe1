      *  run-set execution writes one header/detail/trailer group per
      *  PE1-CTL request into the combined extract, and the request id
      *  is how the receiving job splits the groups back apart.
      *
      *  A reversal feed (record type R, written by PE1BKOUT when a
      *  run is backed out) carries one R record per request and no
      *  header or trailer: it tells the consumer to unload what it
      *  loaded for the request and run date - the detail count and
      *  result it was sent - and is acknowledged like any feed.
      ******************************************************************
       01  PE1-EXTR-RECORD.
           05  EXTR-RECORD-TYPE            PIC X(01).
               88  EXTR-TYPE-HEADER            VALUE "H".
               88  EXTR-TYPE-DETAIL            VALUE "D".
               88  EXTR-TYPE-TRAILER           VALUE "T".
               88  EXTR-TYPE-REVERSAL          VALUE "R".
           05  EXTR-REQUEST-ID             PIC X(08).
           05  EXTR-HEADER-DATA.
               10  EXTR-HDR-RUN-DATE           PIC X(08).
               10  FILLER                      PIC X(63).
           05  EXTR-TRAILER-DATA REDEFINES EXTR-HEADER-DATA.
               10  EXTR-TRL-RECORD-COUNT       PIC 9(8).
      *        THE TRAILER RESULT IS SIXTEEN DIGITS WIDE.
               10  EXTR-TRL-RESULT             PIC 9(16).
               10  FILLER                      PIC X(47).
           05  EXTR-REVERSAL-DATA REDEFINES EXTR-HEADER-DATA.
               10  EXTR-REV-RUN-DATE           PIC X(08).
               10  EXTR-REV-RECORD-COUNT       PIC 9(8).
               10  EXTR-REV-RESULT             PIC 9(16).
               10  EXTR-REV-BACKOUT-DATE       PIC X(08).
               10  FILLER                      PIC X(31).
