      *                                       V2=CHECK TOTAL
      *  PE1-009  E  HIST WRITE/REWRITE FAILED
      *  PE1-010  I  ELAPSED SECONDS          V1=SECONDS
      *  PE1-011  I  EXCLUSIONS IN EFFECT     V1=COUNT V2=NOT IN FORCE
      *  PE1-012  I  EXCLUDED FROM RESULT     V1=COUNT V2=SUM
      *  PE1-013  I  REQUEST SKIPPED - ALREADY COMPLETE ON RESTART
      *  PE1-014  I  REQUESTS PROCESSED       V1=COUNT
      *  PE1-024  I  STOPPED CLEAN BY OPERATOR V1=LAST CTR COVERED
      *              (THE RUN ENDS RC 12 - QUIESCED, RESTART LATER)
      *  PE1-025  E  RSTAT WRITE/REWRITE FAILED
      *  PE1-026  W  PARM CHANGE AWAITING APPROVAL - SKIPPED
      *                                       V1=EFFECTIVE DATE
      *  PE1-027  E  PERIOD CLOSED - HISTORY NOT WRITTEN
      *                                       V1=RUN DATE
      *
      *  SATELLITE STEPS
      *  ----------------------------------------------------------
      *  The night's other steps append to the same log, each under
      *  its own three-letter prefix so a code always names the step
      *  that raised it.  Each step keeps its own return-code rules -
      *  the severity on its records grades the condition, not the
      *  step.  NNN-099 is always that step's abend, text carrying
      *  the reason.  LOG-RUN-ID is the run the step was working on
      *  (its catalog run-id, or the run date in positions 1-8 and
      *  the step's start time behind it); steps that report on the
      *  day's state rather than one run - AGE, CAP, PRG - carry
      *  their own start date and time.  Where a condition belongs
      *  to one request, LOG-REQUEST-ID names it.
      *
      *  VAL-NNN  PE1VAL     FEED VALIDATION
      *  VAL-001  I  FEED PROVED CLEAN        V1=GROUPS
      *  VAL-002  E  VALIDATION FAILURE (TEXT) V1=RECORD NUMBER
      *  VAL-003  E  FEED HELD                V1=FAILURES
      *  ACK-NNN  PE1ACK     ACKNOWLEDGEMENT MATCHING
      *  ACK-001  I  ACKS READ / MATCHED      V1=READ V2=MATCHED
      *  ACK-002  W  NO ACKNOWLEDGEMENT FILE
      *  ACK-003  E  ACK FOR UNKNOWN FEED - TEXT CARRIES THE DEST
      *  ACK-004  E  COUNT/STATUS BREAK       V1=SENT V2=LOADED
      *  ACK-005  E  STAT REWRITE FAILED
      *  ACK-006  E  FEED STILL UNACKNOWLEDGED V1=SENT
      *  ACK-007  E  REVERSAL ACK, NO REVERSAL - TEXT CARRIES THE DEST
      *  ACK-008  W  ACK FOR BACKED-OUT FEED - TEXT CARRIES THE DEST
      *  SCH-NNN  PE1SCHED   RUN-CALENDAR CHECK
      *  SCH-001  I  CALENDAR CHECKED         V1=EXPECTED V2=MISSED
      *  SCH-002  E  MISSED RUN - NO HISTORY FOR CALENDAR DAY
      *  AGE-NNN  PE1AGE     REVIEW AGING
      *  AGE-001  I  AGING DONE               V1=UNREVIEWED V2=QUERIED
      *  AGE-002  W  NO DISPOSITION FILE
      *  AGE-003  W  UNREVIEWED PAST THRESHOLD V1=RUN DATE V2=DAYS
      *  AGE-004  W  QUERIED PAST THRESHOLD   V1=RUN DATE V2=DAYS
      *  CAP-NNN  PE1CAP     CAPACITY FORECAST
      *  CAP-001  I  FORECAST                 V1=CURRENT V2=PROJECTED
      *  CAP-002  E  WINDOW BREACHED IN HORIZON V1=PROJECTED
      *                                       V2=WINDOW
      *  CAP-003  W  REQUEST GROWING INTO BREACH V1=GROWTH
      *                                       V2=PROJECTED
      *  MRG-NNN  PE1MERGE   PARTITION CONSOLIDATION
      *  MRG-001  I  PARTITIONS CONSOLIDATED  V1=RESULT V2=QUAL COUNT
      *  MRG-002  W  PARM CHANGE AWAITING APPROVAL - SKIPPED
      *                                       V1=EFFECTIVE DATE
      *  MRG-003  E  CROSS-FOOT BREAK         V1=RESULT+EXCLUDED
      *                                       V2=CHECK TOTAL
      *  MRG-004  E  HIST WRITE/REWRITE FAILED
      *  MRG-005  E  STAT WRITE/REWRITE FAILED
      *  MRG-006  E  PERIOD CLOSED - HISTORY NOT WRITTEN V1=RUN DATE
      *  DST-NNN  PE1DIST    DESTINATION DISTRIBUTION
      *  DST-001  I  RUN DISTRIBUTED          V1=DESTS V2=STAT ROWS
      *  DST-002  W  DEST MATCHED NO SUBSCRIBED REQUEST
      *  DST-003  I  DESTINATION FEED WRITTEN V1=GROUPS V2=RECORDS
      *  DST-004  W  REQUEST BACKED OUT - NOT SENT TO THE DEST
      *  RTX-NNN  PE1RETX    RETRANSMISSION RESTAGE
      *  RTX-001  I  FEED RESTAGED            V1=DETAILS V2=RETRANS
      *  RTX-002  E  DETAIL/TRAILER COUNT BREAK V1=DETAILS
      *                                       V2=TRAILER COUNT
      *  PRG-NNN  PE1PURGE   RETENTION SWEEP
      *  PRG-001  I  RUNS PURGED / FILES ARCHIVED
      *  PRG-002  I  RUN ARCHIVED AND PURGED - TEXT CARRIES RUN-ID
      *  PRG-003  W  DATASET NOT FOUND - TEXT CARRIES THE DSN
      *  PRG-004  W  DATASET UNDELETED        V1=DELETE RC
      *  PRG-005  I  RETAIN-RUNS ZERO - KEEPING ALL
      *  PRG-006  I  NOTHING AGED             V1=RUNS V2=RETAINED
      *  PRG-007  I  BACKED-OUT RUN PURGED - TEXT CARRIES RUN-ID
      *  CHN-NNN  PE1CHAIN   JOB-STREAM GATE (TEXT OPENS WITH THE STEP)
      *  CHN-001  I  STEP STARTED             V1=ATTEMPT
      *  CHN-002  I  BYPASSED - ALREADY COMPLETE V1=ITS RC
      *  CHN-003  E  REFUSED - WAITING ON THE PREDECESSOR NAMED
      *  CHN-004  E  SENDING STEP RUNNING OR FAILED - RESET NEEDED
      *  CHN-005  I  ENDED WITHIN ALLOWED CODES V1=RC
      *  CHN-006  E  ENDED OUTSIDE ALLOWED CODES V1=RC
      *  CHN-007  W  RESET FOR RERUN BY OPERATOR V1=PRIOR RC
      *  CHN-008  I  RESET REASON - TEXT CARRIES IT
      *  CLS-NNN  PE1CLOSE   PERIOD CLOSE AND REOPEN
      *  CLS-001  I  PERIODS CLOSED           V1=PERIODS V2=SUMMARIES
      *  CLS-002  W  CLOSED WITH UNREVIEWED OR REJECTED RUNS
      *                                       V1=PERIOD V2=RUNS
      *  CLS-003  W  CLOSED WITH MISSED CALENDAR DAYS
      *                                       V1=PERIOD V2=DAYS
      *  CLS-004  W  NO DISPOSITION FILE - RUNS UNREVIEWED
      *  CLS-005  W  NO RUNTIME-STATS FILE
      *  CLS-006  W  NO RUN CALENDAR - NO DAYS COUNTED MISSED
      *  CLS-007  W  PERIOD REOPENED BY OPERATOR V1=PERIOD
      *  CLS-008  I  REOPEN REASON - TEXT CARRIES IT
      *  CLS-009  W  PERIOD NEVER CLOSED - NOTHING TO REOPEN
      *                                       V1=PERIOD
      *  CLS-010  I  RECORDS REOPENED         V1=RECORDS V2=NOT CLOSED
      *  CMP-NNN  PE1COMP    RUN-TO-RUN COMPARISON (RUN-ID = RUN B)
      *  CMP-001  I  RUNS COMPARED            V1=DETAILS A V2=DETAILS B
      *  CMP-002  W  HEADER OR PARAMETER DIFFERENCES
      *                                       V1=DIFFERENCES
      *  CMP-003  E  CTRS IN ONE RUN ONLY     V1=RUN A V2=RUN B
      *  CMP-004  E  DIVISOR-HIT DIFFERENCES  V1=CTRS
      *  CMP-005  E  TRAILER TOTAL DIFFERENCES
      *                                       V1=REQUESTS
      *  CMP-006  E  DUPLICATE CTRS ON A RUN  V1=RUN A V2=RUN B
      *  BKO-NNN  PE1BKOUT   RUN BACKOUT (RUN-ID = RUN BACKED OUT)
      *  BKO-001  I  RUN BACKED OUT           V1=FEEDS V2=GENERATIONS
      *  BKO-002  W  BACKOUT STARTED - TEXT CARRIES THE OPERATOR
      *  BKO-003  I  BACKOUT REASON - TEXT CARRIES IT
      *  BKO-004  W  NO FEED SENT - NO REVERSAL WRITTEN
      *  BKO-005  W  DEST NOT ON PE1-DEST - FIXED LAYOUT REVERSAL
      *  BKO-006  W  GENERATION NOT READABLE - MARKED PARTIAL
      *  BKO-007  W  RUN NOT ON THE CATALOG - NOTHING MARKED
      *  BKO-008  I  REVERSAL WRITTEN - TEXT CARRIES THE DEST
      *                                       V1=DETAILS TO UNLOAD
      *  INT-NNN  PE1INTG    WEEKLY CROSS-FILE INTEGRITY CHECK
      *  INT-001  I  INTEGRITY CHECK DONE     V1=ERRORS V2=WARNINGS
      *  INT-002  E  ERROR-CLASS CHECK FAILED - TEXT CARRIES THE CHECK
      *                                       V1=CHECK V2=FINDINGS
      *  INT-003  W  WARNING CHECK FAILED - TEXT CARRIES THE CHECK
      *                                       V1=CHECK V2=FINDINGS
      *  INT-004  W  CHECK NOT DONE - TEXT CARRIES THE FILE MISSING
      *                                       V1=CHECK
      *  EXR-NNN  PE1EXRPT   PE1-EXCL EXPIRY REPORT
      *  EXR-001  I  EXPIRY REPORT DONE       V1=EXPIRING V2=IN FORCE
      *  EXR-002  W  ENTRY EXPIRING - TEXT CARRIES LOW CTR AND REASON
      *                                       V1=EXPIRY DATE V2=DAYS
      *  EXR-003  W  NO PE1-EXCL FILE - NOTHING TO REPORT
      ******************************************************************
       01  PE1-LOG-RECORD.
           05  LOG-MESSAGE-CODE            PIC X(07).
           05  LOG-RUN-ID                  PIC X(14).
           05  LOG-REQUEST-ID              PIC X(08).
           05  LOG-MESSAGE-TEXT            PIC X(40).
      *    THE VALUE FIELDS ARE SIXTEEN DIGITS SO A WIDE RESULT OR
      *    CHECK TOTAL LOGS WHOLE.
           05  LOG-VALUE-1                 PIC +9(16).
           05  LOG-VALUE-2                 PIC +9(16).
           05  FILLER                      PIC X(06).
