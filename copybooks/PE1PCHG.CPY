      *  PE1MNT writes one record per save; PE1 applies them at
      *  startup, in effective-date order, once the run date reaches
      *  them - the latest reached change wins - so next month's
      *  approved parameters can be keyed today.
      *
      *  Changes are under dual control.  PE1MNT keys a change
      *  AWAITING approval; a different operator approves or rejects
      *  it in PE1APPR, which stamps the reviewer and the time of the
      *  decision here and logs it to PE1-CHG.  PE1, PE1MERGE and
      *  PE1AUDRPL only apply APPROVED (or already APPLIED) changes -
      *  one still awaiting approval is skipped with a warning, a
      *  rejected one is never applied.  PCHG-STATUS turns APPLIED
      *  the first run that uses an approved change.
      ******************************************************************
       01  PE1-PCHG-RECORD.
           05  PCHG-KEY.
           05  PCHG-DIVISOR-TABLE          PIC 9(3) OCCURS 10 TIMES.
           05  PCHG-STATUS                 PIC X(01).
               88  PCHG-PENDING                VALUE "P".
               88  PCHG-APPROVED               VALUE "V".
               88  PCHG-REJECTED               VALUE "R".
               88  PCHG-APPLIED                VALUE "A".
           05  PCHG-OPERATOR               PIC X(08).
           05  PCHG-KEYED-TIMESTAMP        PIC X(14).
      *    PCHG-REVIEWER / PCHG-REVIEWED-TIMESTAMP - WHO APPROVED OR
      *    REJECTED THE CHANGE AND WHEN (YYYYMMDDHHMMSS); SPACES
      *    WHILE IT IS STILL AWAITING APPROVAL.
           05  PCHG-REVIEWER               PIC X(08).
           05  PCHG-REVIEWED-TIMESTAMP     PIC X(14).
           05  FILLER                      PIC X(19).
