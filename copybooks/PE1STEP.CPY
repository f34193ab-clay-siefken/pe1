      ******************************************************************
      *  PE1STEP.CPY
      *  Record layout for the PE1-STEP job-stream status file, keyed
      *  by run date plus step name - one record per step of the
      *  nightly chain (PE1, or the PE1PRTnn partitions and PE1MERGE,
      *  then PE1VAL, PE1DIST, PE1XMIT, PE1ACK, and PE1RETX when a
      *  feed is re-sent) for each night it runs.  Written only by
      *  PE1CHAIN, which the stream runs before each step (to gate
      *  it) and after it (to record how it ended).
      *
      *  STEP-STATUS: R = running (gated in, no end recorded yet),
      *  C = complete within the step's allowed return codes,
      *  F = failed (ended outside them), X = reset by an operator
      *  for a deliberate rerun.  A step the stream reaches again
      *  while complete is bypassed, so a resubmitted stream picks
      *  up at the first step not complete; STEP-BYPASS-COUNT shows
      *  how often that happened.
      ******************************************************************
       01  PE1-STEP-RECORD.
           05  STEP-KEY.
               10  STEP-RUN-DATE           PIC X(08).
               10  STEP-NAME               PIC X(08).
           05  STEP-STATUS                 PIC X(01).
               88  STEP-RUNNING                VALUE "R".
               88  STEP-COMPLETE               VALUE "C".
               88  STEP-FAILED                 VALUE "F".
               88  STEP-RESET                  VALUE "X".
           05  STEP-START-DATE             PIC X(08).
           05  STEP-START-TIME             PIC X(08).
           05  STEP-END-DATE               PIC X(08).
           05  STEP-END-TIME               PIC X(08).
           05  STEP-RETURN-CODE            PIC 9(03).
           05  STEP-ATTEMPTS               PIC 9(03).
           05  STEP-BYPASS-COUNT           PIC 9(03).
      *    THE OPERATOR WHO LAST RESET THE STEP, SPACES IF NEVER.
           05  STEP-RESET-OPERATOR         PIC X(08).
           05  FILLER                      PIC X(14).
