      *  CKPT-REQUEST-ID records which PE1-CTL request the checkpoint
      *  belongs to, so a restarted run-set execution skips the
      *  requests already completed and resumes inside the right one.
      *
      *  The result, check-total and excluded-sum snapshots are
      *  carried at sixteen digits, the same width as the running
      *  accumulators they restore.
      ******************************************************************
       01  PE1-CKPT-RECORD.
           05  CKPT-CTR                    PIC 9(8).
           05  CKPT-RESULT                 PIC 9(16).
           05  CKPT-QUAL-COUNT             PIC 9(8).
           05  CKPT-CHECK-TOTAL            PIC 9(16).
           05  CKPT-REQUEST-ID             PIC X(08).
           05  CKPT-EXCL-COUNT             PIC 9(8).
           05  CKPT-EXCL-SUM               PIC 9(16).
      *    CKPT-RUN-ID - THE RUN-STAMP THE RUN'S OUTPUT DATASETS WERE
      *    NAMED UNDER, SO A RESTART EXTENDS THE ORIGINAL RUN'S FILES
      *    INSTEAD OF STARTING A NEW GENERATION.
