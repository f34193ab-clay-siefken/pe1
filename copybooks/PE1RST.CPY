           05  RST-QUAL-COUNT              PIC 9(8).
           05  RST-CKPT-COUNT              PIC 9(6).
           05  RST-ELAPSED-SECS            PIC 9(8).
      *    RST-RESULT - THE REQUEST'S RESULT FOR THE RUN, SO A RUNTIME
      *    ROW CAN BE PROVED AGAINST ITS PE1-HIST RECORD WITHOUT A
      *    SECOND LOOKUP.
           05  RST-RESULT                  PIC 9(16).
           05  FILLER                      PIC X(18).
