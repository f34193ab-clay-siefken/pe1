      *  Processed by PE1ACK against the PE1-STAT extract-
      *  status file the same night, so a failed or short load pages
      *  the scheduler instead of waiting for the morning email check.
      *
      *  ACK-FEED-TYPE R acknowledges a reversal feed (see PE1EXT.CPY)
      *  - the counts are then the records the consumer unloaded.
      *  Spaces acknowledge an ordinary feed.
      ******************************************************************
       01  PE1-ACK-RECORD.
           05  ACK-RUN-DATE                PIC X(08).
               88  ACK-LOAD-OK                 VALUE "OK".
               88  ACK-LOAD-ERROR              VALUE "ER".
           05  ACK-DEST-ID                 PIC X(08).
           05  ACK-FEED-TYPE               PIC X(01).
               88  ACK-ORIGINAL-FEED           VALUE SPACE.
               88  ACK-REVERSAL-FEED           VALUE "R".
           05  FILLER                      PIC X(37).
