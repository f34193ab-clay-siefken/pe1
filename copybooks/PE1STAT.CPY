      *  the re-ack matches the re-send.  STAT-RETRANS-COUNT counts
      *  the re-sends - zero on the original feed - so repeated
      *  transmissions of the same feed are visible to the review.
      *
      *  STAT-SENT-RESULT is carried at sixteen digits to match the
      *  wide-result trailers on PE1-OUT and PE1-EXTR.
      *
      *  STAT-FEED-TYPE is spaces on a feed of the run's numbers.
      *  PE1BKOUT turns the row into a reversal (R) when the run is
      *  backed out: status back to SENT, acknowledgement fields
      *  cleared, the sent count and result left as the details and
      *  total the consumer must now unload - so PE1ACK matches the
      *  consumer's reversal acknowledgement against the same row.
      *  A later feed of the same run date and request (a rerun, or
      *  PE1RETX) puts the row back to spaces.
      ******************************************************************
       01  PE1-STAT-RECORD.
           05  STAT-KEY.
               10  STAT-REQUEST-ID         PIC X(08).
               10  STAT-DEST-ID            PIC X(08).
           05  STAT-SENT-COUNT             PIC 9(8).
           05  STAT-SENT-RESULT            PIC 9(16).
           05  STAT-ACK-READ-COUNT         PIC 9(8).
           05  STAT-ACK-LOADED-COUNT       PIC 9(8).
           05  STAT-STATUS                 PIC X(01).
           05  STAT-SENT-TIME              PIC X(08).
           05  STAT-ACK-DATE               PIC X(08).
           05  STAT-RETRANS-COUNT          PIC 9(3).
           05  STAT-FEED-TYPE              PIC X(01).
               88  STAT-ORIGINAL-FEED          VALUE SPACE.
               88  STAT-REVERSAL-FEED          VALUE "R".
           05  FILLER                      PIC X(03).
