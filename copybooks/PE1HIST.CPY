      *  prior run for the SAME request can be found with one
      *  START LESS THAN / READ NEXT pair, the way 4500-LOOKUP-PRIOR-
      *  RUN in PE1 does it.
      *
      *  HIST-RESULT is carried at sixteen digits - the wide-result
      *  layout - so a raised ceiling never outgrows the field.
      *  Files written under the old eight-digit layout are carried
      *  forward once by the PE1CONV conversion job.
      ******************************************************************
       01  PE1-HIST-RECORD.
           05  HIST-KEY.
               10  HIST-REQUEST-ID         PIC X(08).
               10  HIST-RUN-DATE           PIC X(08).
           05  HIST-RUN-ID                 PIC X(14).
           05  HIST-RESULT                 PIC 9(16).
           05  HIST-CEILING                PIC 9(8).
           05  HIST-DIVISOR-COUNT          PIC 9(2).
           05  HIST-DIVISOR-TABLE          PIC 9(3) OCCURS 10 TIMES.
