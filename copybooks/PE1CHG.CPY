      *  APPLIED), so a RESULT drift investigation can prove exactly
      *  when the divisor list changed.  The file is extended, never
      *  rewritten - history is append-only.
      *
      *  PE1APPR writes the dual-control decision on a keyed change
      *  (source APPROVED or REJECTED) - CHG-OPERATOR is then the
      *  reviewer and CHG-TIMESTAMP the time of the decision; the
      *  old values are the control card as it stood, the new ones
      *  the change reviewed.
      ******************************************************************
       01  PE1-CHG-RECORD.
           05  CHG-TIMESTAMP               PIC X(14).
           05  CHG-SOURCE                  PIC X(01).
               88  CHG-KEYED                   VALUE "K".
               88  CHG-APPLIED                 VALUE "A".
               88  CHG-APPROVED                VALUE "V".
               88  CHG-REJECTED                VALUE "R".
           05  CHG-OLD-CEILING             PIC 9(8).
           05  CHG-OLD-DIVISOR-COUNT       PIC 9(2).
           05  CHG-OLD-DIVISOR-TABLE       PIC 9(3) OCCURS 10 TIMES.
