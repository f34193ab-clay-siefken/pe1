000230*                   ROLLING AVERAGE, PARAMETER-CHANGE FLAG)
000240*                   RESETS AT EACH REQUEST BOUNDARY AND THE
000250*                   REQUEST ID PRINTS ON EVERY LINE.
000251*  2026-10-15  DD   WIDE RESULT - RESULT, DELTA, AND THE ROLLING
000252*                   AVERAGE NOW CARRIED AT PIC 9(16); DETAIL AND
000253*                   COLUMN-HEADER LINES RE-SPACED FOR THE WIDER
000254*                   EDITS.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000720******************************************************************
000730 01  WS-CURRENT-REQUEST          PIC X(08) VALUE SPACES.
000740 01  WS-PRIOR-RUN-HOLD.
000750     05  WS-PRIOR-RESULT         PIC 9(16) VALUE ZEROS.
000760     05  WS-PRIOR-CEILING        PIC 9(8)  VALUE ZEROS.
000770     05  WS-PRIOR-DIVISOR-COUNT  PIC 9(2)  VALUE ZEROS.
000780     05  WS-PRIOR-DIVISOR-TABLE  PIC 9(3)  OCCURS 10 TIMES
000840******************************************************************
000850 01  WS-ROLLING-WORK-AREAS.
000860     05  WS-ROLL-TABLE.
000870         10  WS-ROLL-RESULT      PIC 9(16) OCCURS 5 TIMES
000880                                     VALUE ZEROS.
000890     05  WS-ROLL-SLOT            PIC 9(1)  VALUE ZEROS.
000900     05  WS-ROLL-FILLED          PIC 9(1)  VALUE ZEROS.
000910     05  WS-ROLL-IDX             PIC 9(1)  VALUE ZEROS.
000920     05  WS-ROLL-SUM             PIC 9(18) VALUE ZEROS.
000930     05  WS-ROLL-AVG             PIC 9(16) VALUE ZEROS.
000940******************************************************************
000950*    COUNTERS AND THE DELTA WORK FIELD
000960******************************************************************
000970 01  WS-RUN-COUNT                PIC 9(8)  VALUE ZEROS.
000980 01  WS-PARM-CHG-COUNT           PIC 9(8)  VALUE ZEROS.
000990 01  WS-RESULT-DELTA             PIC S9(16) VALUE ZEROS.
001000 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
001010******************************************************************
001020*    REPORT PAGINATION CONTROLS - SAME SHAPE AS THE PE1RPT
001150     05  FILLER                  PIC X(06) VALUE "PAGE: ".
001160     05  RPT-HDG1-PAGE-NO        PIC ZZZ9.
001170     05  FILLER                  PIC X(40) VALUE SPACES.
001180 01  WS-RPT-COLUMN-HEADER.
001182     05  FILLER                  PIC X(34) VALUE
001184         "REQUEST  RUN DATE           RESULT".
001186     05  FILLER                  PIC X(18) VALUE
001188         "    DELTA VS PRIOR".
001190     05  FILLER                  PIC X(28) VALUE
001192         "           AVG(5)  PARM".
001200 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
001210 01  WS-RPT-DETAIL-LINE.
001220     05  RPT-DTL-REQUEST-ID      PIC X(08).
001230     05  FILLER                  PIC X(01) VALUE SPACES.
001240     05  RPT-DTL-RUN-DATE        PIC X(08).
001250     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  RPT-DTL-RESULT          PIC Z(15)9.
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  RPT-DTL-DELTA           PIC X(17).
001290     05  FILLER                  PIC X(01) VALUE SPACES.
001300     05  RPT-DTL-ROLL-AVG        PIC Z(15)9.
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  RPT-DTL-PARM-FLAG       PIC X(09).
001340 01  WS-DELTA-EDIT               PIC +Z(15)9.
001350 01  WS-RPT-TOTAL-LINE.
001360     05  FILLER                  PIC X(20) VALUE "RUNS REPORTED:".
001370     05  RPT-TOT-RUN-COUNT       PIC ZZZZZZZ9.
003090     MOVE HIST-RUN-DATE TO RPT-DTL-RUN-DATE.
003100     MOVE HIST-RESULT   TO RPT-DTL-RESULT.
003110     IF WS-FIRST-RUN
003120         MOVE "              N/A" TO RPT-DTL-DELTA
003130         MOVE "N" TO WS-FIRST-RUN-SW
003140     ELSE
003150         COMPUTE WS-RESULT-DELTA = HIST-RESULT - WS-PRIOR-RESULT
