001770*                   THE QUALIFYING SET OUT PER THE PE1-DEST
001780*                   DEFINITIONS AND WRITES THE PER-DESTINATION
001790*                   ROWS, FILES, AND CATALOG ENTRIES.
001791*  2026-10-15  DD   WIDE RESULT - RESULT AND TOTALS NOW 9(16).
001792*  2026-10-15  DD   DUAL CONTROL - ONLY PE1APPR-APPROVED PE1-PCHG
001793*                   CHANGES APPLY; A PENDING ONE LOGS PE1-026.
001794*  2026-10-15  DD   RUN LOG - PE1-LOG IS EXTENDED, NOT REWRITTEN.
001795*  2026-10-15  DD   CLOSED PERIODS - A MONTH CLOSED ON PE1-PSUM
001796*                   IS NOT WRITTEN TO PE1-HIST/RSTAT; PE1-027.
001797*  2026-10-15  DD   EXPLAIN - PE1-AUDIT NAMES THE EXCLUDING ENTRY;
001798*                   THE PE1-OUT HEADER CARRIES THE RUN MODE.
001799*  2026-10-15  DD   EXCL DATES - ONLY IN-FORCE ENTRIES ARE LOADED.
001800******************************************************************
001810 ENVIRONMENT DIVISION.
001820 CONFIGURATION SECTION.
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS RST-KEY
002450         FILE STATUS IS WS-RSTAT-FILE-STATUS.
002451     SELECT PE1-PSUM-FILE  ASSIGN TO "PE1PSUM"
002452         ORGANIZATION IS INDEXED
002453         ACCESS MODE IS DYNAMIC
002454         RECORD KEY IS PSUM-KEY
002455         FILE STATUS IS WS-PSUM-FILE-STATUS.
002460 DATA DIVISION.
002470 FILE SECTION.
002480 FD  PE1-CTL-FILE
002840     COPY "PE1STAT.CPY".
002850 FD  PE1-RSTAT-FILE.
002860     COPY "PE1RST.CPY".
002864 FD  PE1-PSUM-FILE.
002868     COPY "PE1PSUM.CPY".
002870 FD  PE1-LOG-FILE
002880     RECORDING MODE IS F.
002890     COPY "PE1LOG.CPY".
003180     05  WS-PCHG-FILE-STATUS     PIC X(02) VALUE "00".
003190     05  WS-CHG-FILE-STATUS      PIC X(02) VALUE "00".
003200     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
003209     05  WS-PSUM-FILE-STATUS     PIC X(02) VALUE "00".
003210******************************************************************
003220*    RUN-STAMPED OUTPUT DATASET NAMES - BUILT BY 1580-BUILD-
003230*    OUTPUT-DSNAMES FROM WS-RUN-ID (THE CHECKPOINTED RUN-ID ON
003350 01  WS-COUNTERS.
003360     05  WS-CTR                  PIC 9(8)  VALUE ZEROS.
003370     05  WS-START-CTR            PIC 9(8)  VALUE 1.
003380     05  WS-RESULT               PIC 9(16) VALUE ZEROS.
003390     05  WS-IGNORE               PIC 9(8)  VALUE ZEROS.
003400     05  WS-REMAINDER            PIC 9(8)  VALUE ZEROS.
003410     05  WS-HIT-COUNT-THIS-CTR   PIC 9(2)  VALUE ZEROS.
003430     05  WS-QUAL-COUNT           PIC 9(8)  VALUE ZEROS.
003440     05  WS-HIT-LIST-PTR         PIC 9(4)  VALUE 1.
003450     05  WS-CKPT-ITER-COUNT      PIC 9(8)  VALUE ZEROS.
003460     05  WS-CHECK-TOTAL          PIC 9(16) VALUE ZEROS.
003470     05  WS-PEND-COUNT           PIC 9(4)  VALUE ZEROS.
003480     05  WS-PEND-IDX             PIC 9(4)  VALUE ZEROS.
003490     05  WS-REQUEST-COUNT        PIC 9(4)  VALUE ZEROS.
003500     05  WS-EXCLUDED-COUNT       PIC 9(8)  VALUE ZEROS.
003510     05  WS-EXCLUDED-SUM         PIC 9(16) VALUE ZEROS.
003520     05  WS-RECON-TOTAL          PIC 9(17) VALUE ZEROS.
003530******************************************************************
003540*    PARTITION-MODE CONTROLS - THE RANGE THE MAIN LOOP ACTUALLY
003550*    WALKS.  AN ORDINARY FULL-SWEEP REQUEST RUNS 1 THROUGH THE
004040         88  WS-EXTR-FILE-IS-NEW     VALUE "Y".
004050 01  WS-SAVED-CHECKPOINT.
004060     05  WS-SAVED-CKPT-CTR       PIC 9(8)  VALUE ZEROS.
004070     05  WS-SAVED-CKPT-RESULT    PIC 9(16) VALUE ZEROS.
004080     05  WS-SAVED-CKPT-QUAL-COUNT PIC 9(8) VALUE ZEROS.
004090     05  WS-SAVED-CKPT-CHECK-TOTAL PIC 9(16) VALUE ZEROS.
004100     05  WS-SAVED-CKPT-REQUEST-ID PIC X(08) VALUE SPACES.
004110     05  WS-SAVED-CKPT-RUN-ID    PIC X(14) VALUE SPACES.
004120     05  WS-SAVED-CKPT-EXCL-COUNT PIC 9(8) VALUE ZEROS.
004130     05  WS-SAVED-CKPT-EXCL-SUM  PIC 9(16) VALUE ZEROS.
004140******************************************************************
004150*    PE1-EXCL EXCLUSION LIST - LOADED AND VALIDATED ONCE AT
004160*    STARTUP.  A MISSING FILE IS NOT AN ERROR - IT JUST MEANS NO
004170*    EXCLUSIONS ARE IN EFFECT.  AN ENTRY WHOSE REQUEST ID IS
004180*    "ALL" (OR SPACES) APPLIES TO EVERY REQUEST IN THE RUN-SET.
004182*    ONLY ENTRIES IN FORCE ON THE RUN DATE TAKE A TABLE SLOT -
004184*    RETIRED, EXPIRED AND NOT-YET-EFFECTIVE ONES ARE COUNTED
004186*    AND PASSED OVER (SEE PE1EXCL.CPY).
004190******************************************************************
004200 01  WS-EXCLUSION-SWITCHES.
004210     05  WS-EOF-EXCL-SW          PIC X(01) VALUE "N".
004220         88  WS-EOF-EXCL             VALUE "Y".
004230     05  WS-CTR-EXCLUDED-SW      PIC X(01) VALUE "N".
004240         88  WS-CTR-EXCLUDED         VALUE "Y".
004242*    THE ENTRY THAT SUPPRESSED THE CURRENT CTR, FOR THE TRAIL -
004244*    R = THE REQUEST'S OWN ENTRY, A = AN ALL-REQUESTS ENTRY.
004246     05  WS-CTR-EXCL-SCOPE       PIC X(01) VALUE SPACE.
004248     05  WS-CTR-EXCL-LOW         PIC 9(8)  VALUE ZEROS.
004250 01  WS-EXCLUSION-TABLE.
004260     05  WS-EXCL-ENTRY OCCURS 1000 TIMES.
004270         10  WS-EXCL-REQ         PIC X(08).
004280         10  WS-EXCL-LOW         PIC 9(8).
004290         10  WS-EXCL-HIGH        PIC 9(8).
004300 01  WS-EXCL-COUNT               PIC 9(4)  VALUE ZEROS.
004305 01  WS-EXCL-NOT-IN-FORCE        PIC 9(8)  VALUE ZEROS.
004310 01  WS-EXCL-IDX                 PIC 9(4)  VALUE ZEROS.
004320******************************************************************
004330*    PE1-POP POPULATION LIST - LOADED AND VALIDATED ONCE AT
004940 01  WS-HIST-SWITCHES.
004950     05  WS-PRIOR-RUN-FOUND-SW   PIC X(01) VALUE "N".
004960         88  WS-PRIOR-RUN-FOUND      VALUE "Y".
004970 01  WS-PRIOR-RESULT             PIC 9(16) VALUE ZEROS.
004980 01  WS-RESULT-DELTA             PIC S9(16) VALUE ZEROS.
004990******************************************************************
005000*    PER-DIVISOR WORK TABLE - HIT-FLAG LINES UP POSITION FOR
005010*    POSITION WITH CTL-DIVISOR-TABLE IN PE1CTL.CPY.
005400     05  WS-CT-GCD-RESULT        PIC 9(08) VALUE ZEROS.
005410     05  WS-CT-MULT-COUNT        PIC 9(08) VALUE ZEROS.
005420     05  WS-CT-TERM-WIDE         PIC 9(16) VALUE ZEROS.
005430     05  WS-CT-TERM              PIC 9(16) VALUE ZEROS.
005440     05  WS-CT-LIMIT             PIC 9(08) VALUE ZEROS.
005450     05  WS-CT-PASS-TOTAL        PIC 9(18) VALUE ZEROS.
005460     05  WS-CT-POP-HIT-SW        PIC X(01) VALUE "N".
005470         88  WS-CT-POP-HIT           VALUE "Y".
005480******************************************************************
006000     05  WS-RPT-PAGE-NO          PIC 9(4)  VALUE 1.
006010     05  WS-RPT-LINE-COUNT       PIC 9(4)  VALUE ZEROS.
006020     05  WS-RPT-LINES-PER-PAGE   PIC 9(4)  VALUE 20.
006030     05  WS-RPT-PAGE-TOTAL       PIC 9(16) VALUE ZEROS.
006040******************************************************************
006050*    PE1RPT PRINT LINE TEMPLATES - BUILT IN WORKING-STORAGE AND
006060*    MOVED TO THE 80-BYTE PE1-RPT-RECORD WITH "WRITE ... FROM".
006360     05  FILLER                  PIC X(28) VALUE SPACES.
006370 01  WS-RPT-PAGE-TOTAL-LINE.
006380     05  FILLER                  PIC X(20) VALUE "PAGE TOTAL:".
006390     05  RPT-PGT-TOTAL           PIC Z(15)9.
006400     05  FILLER                  PIC X(44) VALUE SPACES.
006410 01  WS-RPT-EXCL-TOTAL-LINE.
006420     05  FILLER                  PIC X(17) VALUE
006430         "EXCLUDED COUNT:".
006440     05  RPT-XCL-COUNT           PIC ZZZZZZZ9.
006450     05  FILLER                  PIC X(16) VALUE
006460         "  EXCLUDED SUM:".
006470     05  RPT-XCL-SUM             PIC Z(15)9.
006480     05  FILLER                  PIC X(23) VALUE SPACES.
006490 01  WS-RPT-FINAL-TOTAL-LINE.
006500     05  FILLER       PIC X(25) VALUE "CONTROL TOTAL (RESULT):".
006510     05  RPT-FIN-RESULT          PIC Z(15)9.
006520     05  FILLER                  PIC X(06) VALUE SPACES.
006530     05  FILLER                  PIC X(12) VALUE "QUAL COUNT:".
006540     05  RPT-FIN-QUAL-COUNT      PIC ZZZZZZZ9.
006550     05  FILLER                  PIC X(13) VALUE SPACES.
006560******************************************************************
006570*    ABEND / ERROR MESSAGE AREA
006580******************************************************************
006910     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
006920     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
006930     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
006940     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
006950     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
006960 01  WS-MAX-RETURN-CODE          PIC 9(2)  VALUE ZEROS.
006970 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
006980     88  WS-LOG-IS-OPEN              VALUE "Y".
007090         10  WS-PEND-CTR             PIC 9(8).
007100         10  WS-PEND-HIT-LIST        PIC X(60).
007110         10  WS-PEND-HIT-FLAGS       PIC X(01) OCCURS 10 TIMES.
007120         10  WS-PEND-RUNNING-RESULT  PIC 9(16).
007130         10  WS-PEND-EXCLUDED-FLAG   PIC X(01).
007131         10  WS-PEND-EXCL-SCOPE      PIC X(01).
007132         10  WS-PEND-EXCL-LOW        PIC 9(8).
007133******************************************************************
007134*    CLOSED-PERIOD LOCK - PE1CLOSE HOLDS A BOOKED MONTH CLOSED
007135*    ON PE1-PSUM.  NO PE1-PSUM ON THE STEP MEANS NO MONTH HAS
007136*    EVER BEEN CLOSED.
007140******************************************************************
007141 01  WS-PERIOD-LOCK-SWITCHES.
007142     05  WS-PSUM-OPEN-SW         PIC X(01) VALUE "N".
007143         88  WS-PSUM-IS-OPEN         VALUE "Y".
007144     05  WS-PSUM-FOUND-SW        PIC X(01) VALUE "N".
007145         88  WS-PSUM-FOUND           VALUE "Y".
007146     05  WS-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
007147         88  WS-PERIOD-CLOSED        VALUE "Y".
007148******************************************************************
007150 PROCEDURE DIVISION.
007160******************************************************************
007170*    0000-MAINLINE
007740         THRU 1680-OPEN-PE1-STAT-FILE-EXIT.
007750     PERFORM 1685-OPEN-PE1-RSTAT-FILE
007760         THRU 1685-OPEN-PE1-RSTAT-FILE-EXIT.
007764     PERFORM 1687-OPEN-PE1-PSUM-FILE
007768         THRU 1687-OPEN-PE1-PSUM-FILE-EXIT.
007770     PERFORM 1690-OPEN-PCHG-CHG-FILES
007780         THRU 1690-OPEN-PCHG-CHG-FILES-EXIT.
007790     PERFORM 1800-OPEN-PE1-RPT-FILE
007820     EXIT.
007830******************************************************************
007840 1100-OPEN-FILES.
007843*    THE NIGHT'S OTHER STEPS APPEND TO THE SAME LOG, SO THE RUN
007846*    EXTENDS IT RATHER THAN STARTING IT OVER - PE1OPS PICKS THE
007849*    NIGHT OUT BY RUN DATE.
007850     OPEN EXTEND PE1-LOG-FILE.
007853     IF WS-LOG-FILE-STATUS NOT = "00"
007856         OPEN OUTPUT PE1-LOG-FILE
007859     END-IF.
007860     IF WS-LOG-FILE-STATUS NOT = "00"
007870         MOVE "UNABLE TO OPEN PE1-LOG RUN-LOG FILE"
007880             TO WS-ABEND-MESSAGE
008220     MOVE "I"       TO WS-LOG-SEVERITY.
008230     MOVE "EXCLUSIONS IN EFFECT" TO WS-LOG-TEXT.
008240     MOVE WS-EXCL-COUNT TO WS-LOG-VALUE-1.
008245     MOVE WS-EXCL-NOT-IN-FORCE TO WS-LOG-VALUE-2.
008250     PERFORM 9000-WRITE-LOG-RECORD
008260         THRU 9000-WRITE-LOG-RECORD-EXIT.
008270 1150-LOAD-EXCLUSION-LIST-EXIT.
008480             TO WS-ABEND-MESSAGE
008490         GO TO 9800-ABEND-RUN
008500     END-IF.
008501     IF (EXCL-EFFECTIVE-DATE NOT = SPACES
008502         AND EXCL-EFFECTIVE-DATE NOT NUMERIC)
008504        OR (EXCL-EXPIRY-DATE NOT = SPACES
008505         AND EXCL-EXPIRY-DATE NOT NUMERIC)
008506        OR (EXCL-RETIRED-DATE NOT = SPACES
008508         AND EXCL-RETIRED-DATE NOT NUMERIC)
008509         MOVE "PE1-EXCL DATE IS NON-NUMERIC"
008510             TO WS-ABEND-MESSAGE
008511         GO TO 9800-ABEND-RUN
008512     END-IF.
008514*    AN ENTRY NOT IN FORCE ON THE RUN DATE IS PASSED OVER HERE,
008515*    SO IT NEVER TAKES A TABLE SLOT.
008516     IF (EXCL-RETIRED-DATE NOT = SPACES
008518         AND EXCL-RETIRED-DATE NOT > WS-RUN-ID (1:8))
008519        OR (EXCL-EFFECTIVE-DATE NOT = SPACES
008520         AND EXCL-EFFECTIVE-DATE > WS-RUN-ID (1:8))
008521        OR (EXCL-EXPIRY-DATE NOT = SPACES
008522         AND EXCL-EXPIRY-DATE < WS-RUN-ID (1:8))
008524         ADD 1 TO WS-EXCL-NOT-IN-FORCE
008525         GO TO 1160-LOAD-ONE-EXCLUSION-EXIT
008526     END-IF.
008528     IF WS-EXCL-COUNT NOT < 1000
008529         MOVE "PE1-EXCL ENTRIES IN FORCE EXCEED TABLE OF 1000"
008530             TO WS-ABEND-MESSAGE
008540         GO TO 9800-ABEND-RUN
008550     END-IF.
010400     EXIT.
010410******************************************************************
010420*    1250-APPLY-PENDING-CHANGES - SWEEP THIS REQUEST'S PENDING
010430*    CHANGES IN EFFECTIVE-DATE ORDER.  EVERY APPROVED CHANGE THE
010440*    RUN DATE HAS REACHED IS TAKEN, THE LATEST WINNING; IF WHAT
010450*    WON DIFFERS FROM THE CONTROL CARD, THE NEW PARAMETERS TAKE
010460*    EFFECT FOR THIS RUN, AN APPLIED RECORD GOES TO THE CHANGE-
010470*    HISTORY LOG, AND PE1-017 IS RAISED.  THE CARD FILE ITSELF
010890******************************************************************
010900*    1260-READ-ONE-PENDING-CHANGE - NEXT PENDING CHANGE IN KEY
010910*    ORDER.  A RECORD FOR ANOTHER REQUEST OR DATED PAST THE RUN
010920*    DATE ENDS THE SWEEP.  A CHANGE STILL AWAITING APPROVAL IS
010930*    SKIPPED WITH PE1-026, A REJECTED ONE IS SKIPPED QUIETLY
010940*    (THE REJECTION IS ON PE1-CHG); AN APPROVED OR APPLIED ONE
010950*    BECOMES THE CANDIDATE, OVERWRITING WHATEVER EARLIER-DATED
010952*    CHANGE CAME BEFORE IT, AND AN APPROVED ONE IS FLIPPED TO
010954*    APPLIED FOR INQUIRY.
010960******************************************************************
010970 1260-READ-ONE-PENDING-CHANGE.
010980     READ PE1-PCHG-FILE NEXT RECORD
011050         MOVE "Y" TO WS-EOF-PCHG-SW
011060         GO TO 1260-READ-ONE-PENDING-CHANGE-EXIT
011070     END-IF.
011071     IF PCHG-REJECTED
011072         GO TO 1260-READ-ONE-PENDING-CHANGE-EXIT
011073     END-IF.
011074     IF PCHG-PENDING
011076         PERFORM 1262-LOG-CHANGE-NOT-APPROVED
011077             THRU 1262-LOG-CHANGE-NOT-APPROVED-EXIT
011078         GO TO 1260-READ-ONE-PENDING-CHANGE-EXIT
011079     END-IF.
011080     MOVE "Y" TO WS-APPLY-FOUND-SW.
011090     MOVE PCHG-CEILING        TO WS-APPLY-CEILING.
011100     MOVE PCHG-DIVISOR-COUNT  TO WS-APPLY-DIV-COUNT.
011130         VARYING WS-DIV-IDX FROM 1 BY 1 UNTIL WS-DIV-IDX > 10.
011140     MOVE PCHG-EFFECTIVE-DATE TO WS-APPLY-EFF-DATE.
011150     MOVE PCHG-OPERATOR       TO WS-APPLY-OPERATOR.
011160     IF PCHG-APPROVED
011170         MOVE "A" TO PCHG-STATUS
011180         REWRITE PE1-PCHG-RECORD
011190             INVALID KEY
018810         MOVE CTL-PARTITION-ID TO OUT-HDR-PARTITION-ID
018820         MOVE WS-RANGE-START TO OUT-HDR-RANGE-START
018830         MOVE WS-RANGE-END   TO OUT-HDR-RANGE-END
018831         IF WS-POPULATION-MODE
018832             MOVE "Y" TO OUT-HDR-POP-FLAG
018833         ELSE
018834             MOVE "N" TO OUT-HDR-POP-FLAG
018835         END-IF
018840         WRITE PE1-OUT-RECORD
018850     END-IF.
018860 1700-WRITE-OUTPUT-HEADER-EXIT.
020770             ADD 1 TO WS-EXCLUDED-COUNT
020780             ADD WS-EXCLUDED-SUM, WS-CTR GIVING WS-EXCLUDED-SUM
020790                 ON SIZE ERROR
020800                     MOVE "PE1 EXCLUDED SUM EXCEEDED PIC 9(16)"
020810                         TO WS-ABEND-MESSAGE
020820                     GO TO 9800-ABEND-RUN
020830             END-ADD
020840         ELSE
020850             ADD WS-RESULT, WS-CTR GIVING WS-RESULT
020860                 ON SIZE ERROR
020870                     MOVE "PE1 RESULT EXCEEDED PIC 9(16)"
020880                         TO WS-ABEND-MESSAGE
020890                     GO TO 9800-ABEND-RUN
020900             END-ADD
021610******************************************************************
021620 2130-CHECK-EXCLUSION.
021630     MOVE "N" TO WS-CTR-EXCLUDED-SW.
021634     MOVE SPACE TO WS-CTR-EXCL-SCOPE.
021638     MOVE ZEROS TO WS-CTR-EXCL-LOW.
021640     PERFORM 2140-CHECK-ONE-EXCLUSION
021650         THRU 2140-CHECK-ONE-EXCLUSION-EXIT
021660         VARYING WS-EXCL-IDX FROM 1 BY 1
021680 2130-CHECK-EXCLUSION-EXIT.
021690     EXIT.
021700******************************************************************
021703*    2140-CHECK-ONE-EXCLUSION - THE FIRST ENTRY ON THE LIST THAT
021706*    COVERS THE CTR IS THE ONE THE TRAIL NAMES.
021709******************************************************************
021710 2140-CHECK-ONE-EXCLUSION.
021713     IF WS-CTR-EXCLUDED
021716         GO TO 2140-CHECK-ONE-EXCLUSION-EXIT
021719     END-IF.
021720     IF (WS-EXCL-REQ (WS-EXCL-IDX) = CTL-REQUEST-ID
021730         OR WS-EXCL-REQ (WS-EXCL-IDX) = "ALL"
021740         OR WS-EXCL-REQ (WS-EXCL-IDX) = SPACES)
021750        AND WS-CTR NOT < WS-EXCL-LOW (WS-EXCL-IDX)
021760        AND WS-CTR NOT > WS-EXCL-HIGH (WS-EXCL-IDX)
021770         MOVE "Y" TO WS-CTR-EXCLUDED-SW
021771         MOVE WS-EXCL-LOW (WS-EXCL-IDX) TO WS-CTR-EXCL-LOW
021772         IF WS-EXCL-REQ (WS-EXCL-IDX) = CTL-REQUEST-ID
021773             MOVE "R" TO WS-CTR-EXCL-SCOPE
021774         ELSE
021775             MOVE "A" TO WS-CTR-EXCL-SCOPE
021776         END-IF
021780     END-IF.
021790 2140-CHECK-ONE-EXCLUSION-EXIT.
021800     EXIT.
021960     ELSE
021970         MOVE "N" TO WS-PEND-EXCLUDED-FLAG (WS-PEND-COUNT)
021980     END-IF.
021984     MOVE WS-CTR-EXCL-SCOPE TO WS-PEND-EXCL-SCOPE (WS-PEND-COUNT).
021988     MOVE WS-CTR-EXCL-LOW   TO WS-PEND-EXCL-LOW (WS-PEND-COUNT).
021990     PERFORM 2160-COPY-HIT-FLAG-TO-BUFFER
022000         THRU 2160-COPY-HIT-FLAG-TO-BUFFER-EXIT
022010         VARYING WS-DIV-IDX FROM 1 BY 1
022800         TO AUD-RUNNING-RESULT.
022810     MOVE WS-PEND-EXCLUDED-FLAG (WS-PEND-IDX)
022820         TO AUD-EXCLUDED-FLAG.
022822     IF WS-PEND-EXCLUDED-FLAG (WS-PEND-IDX) = "Y"
022824         MOVE WS-PEND-EXCL-SCOPE (WS-PEND-IDX) TO AUD-EXCL-SCOPE
022826         MOVE WS-PEND-EXCL-LOW (WS-PEND-IDX)   TO AUD-EXCL-LOW-CTR
022828     END-IF.
022830     WRITE PE1-AUDIT-RECORD.
022840 2460-WRITE-BUFFERED-AUDIT-RECORD-EXIT.
022850     EXIT.
024800     IF NOT WS-PARTITION-MODE
024810         PERFORM 4500-LOOKUP-PRIOR-RUN
024820             THRU 4500-LOOKUP-PRIOR-RUN-EXIT
024822         PERFORM 4550-CHECK-PERIOD-OPEN
024824             THRU 4550-CHECK-PERIOD-OPEN-EXIT
024826     END-IF.
024828     IF NOT WS-PARTITION-MODE AND NOT WS-PERIOD-CLOSED
024830         PERFORM 4600-WRITE-HISTORY-RECORD
024840             THRU 4600-WRITE-HISTORY-RECORD-EXIT
024850         PERFORM 4750-WRITE-RUNTIME-STATS
025240     CLOSE PE1-EXTR-FILE.
025250     CLOSE PE1-STAT-FILE.
025260     CLOSE PE1-RSTAT-FILE.
025263     IF WS-PSUM-IS-OPEN
025266         CLOSE PE1-PSUM-FILE
025269     END-IF.
025270     IF WS-PCHG-IS-OPEN
025280         CLOSE PE1-PCHG-FILE
025290     END-IF.
026660     MOVE WS-QUAL-COUNT        TO RST-QUAL-COUNT.
026670     MOVE WS-CKPT-WRITE-COUNT  TO RST-CKPT-COUNT.
026680     MOVE WS-REQ-ELAPSED-SECS  TO RST-ELAPSED-SECS.
026685     MOVE WS-RESULT            TO RST-RESULT.
026690     WRITE PE1-RSTAT-RECORD
026700         INVALID KEY
026710             REWRITE PE1-RSTAT-RECORD
032580     END-IF.
032590     MOVE 16 TO RETURN-CODE.
032600     STOP RUN.
032610******************************************************************
032620*    1262-LOG-CHANGE-NOT-APPROVED - A PE1-PCHG CHANGE STILL
032630*    AWAITING ITS SECOND OPERATOR IN PE1APPR IS SKIPPED, NOT
032640*    APPLIED; PE1-026 TELLS OPERATIONS WHY IT DID NOT TAKE.
032650******************************************************************
032660 1262-LOG-CHANGE-NOT-APPROVED.
032670     MOVE "PE1-026" TO WS-LOG-CODE.
032680     MOVE "W"       TO WS-LOG-SEVERITY.
032690     MOVE "PARM CHANGE AWAITING APPROVAL - SKIPPED"
032700         TO WS-LOG-TEXT.
032710     MOVE PCHG-EFFECTIVE-DATE TO WS-LOG-VALUE-1.
032720     PERFORM 9000-WRITE-LOG-RECORD
032730         THRU 9000-WRITE-LOG-RECORD-EXIT.
032740 1262-LOG-CHANGE-NOT-APPROVED-EXIT.
032750     EXIT.
032760******************************************************************
032770*    1687-OPEN-PE1-PSUM-FILE - READ ONLY, TO TEST EACH REQUEST'S
032780*    RUN DATE AGAINST THE CLOSED PERIODS.  A FILE THAT WILL NOT
032790*    OPEN MEANS NO PERIOD HAS BEEN CLOSED YET, SO THE SWITCH IS
032800*    LEFT OFF RATHER THAN ABENDING.
032810******************************************************************
032820 1687-OPEN-PE1-PSUM-FILE.
032830     OPEN INPUT PE1-PSUM-FILE.
032840     IF WS-PSUM-FILE-STATUS = "00"
032850         MOVE "Y" TO WS-PSUM-OPEN-SW
032860     END-IF.
032870 1687-OPEN-PE1-PSUM-FILE-EXIT.
032880     EXIT.
032890******************************************************************
032900*    4550-CHECK-PERIOD-OPEN - A RUN DATE INSIDE A MONTH PE1CLOSE
032910*    HAS CLOSED MAY NOT WRITE OR CHANGE PE1-HIST OR PE1-RSTAT -
032920*    FINANCE HAS ALREADY BOOKED THAT NUMBER.  THE REQUEST'S OWN
032930*    SUMMARY DECIDES FIRST (REOPENED FOR IT ALONE, OR CLOSED);
032940*    WITH NONE, THE PERIOD'S CONTROL RECORD DECIDES.  A REFUSED
032950*    REQUEST STILL HAS ITS OUTPUTS - ONLY THE HISTORY IS HELD
032960*    BACK, AND PE1-027 TAKES THE RUN TO RC 8 SO A REOPEN CAN BE
032970*    ASKED FOR BEFORE THE NUMBER GOES ANYWHERE.
032980******************************************************************
032990 4550-CHECK-PERIOD-OPEN.
033000     MOVE "N" TO WS-PERIOD-CLOSED-SW.
033010     IF NOT WS-PSUM-IS-OPEN
033020         GO TO 4550-CHECK-PERIOD-OPEN-EXIT
033030     END-IF.
033040     MOVE CTL-REQUEST-ID  TO PSUM-REQUEST-ID.
033050     MOVE WS-RUN-ID (1:6) TO PSUM-PERIOD.
033060     MOVE "Y" TO WS-PSUM-FOUND-SW.
033070     READ PE1-PSUM-FILE
033080         INVALID KEY
033090             MOVE "N" TO WS-PSUM-FOUND-SW
033100     END-READ.
033110     IF NOT WS-PSUM-FOUND
033120         MOVE SPACES TO PSUM-REQUEST-ID
033130         MOVE "Y" TO WS-PSUM-FOUND-SW
033140         READ PE1-PSUM-FILE
033150             INVALID KEY
033160                 MOVE "N" TO WS-PSUM-FOUND-SW
033170         END-READ
033180     END-IF.
033190     IF NOT WS-PSUM-FOUND OR NOT PSUM-CLOSED
033200         GO TO 4550-CHECK-PERIOD-OPEN-EXIT
033210     END-IF.
033220     MOVE "Y" TO WS-PERIOD-CLOSED-SW.
033230     DISPLAY "PE1 RUN DATE " WS-RUN-ID (1:8)
033240         " IS IN A CLOSED PERIOD - HISTORY NOT WRITTEN".
033250     MOVE "PE1-027" TO WS-LOG-CODE.
033260     MOVE "E"       TO WS-LOG-SEVERITY.
033270     MOVE "PERIOD CLOSED - HISTORY NOT WRITTEN"
033280         TO WS-LOG-TEXT.
033290     MOVE WS-RUN-ID (1:8) TO WS-LOG-VALUE-1.
033300     PERFORM 9000-WRITE-LOG-RECORD
033310         THRU 9000-WRITE-LOG-RECORD-EXIT.
033320 4550-CHECK-PERIOD-OPEN-EXIT.
033330     EXIT.
