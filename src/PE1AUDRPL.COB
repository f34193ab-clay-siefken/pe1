000480*                   PARTIALS IN THE CATALOG ARE SKIPPED - A
000490*                   RANGE-LIMITED TRAIL WOULD FLOOD THE GAP
000500*                   SCANS; THE MERGED TRAIL IS THE ONE REPLAYED.
000501*  2026-10-15  DD   WIDE RESULT - THE REPLAYED RUNNING RESULT IS
000502*                   NOW PIC 9(16), AS ON PE1-AUDIT.
000503*  2026-10-15  DD   DUAL CONTROL - ONLY CHANGES APPROVED BEFORE
000504*                   THE TRAIL'S RUN APPLY; ONE STILL AWAITING
000505*                   APPROVAL IS SKIPPED WITH A WARNING (RC=4).
000506*  2026-10-15  DD   EXCLUSION DATES - EACH TRAIL RECORD IS CHECKED
000507*                   AGAINST THE PE1-EXCL ENTRIES IN FORCE ON ITS
000508*                   RUN DATE; A FLAG THAT DISAGREES IS A WARNING
000509*                   (RC=4).
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000690     SELECT PE1-AUDIT-FILE ASSIGN TO WS-AUD-DSN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUD-FILE-STATUS.
000713     SELECT PE1-EXCL-FILE  ASSIGN TO "PE1EXCL"
000716         ORGANIZATION IS LINE SEQUENTIAL
000719         FILE STATUS IS WS-EXCL-FILE-STATUS.
000720     SELECT PE1-ARPT-FILE  ASSIGN TO "PE1ARPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARPT-FILE-STATUS.
000850 FD  PE1-AUDIT-FILE
000860     RECORDING MODE IS F.
000870     COPY "PE1AUD.CPY".
000873 FD  PE1-EXCL-FILE
000876     RECORDING MODE IS F.
000879     COPY "PE1EXCL.CPY".
000880 FD  PE1-ARPT-FILE
000890     RECORDING MODE IS F.
000900 01  PE1-ARPT-RECORD             PIC X(80).
000990     05  WS-ARPT-FILE-STATUS     PIC X(02) VALUE "00".
001000     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
001010     05  WS-PCHG-FILE-STATUS     PIC X(02) VALUE "00".
001019     05  WS-EXCL-FILE-STATUS     PIC X(02) VALUE "00".
001020******************************************************************
001030*    THE AUDIT TRAIL TO REPLAY - THE LATEST ACTIVE RUN'S PER THE
001040*    PE1-CAT CATALOG, OR THE OLD FIXED NAME WHEN NO CATALOG IS
001290         88  WS-TRAIL-SAYS-HIT       VALUE "Y".
001300     05  WS-HITS-MATCH-SW        PIC X(01) VALUE "N".
001310         88  WS-HITS-MATCH           VALUE "Y".
001311     05  WS-EOF-EXCL-SW          PIC X(01) VALUE "N".
001312         88  WS-EOF-EXCL             VALUE "Y".
001313     05  WS-EXCL-CHECK-SW        PIC X(01) VALUE "N".
001314         88  WS-EXCL-CHECKED         VALUE "Y".
001315     05  WS-EXCL-OVERFLOW-SW     PIC X(01) VALUE "N".
001316         88  WS-EXCL-OVERFLOW        VALUE "Y".
001317     05  WS-EXCL-IN-FORCE-SW     PIC X(01) VALUE "N".
001318         88  WS-EXCL-IN-FORCE        VALUE "Y".
001320******************************************************************
001330*    REPLAY ACCUMULATORS AND SEQUENCE-CHECK WORK AREAS
001340******************************************************************
001350 01  WS-REPLAY-COUNTERS.
001360     05  WS-REPLAY-RESULT        PIC 9(16) VALUE ZEROS.
001370     05  WS-PREV-CTR             PIC 9(8)  VALUE ZEROS.
001380     05  WS-SCAN-CTR             PIC 9(8)  VALUE ZEROS.
001390     05  WS-RECORDS-READ         PIC 9(8)  VALUE ZEROS.
001420     05  WS-OOSEQ-COUNT          PIC 9(8)  VALUE ZEROS.
001430     05  WS-HIT-MISMATCH-COUNT   PIC 9(8)  VALUE ZEROS.
001440     05  WS-EXCEPTION-COUNT      PIC 9(8)  VALUE ZEROS.
001445     05  WS-UNAPPROVED-COUNT     PIC 9(8)  VALUE ZEROS.
001450     05  WS-FIRST-DIVERGE-CTR    PIC 9(8)  VALUE ZEROS.
001460     05  WS-EXCLUDED-REC-COUNT   PIC 9(8)  VALUE ZEROS.
001469     05  WS-EXCL-MISMATCH-COUNT  PIC 9(8)  VALUE ZEROS.
001470     05  WS-DIV-IDX              PIC 9(2)  VALUE ZEROS.
001480     05  WS-IGNORE               PIC 9(8)  VALUE ZEROS.
001490     05  WS-REMAINDER            PIC 9(8)  VALUE ZEROS.
001495 01  WS-TRAIL-RUN-STAMP          PIC X(14) VALUE SPACES.
001500******************************************************************
001510*    INDEPENDENT HIT RECOMPUTE - WHICH DIVISORS REALLY HIT THE
001520*    CURRENT AUD-CTR PER THE CONTROL CARD, POSITION FOR POSITION
001760     05  WS-CUR-DIVISOR          PIC 9(3)  OCCURS 10 TIMES
001770                                     VALUE ZEROS.
001780******************************************************************
001781*    PE1-EXCL EXCLUSION LIST (WS-EXCLUSION-TABLE, AFTER THE ABEND
001782*    MESSAGE), EVERY ENTRY WITH ITS DATES.  THE TRAIL'S RUN DATE
001783*    CAN DIFFER BY REQUEST GROUP, SO WHICH ENTRIES WERE IN FORCE
001784*    IS DECIDED PER RECORD, NOT AT LOAD.
001786******************************************************************
001787 01  WS-EXCL-COUNT               PIC 9(4)  VALUE ZEROS.
001788 01  WS-EXCL-IDX                 PIC 9(4)  VALUE ZEROS.
001789******************************************************************
001790*    REPORT PAGINATION CONTROLS - SAME SHAPE AS THE PE1RPT
001800*    CONTROLS IN PE1.  EXCEPTION LINES PAST THE PRINT CAP ARE
001810*    COUNTED BUT NOT PRINTED, SO A BADLY BROKEN TRAIL CANNOT
002080     05  RPT-EXC-CONDITION       PIC X(40).
002090     05  FILLER                  PIC X(18) VALUE SPACES.
002100 01  WS-RPT-DIVERGE-LINE.
002110     05  FILLER                  PIC X(25) VALUE
002120         "FIRST DIVERGENCE AT CTR:".
002130     05  RPT-DVG-CTR             PIC ZZZZZZZ9.
002140     05  FILLER                  PIC X(08) VALUE " REPLAY=".
002150     05  RPT-DVG-REPLAY          PIC Z(15)9.
002160     05  FILLER                  PIC X(07) VALUE " TRAIL=".
002170     05  RPT-DVG-TRAIL           PIC Z(15)9.
002190 01  WS-RPT-SUMMARY-LINE-1.
002200     05  FILLER                  PIC X(16) VALUE "RECORDS READ:".
002210     05  RPT-SUM-RECORDS         PIC ZZZZZZZ9.
002220     05  FILLER                  PIC X(17) VALUE
002230         "  REPLAY RESULT:".
002240     05  RPT-SUM-REPLAY          PIC Z(15)9.
002250     05  FILLER                  PIC X(23) VALUE SPACES.
002260 01  WS-RPT-SUMMARY-LINE-2.
002270     05  FILLER                  PIC X(07) VALUE "GAPS:".
002280     05  RPT-SUM-GAPS            PIC ZZZZZZZ9.
002330     05  FILLER                  PIC X(12) VALUE "  HIT-MISM:".
002340     05  RPT-SUM-HIT-MISM        PIC ZZZZZZZ9.
002350     05  FILLER                  PIC X(12) VALUE SPACES.
002351 01  WS-RPT-SUMMARY-LINE-3.
002352     05  FILLER                  PIC X(11) VALUE "EXCLUDED:".
002353     05  RPT-SUM-EXCLUDED        PIC ZZZZZZZ9.
002354     05  FILLER                  PIC X(17) VALUE
002355         "  EXCL-MISMATCH:".
002356     05  RPT-SUM-EXCL-MISM       PIC ZZZZZZZ9.
002357     05  FILLER                  PIC X(36) VALUE SPACES.
002360******************************************************************
002370*    ABEND / ERROR MESSAGE AREA
002380******************************************************************
002390 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002391*    PE1-EXCL ENTRIES - WS-EXCL-COUNT OF THEM ARE LOADED.
002392 01  WS-EXCLUSION-TABLE.
002393     05  WS-EXCL-ENTRY OCCURS 2000 TIMES.
002394         10  WS-EXCL-REQ         PIC X(08).
002395         10  WS-EXCL-LOW         PIC 9(8).
002396         10  WS-EXCL-HIGH        PIC 9(8).
002397         10  WS-EXCL-EFF-DATE    PIC X(08).
002398         10  WS-EXCL-EXP-DATE    PIC X(08).
002399         10  WS-EXCL-RET-DATE    PIC X(08).
002400******************************************************************
002410 PROCEDURE DIVISION.
002420******************************************************************
002790     IF WS-PCHG-FILE-STATUS = "00"
002800         MOVE "Y" TO WS-PCHG-OPEN-SW
002810     END-IF.
002814     PERFORM 1200-LOAD-EXCLUSION-LIST
002818         THRU 1200-LOAD-EXCLUSION-LIST-EXIT.
002820     OPEN INPUT PE1-AUDIT-FILE.
002830     IF WS-AUD-FILE-STATUS NOT = "00"
002840         MOVE "UNABLE TO OPEN PE1-AUDIT TRAIL FILE"
005370*    HERE AGAINST THE GROUP'S AUD-RUN-DATE, SO THE EXPECTED
005380*    CEILING AND DIVISORS MATCH WHAT THE RUN ACTUALLY USED.
005390*    A PENDING RECORD WITH UNUSABLE VALUES IS SKIPPED THE WAY
005400*    PE1'S OWN VALIDATION WOULD HAVE ABENDED THE RUN.  ONLY A
005402*    CHANGE APPROVED BEFORE THE TRAIL'S RUN STARTED WAS IN FORCE
005404*    FOR IT - ONE REVIEWED LATER, OR REJECTED, IS SKIPPED, AND
005406*    ONE STILL AWAITING APPROVAL IS SKIPPED WITH A WARNING (THE
005408*    STEP ENDS RC=4 IF NOTHING WORSE WAS FOUND).  A BLANK REVIEW
005409*    STAMP IS A CHANGE APPLIED BEFORE DUAL CONTROL EXISTED.
005410******************************************************************
005420 2280-APPLY-PENDING-CHANGES.
005430     IF NOT WS-PCHG-IS-OPEN
005440         GO TO 2280-APPLY-PENDING-CHANGES-EXIT
005450     END-IF.
005460     MOVE "N" TO WS-EOF-PCHG-SW.
005465     MOVE AUD-RUN-DATE        TO WS-TRAIL-RUN-STAMP (1:8).
005467     MOVE AUD-RUN-TIME (1:6)  TO WS-TRAIL-RUN-STAMP (9:6).
005470     MOVE AUD-REQUEST-ID TO PCHG-REQUEST-ID.
005480     MOVE LOW-VALUES     TO PCHG-EFFECTIVE-DATE.
005490     START PE1-PCHG-FILE KEY IS GREATER THAN PCHG-KEY
005670         MOVE "Y" TO WS-EOF-PCHG-SW
005680         GO TO 2285-READ-ONE-PENDING-CHANGE-EXIT
005690     END-IF.
005691     IF PCHG-PENDING
005692         ADD 1 TO WS-UNAPPROVED-COUNT
005693         DISPLAY "PE1AUDRPL PARM CHANGE AWAITING APPROVAL - "
005694             "SKIPPED " PCHG-REQUEST-ID " " PCHG-EFFECTIVE-DATE
005695     END-IF.
005696     IF PCHG-PENDING OR PCHG-REJECTED
005697        OR PCHG-REVIEWED-TIMESTAMP > WS-TRAIL-RUN-STAMP
005698         GO TO 2285-READ-ONE-PENDING-CHANGE-EXIT
005699     END-IF.
005700     IF PCHG-CEILING NOT NUMERIC
005710        OR PCHG-CEILING = ZERO
005720        OR PCHG-DIVISOR-COUNT NOT NUMERIC
006720     IF AUD-EXCLUDED
006730         ADD 1 TO WS-EXCLUDED-REC-COUNT
006740     END-IF.
006742     IF WS-EXCL-CHECKED AND WS-CTR-QUALIFIES
006744         PERFORM 2450-CHECK-EXCLUSION-IN-FORCE
006746             THRU 2450-CHECK-EXCLUSION-IN-FORCE-EXIT
006748     END-IF.
006750     IF WS-TRAIL-SAYS-HIT AND NOT AUD-EXCLUDED
006760         ADD WS-REPLAY-RESULT, AUD-CTR GIVING WS-REPLAY-RESULT
006770             ON SIZE ERROR
006780                 MOVE "REPLAY RESULT EXCEEDED PIC 9(16)"
006790                     TO WS-ABEND-MESSAGE
006800                 GO TO 9800-ABEND-RUN
006810         END-ADD
008040     MOVE WS-OOSEQ-COUNT        TO RPT-SUM-OOSEQ.
008050     MOVE WS-HIT-MISMATCH-COUNT TO RPT-SUM-HIT-MISM.
008060     WRITE PE1-ARPT-RECORD FROM WS-RPT-SUMMARY-LINE-2.
008063     MOVE WS-EXCLUDED-REC-COUNT  TO RPT-SUM-EXCLUDED.
008066     MOVE WS-EXCL-MISMATCH-COUNT TO RPT-SUM-EXCL-MISM.
008069     WRITE PE1-ARPT-RECORD FROM WS-RPT-SUMMARY-LINE-3.
008070     CLOSE PE1-AUDIT-FILE.
008080     IF WS-PCHG-IS-OPEN
008090         CLOSE PE1-PCHG-FILE
008120     DISPLAY "PE1AUDRPL RECORDS READ: " WS-RECORDS-READ
008130         " EXCEPTIONS: " WS-EXCEPTION-COUNT
008140         " EXCLUDED: " WS-EXCLUDED-REC-COUNT.
008142     IF WS-EXCL-MISMATCH-COUNT > ZERO
008144         DISPLAY "PE1AUDRPL EXCLUSION MISMATCHES VS ENTRIES IN "
008146             "FORCE: " WS-EXCL-MISMATCH-COUNT
008148     END-IF.
008150     IF WS-FIRST-DIVERGE-CTR > ZERO
008160        OR WS-EXCEPTION-COUNT > ZERO
008170         MOVE 8 TO RETURN-CODE
008172     ELSE
008174         IF WS-UNAPPROVED-COUNT > ZERO
008175            OR WS-EXCL-MISMATCH-COUNT > ZERO
008176            OR WS-EXCL-OVERFLOW
008177             MOVE 4 TO RETURN-CODE
008178         END-IF
008180     END-IF.
008190 4000-FINALIZE-EXIT.
008200     EXIT.
008260     DISPLAY "PE1AUDRPL ABEND - " WS-ABEND-MESSAGE.
008270     MOVE 16 TO RETURN-CODE.
008280     STOP RUN.
008290******************************************************************
008300*    1200-LOAD-EXCLUSION-LIST - EVERY PE1-EXCL ENTRY IS HELD,
008310*    RETIRED ONES INCLUDED - AN ENTRY RETIRED SINCE THE TRAIL'S
008320*    RUN WAS STILL IN FORCE THAT NIGHT.  NO FILE ON THE STEP,
008330*    OR MORE ENTRIES THAN THE TABLE HOLDS, LEAVES THE EXCLUSION
008340*    CHECK OFF; THE REST OF THE REPLAY STILL STANDS.
008350******************************************************************
008360 1200-LOAD-EXCLUSION-LIST.
008370     OPEN INPUT PE1-EXCL-FILE.
008380     IF WS-EXCL-FILE-STATUS NOT = "00"
008390         DISPLAY "PE1AUDRPL NO PE1-EXCL FILE - EXCLUSIONS NOT "
008400             "CHECKED"
008410         GO TO 1200-LOAD-EXCLUSION-LIST-EXIT
008420     END-IF.
008430     MOVE "Y" TO WS-EXCL-CHECK-SW.
008440     PERFORM 1210-LOAD-ONE-EXCLUSION
008450         THRU 1210-LOAD-ONE-EXCLUSION-EXIT
008460         UNTIL WS-EOF-EXCL.
008470     CLOSE PE1-EXCL-FILE.
008480     IF WS-EXCL-OVERFLOW
008490         MOVE "N" TO WS-EXCL-CHECK-SW
008500         DISPLAY "PE1AUDRPL PE1-EXCL OVER 2000 ENTRIES - "
008510             "EXCLUSIONS NOT CHECKED"
008520     END-IF.
008530 1200-LOAD-EXCLUSION-LIST-EXIT.
008540     EXIT.
008550******************************************************************
008560*    1210-LOAD-ONE-EXCLUSION - AN ENTRY PE1 WOULD HAVE ABENDED ON
008570*    COULD NOT HAVE APPLIED TO ANY RUN, SO IT IS PASSED OVER.
008580******************************************************************
008590 1210-LOAD-ONE-EXCLUSION.
008600     READ PE1-EXCL-FILE
008610         AT END
008620             MOVE "Y" TO WS-EOF-EXCL-SW
008630             GO TO 1210-LOAD-ONE-EXCLUSION-EXIT
008640     END-READ.
008650     IF EXCL-LOW-CTR NOT NUMERIC OR EXCL-LOW-CTR = ZERO
008660        OR EXCL-HIGH-CTR NOT NUMERIC
008661        OR (EXCL-EFFECTIVE-DATE NOT = SPACES
008662         AND EXCL-EFFECTIVE-DATE NOT NUMERIC)
008663        OR (EXCL-EXPIRY-DATE NOT = SPACES
008664         AND EXCL-EXPIRY-DATE NOT NUMERIC)
008665        OR (EXCL-RETIRED-DATE NOT = SPACES
008666         AND EXCL-RETIRED-DATE NOT NUMERIC)
008670         GO TO 1210-LOAD-ONE-EXCLUSION-EXIT
008680     END-IF.
008681     IF EXCL-HIGH-CTR > ZERO AND EXCL-HIGH-CTR < EXCL-LOW-CTR
008682         GO TO 1210-LOAD-ONE-EXCLUSION-EXIT
008683     END-IF.
008690     IF WS-EXCL-COUNT NOT < 2000
008700         MOVE "Y" TO WS-EXCL-OVERFLOW-SW
008710         MOVE "Y" TO WS-EOF-EXCL-SW
008720         GO TO 1210-LOAD-ONE-EXCLUSION-EXIT
008730     END-IF.
008740     ADD 1 TO WS-EXCL-COUNT.
008750     MOVE EXCL-REQUEST-ID     TO WS-EXCL-REQ (WS-EXCL-COUNT).
008760     MOVE EXCL-LOW-CTR        TO WS-EXCL-LOW (WS-EXCL-COUNT).
008770     IF EXCL-HIGH-CTR = ZERO
008780         MOVE EXCL-LOW-CTR    TO WS-EXCL-HIGH (WS-EXCL-COUNT)
008790     ELSE
008800         MOVE EXCL-HIGH-CTR   TO WS-EXCL-HIGH (WS-EXCL-COUNT)
008810     END-IF.
008820     MOVE EXCL-EFFECTIVE-DATE TO WS-EXCL-EFF-DATE (WS-EXCL-COUNT).
008830     MOVE EXCL-EXPIRY-DATE    TO WS-EXCL-EXP-DATE (WS-EXCL-COUNT).
008840     MOVE EXCL-RETIRED-DATE   TO WS-EXCL-RET-DATE (WS-EXCL-COUNT).
008850 1210-LOAD-ONE-EXCLUSION-EXIT.
008860     EXIT.
008870******************************************************************
008880*    2450-CHECK-EXCLUSION-IN-FORCE - THE RUN HONORED ONLY THE
008890*    PE1-EXCL ENTRIES IN FORCE ON ITS RUN DATE, SO A QUALIFYING
008900*    CTR SHOULD BE FLAGGED EXCLUDED EXACTLY WHEN ONE OF THEM
008910*    COVERS IT.  A DISAGREEMENT IS A WARNING, NOT AN EXCEPTION -
008920*    PE1-EXCL IS NOT RUN-STAMPED, AND AN ENTRY CHANGED SINCE THE
008930*    RUN (SEE PE1-EXCH) LOOKS THE SAME HERE AS ONE THE RUN GOT
008940*    WRONG.
008950******************************************************************
008960 2450-CHECK-EXCLUSION-IN-FORCE.
008970     MOVE "N" TO WS-EXCL-IN-FORCE-SW.
008980     PERFORM 2460-CHECK-ONE-EXCLUSION
008990         THRU 2460-CHECK-ONE-EXCLUSION-EXIT
009000         VARYING WS-EXCL-IDX FROM 1 BY 1
009010             UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
009020                OR WS-EXCL-IN-FORCE.
009030     IF AUD-EXCLUDED AND NOT WS-EXCL-IN-FORCE
009040         MOVE AUD-CTR TO RPT-EXC-CTR
009050         MOVE "EXCLUDED BUT NO PE1-EXCL ENTRY IN FORCE"
009060             TO RPT-EXC-CONDITION
009070         PERFORM 2620-REPORT-WARNING
009080             THRU 2620-REPORT-WARNING-EXIT
009090     END-IF.
009100     IF WS-EXCL-IN-FORCE AND NOT AUD-EXCLUDED
009110         MOVE AUD-CTR TO RPT-EXC-CTR
009120         MOVE "PE1-EXCL ENTRY IN FORCE BUT NOT APPLIED"
009130             TO RPT-EXC-CONDITION
009140         PERFORM 2620-REPORT-WARNING
009150             THRU 2620-REPORT-WARNING-EXIT
009160     END-IF.
009170 2450-CHECK-EXCLUSION-IN-FORCE-EXIT.
009180     EXIT.
009190******************************************************************
009200*    2460-CHECK-ONE-EXCLUSION - SAME SCOPE AND RANGE TEST AS PE1,
009210*    PLUS THE IN-FORCE DATES AGAINST THE TRAIL'S OWN RUN DATE.
009220******************************************************************
009230 2460-CHECK-ONE-EXCLUSION.
009240     IF WS-EXCL-REQ (WS-EXCL-IDX) NOT = WS-CURRENT-REQUEST
009250        AND WS-EXCL-REQ (WS-EXCL-IDX) NOT = "ALL"
009260        AND WS-EXCL-REQ (WS-EXCL-IDX) NOT = SPACES
009270         GO TO 2460-CHECK-ONE-EXCLUSION-EXIT
009280     END-IF.
009290     IF AUD-CTR < WS-EXCL-LOW (WS-EXCL-IDX)
009300        OR AUD-CTR > WS-EXCL-HIGH (WS-EXCL-IDX)
009310         GO TO 2460-CHECK-ONE-EXCLUSION-EXIT
009320     END-IF.
009330     IF (WS-EXCL-RET-DATE (WS-EXCL-IDX) NOT = SPACES
009340         AND WS-EXCL-RET-DATE (WS-EXCL-IDX) NOT > AUD-RUN-DATE)
009350        OR (WS-EXCL-EFF-DATE (WS-EXCL-IDX) NOT = SPACES
009360         AND WS-EXCL-EFF-DATE (WS-EXCL-IDX) > AUD-RUN-DATE)
009370        OR (WS-EXCL-EXP-DATE (WS-EXCL-IDX) NOT = SPACES
009380         AND WS-EXCL-EXP-DATE (WS-EXCL-IDX) < AUD-RUN-DATE)
009390         GO TO 2460-CHECK-ONE-EXCLUSION-EXIT
009400     END-IF.
009410     MOVE "Y" TO WS-EXCL-IN-FORCE-SW.
009420 2460-CHECK-ONE-EXCLUSION-EXIT.
009430     EXIT.
009440******************************************************************
009450*    2620-REPORT-WARNING - AS 2600, BUT COUNTED APART FROM THE
009460*    EXCEPTIONS, SO IT GRADES THE STEP RC=4 RATHER THAN RC=8.
009470******************************************************************
009480 2620-REPORT-WARNING.
009490     ADD 1 TO WS-EXCL-MISMATCH-COUNT.
009500     MOVE WS-CURRENT-REQUEST TO RPT-EXC-REQUEST-ID.
009510     IF WS-RPT-PRINTED-COUNT < WS-RPT-PRINT-CAP
009520         ADD 1 TO WS-RPT-PRINTED-COUNT
009530         MOVE WS-RPT-EXCEPTION-LINE TO WS-RPT-PRINT-LINE
009540         PERFORM 2610-WRITE-REPORT-LINE
009550             THRU 2610-WRITE-REPORT-LINE-EXIT
009560     END-IF.
009570 2620-REPORT-WARNING-EXIT.
009580     EXIT.
