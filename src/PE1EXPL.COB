000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1EXPL.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - ONLINE EXPLAIN
000110*                   TRANSACTION, A COMPANION TO PE1INQ.  KEY IN
000120*                   A REQUEST ID, RUN DATE AND CTR AND IT SAYS
000130*                   WHY THAT CTR WAS OR WAS NOT IN THAT NIGHT'S
000140*                   LIST: THE CEILING AND DIVISORS THE RUN USED
000150*                   (PE1-HIST, WITH THE PE1-PCHG CHANGE IN FORCE
000160*                   ON THE DATE), WHICH DIVISORS DIVIDE IT, THE
000170*                   RANGE AND MODE THE RUN COVERED, WHETHER A
000180*                   PE1-EXCL ENTRY SUPPRESSED IT (AND WHICH, WITH
000190*                   ITS REASON), AND WHETHER EACH FEED OF THE
000200*                   RUN CARRIED IT AND WAS ACKNOWLEDGED - READ
000210*                   FROM THE RUN'S OWN PE1-OUT AND PE1-AUDIT
000220*                   GENERATIONS, ON DISK OR ARCHIVED.
000222*  2026-10-15  DD   EXCLUSION DATES - THE SUPPRESSING PE1-EXCL
000224*                   ENTRY IS THE ONE IN FORCE ON THE RUN DATE;
000226*                   ITS EFFECTIVE, EXPIRY AND RETIRED DATES AND
000228*                   THE OPERATOR WHO KEYED IT ARE SHOWN.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-Z.
000270 OBJECT-COMPUTER.  IBM-Z.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS HIST-KEY
000340         FILE STATUS IS WS-HIST-FILE-STATUS.
000350     SELECT PE1-BKO-FILE   ASSIGN TO "PE1BKO"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS BKO-KEY
000390         FILE STATUS IS WS-BKO-FILE-STATUS.
000400     SELECT PE1-PCHG-FILE  ASSIGN TO "PE1PCHG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PCHG-KEY
000440         FILE STATUS IS WS-PCHG-FILE-STATUS.
000450     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS STAT-KEY
000490         FILE STATUS IS WS-STAT-FILE-STATUS.
000500     SELECT PE1-CAT-FILE   ASSIGN TO "PE1CAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CAT-FILE-STATUS.
000530     SELECT PE1-OUTIN-FILE ASSIGN TO WS-OUTIN-DSN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OUTIN-FILE-STATUS.
000560     SELECT PE1-AUDIN-FILE ASSIGN TO WS-AUDIN-DSN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AUDIN-FILE-STATUS.
000590     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ARCH-FILE-STATUS.
000620     SELECT PE1-EXCL-FILE  ASSIGN TO "PE1EXCL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EXCL-FILE-STATUS.
000650     SELECT PE1-POP-FILE   ASSIGN TO "PE1POP"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-POP-FILE-STATUS.
000680     SELECT PE1-DEST-FILE  ASSIGN TO "PE1DEST"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-DEST-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PE1-HIST-FILE.
000740     COPY "PE1HIST.CPY".
000750 FD  PE1-BKO-FILE.
000760     COPY "PE1BKO.CPY".
000770 FD  PE1-PCHG-FILE.
000780     COPY "PE1PCHG.CPY".
000790 FD  PE1-STAT-FILE.
000800     COPY "PE1STAT.CPY".
000810 FD  PE1-CAT-FILE
000820     RECORDING MODE IS F.
000830     COPY "PE1CAT.CPY".
000840 FD  PE1-OUTIN-FILE
000850     RECORDING MODE IS F.
000860 01  PE1-OUTIN-RECORD            PIC X(80).
000870 FD  PE1-AUDIN-FILE
000880     RECORDING MODE IS F.
000890 01  PE1-AUDIN-RECORD            PIC X(80).
000900 FD  PE1-ARCH-FILE
000910     RECORDING MODE IS F.
000920 01  PE1-ARCH-RECORD.
000930     05  ARCH-RUN-ID             PIC X(14).
000940     05  ARCH-FILE-TYPE          PIC X(04).
000950     05  ARCH-DATA               PIC X(80).
000960     05  FILLER                  PIC X(02).
000970 FD  PE1-EXCL-FILE
000980     RECORDING MODE IS F.
000990     COPY "PE1EXCL.CPY".
001000 FD  PE1-POP-FILE
001010     RECORDING MODE IS F.
001020     COPY "PE1POP.CPY".
001030 FD  PE1-DEST-FILE
001040     RECORDING MODE IS F.
001050     COPY "PE1DEST.CPY".
001060******************************************************************
001070 WORKING-STORAGE SECTION.
001080******************************************************************
001090*    FILE STATUS SWITCHES
001100******************************************************************
001110 01  WS-HIST-FILE-STATUS         PIC X(02) VALUE "00".
001120 01  WS-BKO-FILE-STATUS          PIC X(02) VALUE "00".
001130 01  WS-PCHG-FILE-STATUS         PIC X(02) VALUE "00".
001140 01  WS-STAT-FILE-STATUS         PIC X(02) VALUE "00".
001150 01  WS-CAT-FILE-STATUS          PIC X(02) VALUE "00".
001160 01  WS-OUTIN-FILE-STATUS        PIC X(02) VALUE "00".
001170 01  WS-AUDIN-FILE-STATUS        PIC X(02) VALUE "00".
001180 01  WS-ARCH-FILE-STATUS         PIC X(02) VALUE "00".
001190 01  WS-EXCL-FILE-STATUS         PIC X(02) VALUE "00".
001200 01  WS-POP-FILE-STATUS          PIC X(02) VALUE "00".
001210 01  WS-DEST-FILE-STATUS         PIC X(02) VALUE "00".
001220******************************************************************
001230*    PROCESSING SWITCHES
001240******************************************************************
001250 01  WS-EXPL-SWITCHES.
001260     05  WS-EOF-SW               PIC X(01) VALUE "N".
001270         88  WS-EOF                  VALUE "Y".
001280     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
001290         88  WS-RUN-FOUND            VALUE "Y".
001300     05  WS-RUN-BACKED-OUT-SW    PIC X(01) VALUE "N".
001310         88  WS-RUN-BACKED-OUT       VALUE "Y".
001320     05  WS-CHANGE-FOUND-SW      PIC X(01) VALUE "N".
001330         88  WS-CHANGE-FOUND         VALUE "Y".
001340     05  WS-GEN-FOUND-SW         PIC X(01) VALUE "N".
001350         88  WS-GEN-FOUND            VALUE "Y".
001360     05  WS-OUT-READ-SW          PIC X(01) VALUE "N".
001370         88  WS-OUT-READ             VALUE "Y".
001380     05  WS-AUD-READ-SW          PIC X(01) VALUE "N".
001390         88  WS-AUD-READ             VALUE "Y".
001400     05  WS-HDR-FOUND-SW         PIC X(01) VALUE "N".
001410         88  WS-HDR-FOUND            VALUE "Y".
001420     05  WS-DTL-FOUND-SW         PIC X(01) VALUE "N".
001430         88  WS-DTL-FOUND            VALUE "Y".
001440     05  WS-TRAIL-FOUND-SW       PIC X(01) VALUE "N".
001450         88  WS-TRAIL-FOUND          VALUE "Y".
001460     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE "N".
001470         88  WS-ENTRY-FOUND          VALUE "Y".
001480     05  WS-POP-LISTED-SW        PIC X(01) VALUE "N".
001490         88  WS-POP-LISTED           VALUE "Y".
001500     05  WS-POP-HAS-REQUEST-SW   PIC X(01) VALUE "N".
001510         88  WS-POP-HAS-REQUEST      VALUE "Y".
001520     05  WS-CTR-IN-LIST-SW       PIC X(01) VALUE "N".
001530         88  WS-CTR-IN-LIST          VALUE "Y".
001540******************************************************************
001550*    OPERATOR INPUT - ACCEPTED INTO NUMERIC PICTURES WHERE THE
001560*    VALUE IS A NUMBER, THE WAY PE1MNT TAKES ITS INPUT.
001570******************************************************************
001580 01  WS-REQUEST-ID-INPUT         PIC X(08) VALUE SPACES.
001590 01  WS-RUN-DATE-INPUT           PIC 9(8)  VALUE ZEROS.
001600 01  WS-CTR-INPUT                PIC 9(8)  VALUE ZEROS.
001610 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
001620******************************************************************
001630*    THE RUN - OFF PE1-HIST, OR OFF PE1-BKO WHEN THE RUN HAS
001640*    SINCE BEEN BACKED OUT.
001650******************************************************************
001660 01  WS-RUN-ID                   PIC X(14) VALUE SPACES.
001670 01  WS-RUN-CEILING              PIC 9(8)  VALUE ZEROS.
001680 01  WS-RUN-DIV-COUNT            PIC 9(2)  VALUE ZEROS.
001690 01  WS-RUN-DIVISOR-TABLE.
001700     05  WS-RUN-DIVISOR          PIC 9(3)  OCCURS 10 TIMES.
001710 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
001720 01  WS-HIT-COUNT                PIC 9(2)  VALUE ZEROS.
001730 01  WS-IGNORE                   PIC 9(8)  VALUE ZEROS.
001740 01  WS-REMAINDER                PIC 9(3)  VALUE ZEROS.
001750 01  WS-HIT-TEXT                 PIC X(20) VALUE SPACES.
001760******************************************************************
001770*    THE PE1-PCHG CHANGE IN FORCE ON THE RUN DATE - THE LATEST
001780*    APPROVED OR APPLIED ONE THE DATE HAD REACHED, APPROVED NO
001790*    LATER THAN THE RUN DATE, AS PE1 AND PE1AUDRPL CHOOSE IT.
001800******************************************************************
001810 01  WS-CHANGE-IN-FORCE.
001820     05  WS-CHG-EFFECTIVE-DATE   PIC X(08) VALUE SPACES.
001830     05  WS-CHG-OPERATOR         PIC X(08) VALUE SPACES.
001840     05  WS-CHG-REVIEWER         PIC X(08) VALUE SPACES.
001850     05  WS-CHG-CEILING          PIC 9(8)  VALUE ZEROS.
001860******************************************************************
001870*    THE RUN'S GENERATION ON PE1-CAT AND WHAT ITS PE1-OUT AND
001880*    PE1-AUDIT SAID ABOUT THE REQUEST AND THE CTR.
001890******************************************************************
001900 01  WS-GENERATION.
001910     05  WS-GEN-OUT-DSN          PIC X(30) VALUE SPACES.
001920     05  WS-GEN-AUD-DSN          PIC X(30) VALUE SPACES.
001930     05  WS-GEN-STATUS           PIC X(01) VALUE SPACE.
001940         88  WS-GEN-PURGED           VALUE "P".
001950     05  WS-GEN-BACKOUT-STATUS   PIC X(01) VALUE SPACE.
001951         88  WS-GEN-BACKED-OUT       VALUE "B".
001952         88  WS-GEN-PART-BACKED-OUT  VALUE "S".
001960 01  WS-OUTIN-DSN                PIC X(30) VALUE SPACES.
001970 01  WS-AUDIN-DSN                PIC X(30) VALUE SPACES.
001980 01  WS-HDR-RANGE-START          PIC 9(8)  VALUE ZEROS.
001990 01  WS-HDR-RANGE-END            PIC 9(8)  VALUE ZEROS.
002000 01  WS-HDR-POP-FLAG             PIC X(01) VALUE SPACE.
002010 01  WS-TRAIL-EXCLUDED-FLAG      PIC X(01) VALUE SPACE.
002020 01  WS-TRAIL-EXCL-SCOPE         PIC X(01) VALUE SPACE.
002030 01  WS-TRAIL-EXCL-LOW           PIC X(08) VALUE SPACES.
002040 01  WS-TRAIL-EXCL-LOW-NUM       PIC 9(8)  VALUE ZEROS.
002050 01  WS-TRAIL-HIT-TABLE.
002060     05  WS-TRAIL-HIT            PIC X(01) OCCURS 10 TIMES.
002070     COPY "PE1OUT.CPY".
002080     COPY "PE1AUD.CPY".
002090******************************************************************
002100*    THE ANSWER, AND THE DESTINATIONS SUBSCRIBED TO THE REQUEST
002110*    (SO ONE SUBSCRIBED BUT NEVER SENT THE FEED STILL SHOWS).
002120******************************************************************
002130 01  WS-VERDICT                  PIC X(70) VALUE SPACES.
002140 01  WS-DESTINATION-TABLE.
002150     05  WS-DST-ENTRY OCCURS 20 TIMES.
002160         10  WS-DST-ID           PIC X(08).
002170         10  WS-DST-SHOWN-SW     PIC X(01).
002180 01  WS-DST-COUNT                PIC 9(2)  VALUE ZEROS.
002190 01  WS-DST-IDX                  PIC 9(2)  VALUE ZEROS.
002200 01  WS-DST-MATCH-IDX            PIC 9(2)  VALUE ZEROS.
002210 01  WS-FEEDS-SHOWN              PIC 9(3)  VALUE ZEROS.
002220******************************************************************
002230*    DISPLAY EDIT FIELDS
002240******************************************************************
002250 01  WS-CEILING-EDIT             PIC ZZZZZZZ9.
002260 01  WS-CTR-EDIT                 PIC ZZZZZZZ9.
002270 01  WS-LOW-EDIT                 PIC ZZZZZZZ9.
002280 01  WS-HIGH-EDIT                PIC ZZZZZZZ9.
002290 01  WS-DIVISOR-EDIT             PIC ZZ9.
002300 01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
002310 01  WS-DEST-TEXT                PIC X(08) VALUE SPACES.
002320 01  WS-FEED-TEXT                PIC X(12) VALUE SPACES.
002330 01  WS-CARRIED-TEXT             PIC X(11) VALUE SPACES.
002340 01  WS-MODE-TEXT                PIC X(20) VALUE SPACES.
002350 01  WS-SCOPE-TEXT               PIC X(08) VALUE SPACES.
002360******************************************************************
002370*    ABEND / ERROR MESSAGE AREA
002380******************************************************************
002390 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002400******************************************************************
002410 PROCEDURE DIVISION.
002420******************************************************************
002430 0000-MAINLINE.
002440     DISPLAY "PE1EXPL - PE1 CTR EXPLAIN".
002450     DISPLAY "REQUEST ID: ".
002460     MOVE SPACES TO WS-REQUEST-ID-INPUT.
002470     ACCEPT WS-REQUEST-ID-INPUT.
002480     IF WS-REQUEST-ID-INPUT = SPACES
002490         MOVE "REQUEST ID IS BLANK" TO WS-ABEND-MESSAGE
002500         GO TO 9800-ABEND-RUN
002510     END-IF.
002520     DISPLAY "RUN DATE (YYYYMMDD): ".
002530     MOVE ZERO TO WS-RUN-DATE-INPUT.
002540     ACCEPT WS-RUN-DATE-INPUT.
002550     IF WS-RUN-DATE-INPUT = ZERO
002560         MOVE "RUN DATE IS BLANK OR NOT NUMERIC"
002570             TO WS-ABEND-MESSAGE
002580         GO TO 9800-ABEND-RUN
002590     END-IF.
002600     MOVE WS-RUN-DATE-INPUT TO WS-RUN-DATE.
002610     DISPLAY "CTR: ".
002620     MOVE ZERO TO WS-CTR-INPUT.
002630     ACCEPT WS-CTR-INPUT.
002640     IF WS-CTR-INPUT = ZERO
002650         MOVE "CTR IS BLANK, ZERO OR NOT NUMERIC"
002660             TO WS-ABEND-MESSAGE
002670         GO TO 9800-ABEND-RUN
002680     END-IF.
002690     MOVE WS-CTR-INPUT TO WS-CTR-EDIT.
002700     DISPLAY " ".
002710     DISPLAY "EXPLAIN REQUEST " WS-REQUEST-ID-INPUT
002720         " RUN DATE " WS-RUN-DATE " CTR " WS-CTR-EDIT.
002730     PERFORM 1000-FIND-RUN THRU 1000-FIND-RUN-EXIT.
002740     IF NOT WS-RUN-FOUND
002750         DISPLAY "  NO RUN OF THE REQUEST ON FILE FOR THE DATE"
002760         STOP RUN
002770     END-IF.
002780     PERFORM 2000-SHOW-PARAMETERS THRU 2000-SHOW-PARAMETERS-EXIT.
002790     PERFORM 3000-READ-GENERATION THRU 3000-READ-GENERATION-EXIT.
002800     PERFORM 4000-DECIDE-VERDICT  THRU 4000-DECIDE-VERDICT-EXIT.
002810     PERFORM 5000-SHOW-FEEDS      THRU 5000-SHOW-FEEDS-EXIT.
002820     STOP RUN.
002830******************************************************************
002840*    1000-FIND-RUN - THE RUN IS THE REQUEST'S PE1-HIST RECORD
002850*    FOR THE DATE.  A RUN SINCE BACKED OUT HAS NO HISTORY LEFT,
002860*    BUT PE1-BKO KEPT WHAT IT USED - THE LAST BACKOUT OF THE
002870*    DATE IS THE ONE SHOWN.
002880******************************************************************
002890 1000-FIND-RUN.
002900     OPEN INPUT PE1-HIST-FILE.
002910     IF WS-HIST-FILE-STATUS NOT = "00"
002920         MOVE "UNABLE TO OPEN PE1-HIST RUN-HISTORY FILE"
002930             TO WS-ABEND-MESSAGE
002940         GO TO 9800-ABEND-RUN
002950     END-IF.
002960     MOVE WS-REQUEST-ID-INPUT TO HIST-REQUEST-ID.
002970     MOVE WS-RUN-DATE         TO HIST-RUN-DATE.
002980     MOVE "Y" TO WS-RUN-FOUND-SW.
002990     READ PE1-HIST-FILE
003000         INVALID KEY
003010             MOVE "N" TO WS-RUN-FOUND-SW
003020     END-READ.
003030     IF WS-RUN-FOUND
003040         MOVE HIST-RUN-ID        TO WS-RUN-ID
003050         MOVE HIST-CEILING       TO WS-RUN-CEILING
003060         MOVE HIST-DIVISOR-COUNT TO WS-RUN-DIV-COUNT
003070         PERFORM 1010-SAVE-ONE-HIST-DIVISOR
003080             THRU 1010-SAVE-ONE-HIST-DIVISOR-EXIT
003090             VARYING WS-DIV-IDX FROM 1 BY 1
003100                 UNTIL WS-DIV-IDX > 10
003110     END-IF.
003120     CLOSE PE1-HIST-FILE.
003130     IF WS-RUN-FOUND
003140         GO TO 1000-FIND-RUN-EXIT
003150     END-IF.
003160     OPEN INPUT PE1-BKO-FILE.
003170     IF WS-BKO-FILE-STATUS NOT = "00"
003180         GO TO 1000-FIND-RUN-EXIT
003190     END-IF.
003200     MOVE WS-RUN-DATE         TO BKO-RUN-DATE.
003210     MOVE WS-REQUEST-ID-INPUT TO BKO-REQUEST-ID.
003220     MOVE LOW-VALUES          TO BKO-RUN-ID.
003230     MOVE "N" TO WS-EOF-SW.
003240     START PE1-BKO-FILE KEY IS NOT LESS THAN BKO-KEY
003250         INVALID KEY
003260             MOVE "Y" TO WS-EOF-SW
003270     END-START.
003280     PERFORM 1100-READ-ONE-BACKOUT
003290         THRU 1100-READ-ONE-BACKOUT-EXIT
003300         UNTIL WS-EOF.
003310     CLOSE PE1-BKO-FILE.
003320 1000-FIND-RUN-EXIT.
003330     EXIT.
003340******************************************************************
003350 1010-SAVE-ONE-HIST-DIVISOR.
003360     MOVE HIST-DIVISOR-TABLE (WS-DIV-IDX)
003370         TO WS-RUN-DIVISOR (WS-DIV-IDX).
003380 1010-SAVE-ONE-HIST-DIVISOR-EXIT.
003390     EXIT.
003400******************************************************************
003410 1100-READ-ONE-BACKOUT.
003420     READ PE1-BKO-FILE NEXT RECORD
003430         AT END
003440             MOVE "Y" TO WS-EOF-SW
003450             GO TO 1100-READ-ONE-BACKOUT-EXIT
003460     END-READ.
003470     IF BKO-RUN-DATE NOT = WS-RUN-DATE
003480        OR BKO-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
003490         MOVE "Y" TO WS-EOF-SW
003500         GO TO 1100-READ-ONE-BACKOUT-EXIT
003510     END-IF.
003520     MOVE "Y" TO WS-RUN-FOUND-SW.
003530     MOVE "Y" TO WS-RUN-BACKED-OUT-SW.
003540     MOVE BKO-RUN-ID        TO WS-RUN-ID.
003550     MOVE BKO-CEILING       TO WS-RUN-CEILING.
003560     MOVE BKO-DIVISOR-COUNT TO WS-RUN-DIV-COUNT.
003570     PERFORM 1110-SAVE-ONE-BKO-DIVISOR
003580         THRU 1110-SAVE-ONE-BKO-DIVISOR-EXIT
003590         VARYING WS-DIV-IDX FROM 1 BY 1
003600             UNTIL WS-DIV-IDX > 10.
003610     DISPLAY "  RUN " BKO-RUN-ID " WAS BACKED OUT "
003620         BKO-BACKOUT-DATE " BY " BKO-OPERATOR.
003630     DISPLAY "    REASON: " BKO-REASON.
003640 1100-READ-ONE-BACKOUT-EXIT.
003650     EXIT.
003660******************************************************************
003670 1110-SAVE-ONE-BKO-DIVISOR.
003680     MOVE BKO-DIVISOR-TABLE (WS-DIV-IDX)
003690         TO WS-RUN-DIVISOR (WS-DIV-IDX).
003700 1110-SAVE-ONE-BKO-DIVISOR-EXIT.
003710     EXIT.
003720******************************************************************
003730*    2000-SHOW-PARAMETERS - THE CEILING AND DIVISORS THE RUN
003740*    ACTUALLY USED, WHERE THEY CAME FROM, AND DIVISOR BY DIVISOR
003750*    WHETHER IT DIVIDES THE CTR.
003760******************************************************************
003770 2000-SHOW-PARAMETERS.
003780     MOVE WS-RUN-CEILING TO WS-CEILING-EDIT.
003790     DISPLAY "  RUN " WS-RUN-ID "  CEILING: " WS-CEILING-EDIT
003800         "  DIVISORS: " WS-RUN-DIV-COUNT.
003810     PERFORM 2100-FIND-CHANGE-IN-FORCE
003820         THRU 2100-FIND-CHANGE-IN-FORCE-EXIT.
003830     IF WS-CHANGE-FOUND
003840         DISPLAY "  PARAMETERS FROM PE1-PCHG CHANGE EFFECTIVE "
003850             WS-CHG-EFFECTIVE-DATE
003860         DISPLAY "    KEYED BY " WS-CHG-OPERATOR
003870             " APPROVED BY " WS-CHG-REVIEWER
003880         IF WS-CHG-CEILING NOT = WS-RUN-CEILING
003890             DISPLAY "    NOTE: THE RUN'S CEILING DIFFERS FROM "
003900                 "THE CHANGE - THE RUN'S IS SHOWN"
003910         END-IF
003920     ELSE
003930         DISPLAY "  PARAMETERS FROM THE CONTROL CARD - NO "
003940             "PE1-PCHG CHANGE IN FORCE"
003950     END-IF.
003960     MOVE ZERO TO WS-HIT-COUNT.
003970     PERFORM 2200-SHOW-ONE-DIVISOR
003980         THRU 2200-SHOW-ONE-DIVISOR-EXIT
003990         VARYING WS-DIV-IDX FROM 1 BY 1
004000             UNTIL WS-DIV-IDX > WS-RUN-DIV-COUNT.
004010 2000-SHOW-PARAMETERS-EXIT.
004020     EXIT.
004030******************************************************************
004040 2100-FIND-CHANGE-IN-FORCE.
004050     OPEN INPUT PE1-PCHG-FILE.
004060     IF WS-PCHG-FILE-STATUS NOT = "00"
004070         GO TO 2100-FIND-CHANGE-IN-FORCE-EXIT
004080     END-IF.
004090     MOVE WS-REQUEST-ID-INPUT TO PCHG-REQUEST-ID.
004100     MOVE LOW-VALUES          TO PCHG-EFFECTIVE-DATE.
004110     MOVE "N" TO WS-EOF-SW.
004120     START PE1-PCHG-FILE KEY IS NOT LESS THAN PCHG-KEY
004130         INVALID KEY
004140             MOVE "Y" TO WS-EOF-SW
004150     END-START.
004160     PERFORM 2110-CHECK-ONE-CHANGE
004170         THRU 2110-CHECK-ONE-CHANGE-EXIT
004180         UNTIL WS-EOF.
004190     CLOSE PE1-PCHG-FILE.
004200 2100-FIND-CHANGE-IN-FORCE-EXIT.
004210     EXIT.
004220******************************************************************
004230 2110-CHECK-ONE-CHANGE.
004240     READ PE1-PCHG-FILE NEXT RECORD
004250         AT END
004260             MOVE "Y" TO WS-EOF-SW
004270             GO TO 2110-CHECK-ONE-CHANGE-EXIT
004280     END-READ.
004290     IF PCHG-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
004300        OR PCHG-EFFECTIVE-DATE > WS-RUN-DATE
004310         MOVE "Y" TO WS-EOF-SW
004320         GO TO 2110-CHECK-ONE-CHANGE-EXIT
004330     END-IF.
004340     IF NOT PCHG-APPROVED AND NOT PCHG-APPLIED
004350         GO TO 2110-CHECK-ONE-CHANGE-EXIT
004360     END-IF.
004370     IF PCHG-REVIEWED-TIMESTAMP NOT = SPACES
004380        AND PCHG-REVIEWED-TIMESTAMP (1:8) > WS-RUN-DATE
004390         GO TO 2110-CHECK-ONE-CHANGE-EXIT
004400     END-IF.
004410     MOVE "Y" TO WS-CHANGE-FOUND-SW.
004420     MOVE PCHG-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE-DATE.
004430     MOVE PCHG-OPERATOR       TO WS-CHG-OPERATOR.
004440     MOVE PCHG-REVIEWER       TO WS-CHG-REVIEWER.
004450     MOVE PCHG-CEILING        TO WS-CHG-CEILING.
004460 2110-CHECK-ONE-CHANGE-EXIT.
004470     EXIT.
004480******************************************************************
004490 2200-SHOW-ONE-DIVISOR.
004500     MOVE WS-RUN-DIVISOR (WS-DIV-IDX) TO WS-DIVISOR-EDIT.
004510     IF WS-RUN-DIVISOR (WS-DIV-IDX) = ZERO
004520         MOVE "ZERO - NOT TESTED" TO WS-HIT-TEXT
004530         GO TO 2200-SHOW-ONE-DIVISOR-SHOW
004540     END-IF.
004550     DIVIDE WS-CTR-INPUT BY WS-RUN-DIVISOR (WS-DIV-IDX)
004560         GIVING WS-IGNORE REMAINDER WS-REMAINDER.
004570     IF WS-REMAINDER = ZERO
004580         MOVE "HIT" TO WS-HIT-TEXT
004590         ADD 1 TO WS-HIT-COUNT
004600     ELSE
004610         MOVE "NO HIT" TO WS-HIT-TEXT
004620     END-IF.
004630 2200-SHOW-ONE-DIVISOR-SHOW.
004640     DISPLAY "    DIVISOR " WS-DIVISOR-EDIT ": " WS-HIT-TEXT.
004650 2200-SHOW-ONE-DIVISOR-EXIT.
004660     EXIT.
004670******************************************************************
004680*    3000-READ-GENERATION - THE RUN'S GENERATION IS THE LAST
004690*    PE1-CAT ENTRY FOR ITS RUN-ID NAMING A PE1-OUT DATASET.  ITS
004700*    PE1-OUT GIVES THE REQUEST'S HEADER (RANGE AND MODE) AND
004710*    WHETHER THE CTR WENT OUT; ITS PE1-AUDIT GIVES THE TRAIL
004720*    RECORD, WHICH NAMES THE EXCLUSION THAT SUPPRESSED IT.  A
004730*    PURGED GENERATION IS READ BACK FROM PE1-ARCH.
004731*    A GENERATION PE1BKOUT HAS BACKED OUT, WHOLLY OR IN PART, IS
004732*    SAID SO BEFORE ANYTHING IS READ FROM IT.
004740******************************************************************
004750 3000-READ-GENERATION.
004760     OPEN INPUT PE1-CAT-FILE.
004770     IF WS-CAT-FILE-STATUS NOT = "00"
004780         DISPLAY "  NO RUN CATALOG - THE RUN'S FILES CANNOT "
004790             "BE FOUND"
004800         GO TO 3000-READ-GENERATION-EXIT
004810     END-IF.
004820     MOVE "N" TO WS-EOF-SW.
004830     PERFORM 3100-SCAN-ONE-CAT-ENTRY
004840         THRU 3100-SCAN-ONE-CAT-ENTRY-EXIT
004850         UNTIL WS-EOF.
004860     CLOSE PE1-CAT-FILE.
004870     IF NOT WS-GEN-FOUND
004880         DISPLAY "  RUN " WS-RUN-ID " IS NOT ON PE1-CAT - ITS "
004890             "FILES CANNOT BE FOUND"
004900         GO TO 3000-READ-GENERATION-EXIT
004910     END-IF.
004911     IF WS-GEN-BACKED-OUT
004912         DISPLAY "  GENERATION BACKED OUT - EVERY REQUEST ON IT "
004913             "WAS REVERSED"
004914     END-IF.
004915     IF WS-GEN-PART-BACKED-OUT
004916         DISPLAY "  GENERATION PARTLY BACKED OUT - PE1-BKO NAMES "
004917             "THE REQUESTS REVERSED"
004918     END-IF.
004920     IF WS-GEN-PURGED
004930         PERFORM 3400-READ-ARCHIVE THRU 3400-READ-ARCHIVE-EXIT
004940     ELSE
004950         PERFORM 3200-READ-OUTPUT THRU 3200-READ-OUTPUT-EXIT
004960         PERFORM 3300-READ-TRAIL  THRU 3300-READ-TRAIL-EXIT
004970     END-IF.
004980     IF NOT WS-OUT-READ
004990         DISPLAY "  THE RUN'S PE1-OUT IS NOT READABLE"
005000     END-IF.
005010     IF NOT WS-AUD-READ
005020         DISPLAY "  THE RUN'S PE1-AUDIT TRAIL IS NOT READABLE"
005030     END-IF.
005040     IF NOT WS-HDR-FOUND
005050         GO TO 3000-READ-GENERATION-EXIT
005060     END-IF.
005070     EVALUATE WS-HDR-POP-FLAG
005080         WHEN "Y"
005090             MOVE "POPULATION MODE" TO WS-MODE-TEXT
005100         WHEN "N"
005110             MOVE "FULL SWEEP"      TO WS-MODE-TEXT
005120         WHEN OTHER
005130             MOVE "MODE NOT RECORDED" TO WS-MODE-TEXT
005140     END-EVALUATE.
005150     MOVE WS-HDR-RANGE-START TO WS-LOW-EDIT.
005160     MOVE WS-HDR-RANGE-END   TO WS-HIGH-EDIT.
005170     DISPLAY "  RUN COVERED " WS-LOW-EDIT " THRU " WS-HIGH-EDIT
005180         "  " WS-MODE-TEXT.
005190 3000-READ-GENERATION-EXIT.
005200     EXIT.
005210******************************************************************
005220 3100-SCAN-ONE-CAT-ENTRY.
005230     READ PE1-CAT-FILE
005240         AT END
005250             MOVE "Y" TO WS-EOF-SW
005260             GO TO 3100-SCAN-ONE-CAT-ENTRY-EXIT
005270     END-READ.
005280     IF CAT-RUN-ID NOT = WS-RUN-ID
005290        OR CAT-OUT-DSN = SPACES
005300         GO TO 3100-SCAN-ONE-CAT-ENTRY-EXIT
005310     END-IF.
005320     MOVE "Y" TO WS-GEN-FOUND-SW.
005330     MOVE CAT-OUT-DSN        TO WS-GEN-OUT-DSN.
005340     MOVE CAT-AUD-DSN        TO WS-GEN-AUD-DSN.
005350     MOVE CAT-STATUS         TO WS-GEN-STATUS.
005360     MOVE CAT-BACKOUT-STATUS TO WS-GEN-BACKOUT-STATUS.
005370 3100-SCAN-ONE-CAT-ENTRY-EXIT.
005380     EXIT.
005390******************************************************************
005400 3200-READ-OUTPUT.
005410     MOVE WS-GEN-OUT-DSN TO WS-OUTIN-DSN.
005420     OPEN INPUT PE1-OUTIN-FILE.
005430     IF WS-OUTIN-FILE-STATUS NOT = "00"
005440         GO TO 3200-READ-OUTPUT-EXIT
005450     END-IF.
005460     MOVE "Y" TO WS-OUT-READ-SW.
005470     MOVE "N" TO WS-EOF-SW.
005480     PERFORM 3210-READ-ONE-OUT-RECORD
005490         THRU 3210-READ-ONE-OUT-RECORD-EXIT
005500         UNTIL WS-EOF.
005510     CLOSE PE1-OUTIN-FILE.
005520 3200-READ-OUTPUT-EXIT.
005530     EXIT.
005540******************************************************************
005550 3210-READ-ONE-OUT-RECORD.
005560     READ PE1-OUTIN-FILE
005570         AT END
005580             MOVE "Y" TO WS-EOF-SW
005590             GO TO 3210-READ-ONE-OUT-RECORD-EXIT
005600     END-READ.
005610     MOVE PE1-OUTIN-RECORD TO PE1-OUT-RECORD.
005620     PERFORM 3500-CHECK-OUT-RECORD
005630         THRU 3500-CHECK-OUT-RECORD-EXIT.
005640 3210-READ-ONE-OUT-RECORD-EXIT.
005650     EXIT.
005660******************************************************************
005670 3300-READ-TRAIL.
005680     IF WS-GEN-AUD-DSN = SPACES
005690         GO TO 3300-READ-TRAIL-EXIT
005700     END-IF.
005710     MOVE WS-GEN-AUD-DSN TO WS-AUDIN-DSN.
005720     OPEN INPUT PE1-AUDIN-FILE.
005730     IF WS-AUDIN-FILE-STATUS NOT = "00"
005740         GO TO 3300-READ-TRAIL-EXIT
005750     END-IF.
005760     MOVE "Y" TO WS-AUD-READ-SW.
005770     MOVE "N" TO WS-EOF-SW.
005780     PERFORM 3310-READ-ONE-AUD-RECORD
005790         THRU 3310-READ-ONE-AUD-RECORD-EXIT
005800         UNTIL WS-EOF.
005810     CLOSE PE1-AUDIN-FILE.
005820 3300-READ-TRAIL-EXIT.
005830     EXIT.
005840******************************************************************
005850 3310-READ-ONE-AUD-RECORD.
005860     READ PE1-AUDIN-FILE
005870         AT END
005880             MOVE "Y" TO WS-EOF-SW
005890             GO TO 3310-READ-ONE-AUD-RECORD-EXIT
005900     END-READ.
005910     MOVE PE1-AUDIN-RECORD TO PE1-AUDIT-RECORD.
005920     PERFORM 3600-CHECK-AUD-RECORD
005930         THRU 3600-CHECK-AUD-RECORD-EXIT.
005940 3310-READ-ONE-AUD-RECORD-EXIT.
005950     EXIT.
005960******************************************************************
005970*    3400-READ-ARCHIVE - ONE PASS OF PE1-ARCH PICKS UP BOTH THE
005980*    "OUT " AND "AUD " RECORDS PE1PURGE FILED UNDER THE RUN-ID.
005990******************************************************************
006000 3400-READ-ARCHIVE.
006010     OPEN INPUT PE1-ARCH-FILE.
006020     IF WS-ARCH-FILE-STATUS NOT = "00"
006030         DISPLAY "  THE RUN WAS PURGED AND PE1-ARCH IS NOT "
006040             "AVAILABLE"
006050         GO TO 3400-READ-ARCHIVE-EXIT
006060     END-IF.
006070     MOVE "N" TO WS-EOF-SW.
006080     PERFORM 3410-READ-ONE-ARCH-RECORD
006090         THRU 3410-READ-ONE-ARCH-RECORD-EXIT
006100         UNTIL WS-EOF.
006110     CLOSE PE1-ARCH-FILE.
006120 3400-READ-ARCHIVE-EXIT.
006130     EXIT.
006140******************************************************************
006150 3410-READ-ONE-ARCH-RECORD.
006160     READ PE1-ARCH-FILE
006170         AT END
006180             MOVE "Y" TO WS-EOF-SW
006190             GO TO 3410-READ-ONE-ARCH-RECORD-EXIT
006200     END-READ.
006210     IF ARCH-RUN-ID NOT = WS-RUN-ID
006220         GO TO 3410-READ-ONE-ARCH-RECORD-EXIT
006230     END-IF.
006240     IF ARCH-FILE-TYPE = "OUT "
006250         MOVE "Y" TO WS-OUT-READ-SW
006260         MOVE ARCH-DATA TO PE1-OUT-RECORD
006270         PERFORM 3500-CHECK-OUT-RECORD
006280             THRU 3500-CHECK-OUT-RECORD-EXIT
006290     END-IF.
006300     IF ARCH-FILE-TYPE = "AUD "
006310         MOVE "Y" TO WS-AUD-READ-SW
006320         MOVE ARCH-DATA TO PE1-AUDIT-RECORD
006330         PERFORM 3600-CHECK-AUD-RECORD
006340             THRU 3600-CHECK-AUD-RECORD-EXIT
006350     END-IF.
006360 3410-READ-ONE-ARCH-RECORD-EXIT.
006370     EXIT.
006380******************************************************************
006390 3500-CHECK-OUT-RECORD.
006400     IF OUT-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
006410         GO TO 3500-CHECK-OUT-RECORD-EXIT
006420     END-IF.
006430     IF OUT-TYPE-HEADER
006440         MOVE "Y" TO WS-HDR-FOUND-SW
006450         MOVE OUT-HDR-RANGE-START TO WS-HDR-RANGE-START
006460         MOVE OUT-HDR-RANGE-END   TO WS-HDR-RANGE-END
006470         MOVE OUT-HDR-POP-FLAG    TO WS-HDR-POP-FLAG
006480     END-IF.
006490     IF OUT-TYPE-DETAIL
006500        AND OUT-DTL-CTR = WS-CTR-INPUT
006510         MOVE "Y" TO WS-DTL-FOUND-SW
006520     END-IF.
006530 3500-CHECK-OUT-RECORD-EXIT.
006540     EXIT.
006550******************************************************************
006560 3600-CHECK-AUD-RECORD.
006570     IF AUD-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
006580        OR AUD-CTR NOT = WS-CTR-INPUT
006590         GO TO 3600-CHECK-AUD-RECORD-EXIT
006600     END-IF.
006610     MOVE "Y" TO WS-TRAIL-FOUND-SW.
006620     MOVE AUD-EXCLUDED-FLAG TO WS-TRAIL-EXCLUDED-FLAG.
006630     MOVE AUD-EXCL-SCOPE    TO WS-TRAIL-EXCL-SCOPE.
006640     MOVE AUD-EXCL-LOW-CTR  TO WS-TRAIL-EXCL-LOW.
006650     PERFORM 3610-KEEP-ONE-TRAIL-HIT
006660         THRU 3610-KEEP-ONE-TRAIL-HIT-EXIT
006670         VARYING WS-DIV-IDX FROM 1 BY 1
006680             UNTIL WS-DIV-IDX > 10.
006690 3600-CHECK-AUD-RECORD-EXIT.
006700     EXIT.
006710******************************************************************
006720 3610-KEEP-ONE-TRAIL-HIT.
006730     MOVE AUD-DIVISOR-HIT-TABLE (WS-DIV-IDX)
006740         TO WS-TRAIL-HIT (WS-DIV-IDX).
006750 3610-KEEP-ONE-TRAIL-HIT-EXIT.
006760     EXIT.
006770******************************************************************
006780*    4000-DECIDE-VERDICT - THE FIRST RULE THAT KEPT THE CTR OUT
006790*    IS THE ANSWER: ABOVE THE CEILING, OUTSIDE THE RANGE THE RUN
006800*    COVERED, NO DIVISOR DIVIDES IT, SUPPRESSED BY PE1-EXCL, OR
006810*    NOT ON THE POPULATION LIST.  A CTR ON THE TRAIL UNEXCLUDED,
006820*    OR IN THE RUN'S PE1-OUT, WAS IN.  ONE ON NEITHER CANNOT BE
006822*    CALLED OUT WITHOUT THE TRAIL - ONLY THE TRAIL SAYS WHETHER
006824*    PE1-EXCL SUPPRESSED IT.
006825*    A RUN SINCE BACKED OUT GETS ITS VERDICT AS RUN, FLAGGED AS
006826*    NO LONGER STANDING.
006830******************************************************************
006840 4000-DECIDE-VERDICT.
006850     IF WS-CTR-INPUT > WS-RUN-CEILING
006860         MOVE "OUT - ABOVE THE RUN'S CEILING, NEVER TESTED"
006870             TO WS-VERDICT
006880         GO TO 4000-DECIDE-VERDICT-SHOW
006890     END-IF.
006900     IF WS-HDR-FOUND
006910        AND (WS-CTR-INPUT < WS-HDR-RANGE-START
006920          OR WS-CTR-INPUT > WS-HDR-RANGE-END)
006930         MOVE "OUT - OUTSIDE THE RANGE THE RUN COVERED"
006940             TO WS-VERDICT
006950         GO TO 4000-DECIDE-VERDICT-SHOW
006960     END-IF.
006970     IF WS-HIT-COUNT = ZERO
006980         MOVE "OUT - NO DIVISOR DIVIDES IT, IT DID NOT QUALIFY"
006990             TO WS-VERDICT
007000         GO TO 4000-DECIDE-VERDICT-SHOW
007010     END-IF.
007020     IF WS-TRAIL-FOUND AND WS-TRAIL-EXCLUDED-FLAG = "Y"
007030         MOVE "OUT - QUALIFIED BUT SUPPRESSED BY PE1-EXCL"
007040             TO WS-VERDICT
007050         PERFORM 4100-SHOW-EXCLUSION THRU 4100-SHOW-EXCLUSION-EXIT
007060         GO TO 4000-DECIDE-VERDICT-SHOW
007070     END-IF.
007080     IF WS-TRAIL-FOUND OR WS-DTL-FOUND
007090         MOVE "IN - QUALIFIED AND COUNTED IN RESULT" TO WS-VERDICT
007100         MOVE "Y" TO WS-CTR-IN-LIST-SW
007110         GO TO 4000-DECIDE-VERDICT-SHOW
007120     END-IF.
007130     IF NOT WS-AUD-READ AND NOT WS-OUT-READ
007140         MOVE "UNDETERMINED - THE RUN'S FILES ARE NOT AVAILABLE"
007150             TO WS-VERDICT
007160         GO TO 4000-DECIDE-VERDICT-SHOW
007170     END-IF.
007172     IF NOT WS-AUD-READ
007174         MOVE SPACES TO WS-VERDICT
007175         STRING "UNDETERMINED - AUDIT TRAIL NOT AVAILABLE, "
007176             "EXCLUSION CANNOT BE CHECKED" DELIMITED BY SIZE
007177             INTO WS-VERDICT
007178         GO TO 4000-DECIDE-VERDICT-SHOW
007179     END-IF.
007180     IF WS-HDR-POP-FLAG NOT = "N"
007190         PERFORM 4200-CHECK-POPULATION
007200             THRU 4200-CHECK-POPULATION-EXIT
007210     END-IF.
007220     IF WS-HDR-POP-FLAG = "Y"
007230         MOVE "OUT - QUALIFIES BUT WAS NOT ON THE POPULATION LIST"
007240             TO WS-VERDICT
007250         GO TO 4000-DECIDE-VERDICT-SHOW
007260     END-IF.
007270     IF WS-POP-HAS-REQUEST AND NOT WS-POP-LISTED
007280         MOVE "OUT - QUALIFIES BUT NOT ON THE POPULATION LIST"
007290             TO WS-VERDICT
007300         GO TO 4000-DECIDE-VERDICT-SHOW
007310     END-IF.
007320     MOVE "OUT - QUALIFIES, NOT ON THE TRAIL - RUN STOPPED SHORT"
007330         TO WS-VERDICT.
007340 4000-DECIDE-VERDICT-SHOW.
007350     DISPLAY " ".
007360     DISPLAY "  VERDICT: " WS-VERDICT.
007361     IF WS-RUN-BACKED-OUT
007362         DISPLAY "  RUN BACKED OUT - THIS RESULT NO LONGER STANDS"
007363     END-IF.
007370     IF WS-TRAIL-FOUND
007380         PERFORM 4300-CHECK-ONE-TRAIL-HIT
007390             THRU 4300-CHECK-ONE-TRAIL-HIT-EXIT
007400             VARYING WS-DIV-IDX FROM 1 BY 1
007410                 UNTIL WS-DIV-IDX > WS-RUN-DIV-COUNT
007420     END-IF.
007430 4000-DECIDE-VERDICT-EXIT.
007440     EXIT.
007450******************************************************************
007460*    4100-SHOW-EXCLUSION - THE TRAIL NAMES THE ENTRY BY SCOPE AND
007470*    LOW CTR; ITS RANGE, REASON AND DATES COME FROM PE1-EXCL.
007474*    A RANGE RETIRED AND KEYED AGAIN LEAVES TWO ENTRIES WITH THE
007478*    SAME LOW CTR, SO THE ONE IN FORCE ON THE RUN DATE IS TAKEN.
007480******************************************************************
007490 4100-SHOW-EXCLUSION.
007500     IF WS-TRAIL-EXCL-SCOPE = SPACE
007510        OR WS-TRAIL-EXCL-LOW NOT NUMERIC
007520         DISPLAY "  THE TRAIL PREDATES KEEPING THE EXCLUSION "
007530             "ENTRY - NOT NAMED"
007540         GO TO 4100-SHOW-EXCLUSION-EXIT
007550     END-IF.
007560     MOVE WS-TRAIL-EXCL-LOW TO WS-TRAIL-EXCL-LOW-NUM.
007570     IF WS-TRAIL-EXCL-SCOPE = "R"
007580         MOVE WS-REQUEST-ID-INPUT TO WS-SCOPE-TEXT
007590     ELSE
007600         MOVE "ALL"               TO WS-SCOPE-TEXT
007610     END-IF.
007620     OPEN INPUT PE1-EXCL-FILE.
007630     IF WS-EXCL-FILE-STATUS = "00"
007640         MOVE "N" TO WS-EOF-SW
007650         PERFORM 4110-FIND-ONE-EXCLUSION
007660             THRU 4110-FIND-ONE-EXCLUSION-EXIT
007670             UNTIL WS-EOF
007680         CLOSE PE1-EXCL-FILE
007690     END-IF.
007700     MOVE WS-TRAIL-EXCL-LOW-NUM TO WS-LOW-EDIT.
007710     IF NOT WS-ENTRY-FOUND
007720         DISPLAY "  PE1-EXCL ENTRY " WS-SCOPE-TEXT " FROM "
007730             WS-LOW-EDIT " - NOT ON PE1-EXCL IN FORCE ON THE DATE"
007740         GO TO 4100-SHOW-EXCLUSION-EXIT
007750     END-IF.
007760     IF EXCL-HIGH-CTR = ZERO
007770         MOVE EXCL-LOW-CTR  TO WS-HIGH-EDIT
007780     ELSE
007790         MOVE EXCL-HIGH-CTR TO WS-HIGH-EDIT
007800     END-IF.
007810     DISPLAY "  PE1-EXCL ENTRY " WS-SCOPE-TEXT " " WS-LOW-EDIT
007820         " THRU " WS-HIGH-EDIT.
007830     DISPLAY "    REASON: " EXCL-REASON.
007831     DISPLAY "    EFFECTIVE: " EXCL-EFFECTIVE-DATE
007832         "  EXPIRES: " EXCL-EXPIRY-DATE
007833         "  LAST KEYED BY: " EXCL-OPERATOR.
007834     IF NOT EXCL-NOT-RETIRED
007835         DISPLAY "    RETIRED SINCE " EXCL-RETIRED-DATE
007836             " - NO LONGER IN FORCE"
007837     END-IF.
007840 4100-SHOW-EXCLUSION-EXIT.
007850     EXIT.
007860******************************************************************
007870 4110-FIND-ONE-EXCLUSION.
007880     READ PE1-EXCL-FILE
007890         AT END
007900             MOVE "Y" TO WS-EOF-SW
007910             GO TO 4110-FIND-ONE-EXCLUSION-EXIT
007920     END-READ.
007930     IF EXCL-LOW-CTR NOT = WS-TRAIL-EXCL-LOW-NUM
007940         GO TO 4110-FIND-ONE-EXCLUSION-EXIT
007950     END-IF.
007960     IF WS-TRAIL-EXCL-SCOPE = "R"
007970        AND EXCL-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
007980         GO TO 4110-FIND-ONE-EXCLUSION-EXIT
007990     END-IF.
008000     IF WS-TRAIL-EXCL-SCOPE = "A"
008010        AND EXCL-REQUEST-ID NOT = "ALL"
008020        AND EXCL-REQUEST-ID NOT = SPACES
008030         GO TO 4110-FIND-ONE-EXCLUSION-EXIT
008040     END-IF.
008041     IF (EXCL-RETIRED-DATE NOT = SPACES
008042         AND EXCL-RETIRED-DATE NOT > WS-RUN-DATE)
008043        OR (EXCL-EFFECTIVE-DATE NOT = SPACES
008044         AND EXCL-EFFECTIVE-DATE > WS-RUN-DATE)
008045        OR (EXCL-EXPIRY-DATE NOT = SPACES
008046         AND EXCL-EXPIRY-DATE < WS-RUN-DATE)
008047         GO TO 4110-FIND-ONE-EXCLUSION-EXIT
008048     END-IF.
008050     MOVE "Y" TO WS-ENTRY-FOUND-SW.
008060     MOVE "Y" TO WS-EOF-SW.
008070 4110-FIND-ONE-EXCLUSION-EXIT.
008080     EXIT.
008090******************************************************************
008100*    4200-CHECK-POPULATION - IS THE CTR ON PE1-POP FOR THE
008110*    REQUEST?  PE1-POP IS NOT KEPT PER RUN, SO THIS IS THE LIST
008120*    AS IT STANDS NOW; A PE1-OUT HEADER MARKED POPULATION MODE
008130*    IS WHAT PROVES THE RUN USED ONE.
008140******************************************************************
008150 4200-CHECK-POPULATION.
008160     OPEN INPUT PE1-POP-FILE.
008170     IF WS-POP-FILE-STATUS NOT = "00"
008180         GO TO 4200-CHECK-POPULATION-EXIT
008190     END-IF.
008200     MOVE "N" TO WS-EOF-SW.
008210     PERFORM 4210-CHECK-ONE-POP-VALUE
008220         THRU 4210-CHECK-ONE-POP-VALUE-EXIT
008230         UNTIL WS-EOF.
008240     CLOSE PE1-POP-FILE.
008250     IF NOT WS-POP-HAS-REQUEST
008260         GO TO 4200-CHECK-POPULATION-EXIT
008270     END-IF.
008280     IF WS-POP-LISTED
008290         DISPLAY "  PE1-POP AS NOW ON FILE LISTS THE CTR FOR "
008300             "THE REQUEST"
008310     ELSE
008320         DISPLAY "  PE1-POP AS NOW ON FILE DOES NOT LIST THE "
008330             "CTR FOR THE REQUEST"
008340     END-IF.
008350 4200-CHECK-POPULATION-EXIT.
008360     EXIT.
008370******************************************************************
008380 4210-CHECK-ONE-POP-VALUE.
008390     READ PE1-POP-FILE
008400         AT END
008410             MOVE "Y" TO WS-EOF-SW
008420             GO TO 4210-CHECK-ONE-POP-VALUE-EXIT
008430     END-READ.
008440     IF POP-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
008450         GO TO 4210-CHECK-ONE-POP-VALUE-EXIT
008460     END-IF.
008470     MOVE "Y" TO WS-POP-HAS-REQUEST-SW.
008480     IF POP-CTR-VALUE = WS-CTR-INPUT
008490         MOVE "Y" TO WS-POP-LISTED-SW
008500     END-IF.
008510 4210-CHECK-ONE-POP-VALUE-EXIT.
008520     EXIT.
008530******************************************************************
008540*    4300-CHECK-ONE-TRAIL-HIT - THE TRAIL'S HIT FLAGS SHOULD MATCH
008550*    THE DIVIDES SHOWN ABOVE; A DIFFERENCE MEANS THE RUN USED
008560*    OTHER DIVISORS THAN ITS HISTORY NOW SAYS.
008570******************************************************************
008580 4300-CHECK-ONE-TRAIL-HIT.
008590     IF WS-RUN-DIVISOR (WS-DIV-IDX) = ZERO
008600         GO TO 4300-CHECK-ONE-TRAIL-HIT-EXIT
008610     END-IF.
008620     DIVIDE WS-CTR-INPUT BY WS-RUN-DIVISOR (WS-DIV-IDX)
008630         GIVING WS-IGNORE REMAINDER WS-REMAINDER.
008640     IF (WS-REMAINDER = ZERO AND WS-TRAIL-HIT (WS-DIV-IDX) = "N")
008650        OR (WS-REMAINDER NOT = ZERO
008660            AND WS-TRAIL-HIT (WS-DIV-IDX) = "Y")
008670         MOVE WS-RUN-DIVISOR (WS-DIV-IDX) TO WS-DIVISOR-EDIT
008680         DISPLAY "  NOTE: THE TRAIL DISAGREES ON DIVISOR "
008690             WS-DIVISOR-EDIT
008700     END-IF.
008710 4300-CHECK-ONE-TRAIL-HIT-EXIT.
008720     EXIT.
008730******************************************************************
008740*    5000-SHOW-FEEDS - ONE LINE PER FEED OF THE RUN ON PE1-STAT:
008750*    THE ORIGINAL FIXED FEED AND EACH PE1DIST DESTINATION, WITH
008760*    WHETHER IT CARRIED THE CTR AND ITS ACKNOWLEDGEMENT.  A
008770*    DESTINATION SUBSCRIBED ON PE1-DEST THAT WAS NEVER SENT THE
008780*    FEED IS LISTED TOO.
008781*    A BACKED-OUT RUN'S FEEDS ARE FLAGGED AS REVERSED; FROM A
008782*    GENERATION ONLY PARTLY BACKED OUT, THIS REQUEST'S STAND.
008790******************************************************************
008800 5000-SHOW-FEEDS.
008810     PERFORM 5100-LOAD-SUBSCRIBERS
008820         THRU 5100-LOAD-SUBSCRIBERS-EXIT.
008830     DISPLAY " ".
008840     DISPLAY "  FEEDS OF THE RUN:".
008841     IF WS-RUN-BACKED-OUT
008842         DISPLAY "    RUN BACKED OUT - ITS FEEDS WERE REVERSED"
008843     ELSE
008844         IF WS-GEN-PART-BACKED-OUT
008845             DISPLAY "    GENERATION PARTLY BACKED OUT - THIS "
008846                 "REQUEST'S FEEDS STAND"
008847         END-IF
008848     END-IF.
008850     IF WS-CTR-IN-LIST
008860         MOVE "CARRIED"     TO WS-CARRIED-TEXT
008870     ELSE
008880         MOVE "NOT CARRIED" TO WS-CARRIED-TEXT
008890     END-IF.
008900     OPEN INPUT PE1-STAT-FILE.
008910     IF WS-STAT-FILE-STATUS NOT = "00"
008920         DISPLAY "    NO STAT FILE"
008930         GO TO 5000-SHOW-FEEDS-UNSENT
008940     END-IF.
008950     MOVE WS-RUN-DATE         TO STAT-RUN-DATE.
008960     MOVE WS-REQUEST-ID-INPUT TO STAT-REQUEST-ID.
008970     MOVE LOW-VALUES          TO STAT-DEST-ID.
008980     MOVE "N" TO WS-EOF-SW.
008990     START PE1-STAT-FILE KEY IS NOT LESS THAN STAT-KEY
009000         INVALID KEY
009010             MOVE "Y" TO WS-EOF-SW
009020     END-START.
009030     PERFORM 5200-SHOW-ONE-FEED THRU 5200-SHOW-ONE-FEED-EXIT
009040         UNTIL WS-EOF.
009050     CLOSE PE1-STAT-FILE.
009060     IF WS-FEEDS-SHOWN = ZERO
009070         DISPLAY "    NO FEED OF THE RUN WAS SENT"
009080     END-IF.
009090 5000-SHOW-FEEDS-UNSENT.
009100     PERFORM 5300-SHOW-ONE-UNSENT THRU 5300-SHOW-ONE-UNSENT-EXIT
009110         VARYING WS-DST-IDX FROM 1 BY 1
009120             UNTIL WS-DST-IDX > WS-DST-COUNT.
009130 5000-SHOW-FEEDS-EXIT.
009140     EXIT.
009150******************************************************************
009160 5100-LOAD-SUBSCRIBERS.
009170     OPEN INPUT PE1-DEST-FILE.
009180     IF WS-DEST-FILE-STATUS NOT = "00"
009190         GO TO 5100-LOAD-SUBSCRIBERS-EXIT
009200     END-IF.
009210     MOVE "N" TO WS-EOF-SW.
009220     PERFORM 5110-LOAD-ONE-SUBSCRIBER
009230         THRU 5110-LOAD-ONE-SUBSCRIBER-EXIT
009240         UNTIL WS-EOF.
009250     CLOSE PE1-DEST-FILE.
009260 5100-LOAD-SUBSCRIBERS-EXIT.
009270     EXIT.
009280******************************************************************
009290 5110-LOAD-ONE-SUBSCRIBER.
009300     READ PE1-DEST-FILE
009310         AT END
009320             MOVE "Y" TO WS-EOF-SW
009330             GO TO 5110-LOAD-ONE-SUBSCRIBER-EXIT
009340     END-READ.
009350     IF DEST-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
009360        AND DEST-REQUEST-ID NOT = "ALL"
009370        AND DEST-REQUEST-ID NOT = SPACES
009380         GO TO 5110-LOAD-ONE-SUBSCRIBER-EXIT
009390     END-IF.
009400     MOVE DEST-ID TO WS-DEST-TEXT.
009410     PERFORM 5120-FIND-SUBSCRIBER THRU 5120-FIND-SUBSCRIBER-EXIT.
009420     IF WS-DST-MATCH-IDX NOT = ZERO
009430        OR WS-DST-COUNT NOT < 20
009440         GO TO 5110-LOAD-ONE-SUBSCRIBER-EXIT
009450     END-IF.
009460     ADD 1 TO WS-DST-COUNT.
009470     MOVE DEST-ID TO WS-DST-ID (WS-DST-COUNT).
009480     MOVE "N"     TO WS-DST-SHOWN-SW (WS-DST-COUNT).
009490 5110-LOAD-ONE-SUBSCRIBER-EXIT.
009500     EXIT.
009510******************************************************************
009520 5120-FIND-SUBSCRIBER.
009530     MOVE ZERO TO WS-DST-MATCH-IDX.
009540     PERFORM 5130-MATCH-ONE-SUBSCRIBER
009550         THRU 5130-MATCH-ONE-SUBSCRIBER-EXIT
009560         VARYING WS-DST-IDX FROM 1 BY 1
009570             UNTIL WS-DST-IDX > WS-DST-COUNT.
009580 5120-FIND-SUBSCRIBER-EXIT.
009590     EXIT.
009600******************************************************************
009610 5130-MATCH-ONE-SUBSCRIBER.
009620     IF WS-DST-ID (WS-DST-IDX) = WS-DEST-TEXT
009630         MOVE WS-DST-IDX TO WS-DST-MATCH-IDX
009640     END-IF.
009650 5130-MATCH-ONE-SUBSCRIBER-EXIT.
009660     EXIT.
009670******************************************************************
009680 5200-SHOW-ONE-FEED.
009690     READ PE1-STAT-FILE NEXT RECORD
009700         AT END
009710             MOVE "Y" TO WS-EOF-SW
009720             GO TO 5200-SHOW-ONE-FEED-EXIT
009730     END-READ.
009740     IF STAT-RUN-DATE NOT = WS-RUN-DATE
009750        OR STAT-REQUEST-ID NOT = WS-REQUEST-ID-INPUT
009760         MOVE "Y" TO WS-EOF-SW
009770         GO TO 5200-SHOW-ONE-FEED-EXIT
009780     END-IF.
009790     ADD 1 TO WS-FEEDS-SHOWN.
009800     IF STAT-DEST-ID = SPACES
009810         MOVE "ORIGINAL" TO WS-DEST-TEXT
009820     ELSE
009830         MOVE STAT-DEST-ID TO WS-DEST-TEXT
009840         PERFORM 5120-FIND-SUBSCRIBER
009850             THRU 5120-FIND-SUBSCRIBER-EXIT
009860         IF WS-DST-MATCH-IDX NOT = ZERO
009870             MOVE "Y" TO WS-DST-SHOWN-SW (WS-DST-MATCH-IDX)
009880         END-IF
009890     END-IF.
009900*    THE SAME FEED-STATE WORDS PE1INQ SHOWS FOR A RUN.
009910     EVALUATE STAT-STATUS
009920         WHEN "A"
009930             MOVE "ACKED"     TO WS-FEED-TEXT
009940         WHEN "S"
009950             MOVE "UNACKED"   TO WS-FEED-TEXT
009960         WHEN "E"
009970             MOVE "ACK-ERROR" TO WS-FEED-TEXT
009980         WHEN OTHER
009990             MOVE "UNKNOWN"   TO WS-FEED-TEXT
010000     END-EVALUATE.
010010     IF STAT-RETRANS-COUNT NUMERIC
010020        AND STAT-RETRANS-COUNT > ZERO
010030         MOVE "RESENT" TO WS-FEED-TEXT
010040     END-IF.
010050     MOVE STAT-SENT-COUNT TO WS-COUNT-EDIT.
010060     IF STAT-REVERSAL-FEED
010070         DISPLAY "    " WS-DEST-TEXT "  " WS-CARRIED-TEXT
010080             "  BACKED OUT - REVERSAL " WS-FEED-TEXT
010090             " " STAT-ACK-DATE
010100     ELSE
010110         DISPLAY "    " WS-DEST-TEXT "  " WS-CARRIED-TEXT
010120             "  SENT " WS-COUNT-EDIT "  " WS-FEED-TEXT
010130             " " STAT-ACK-DATE
010140     END-IF.
010150 5200-SHOW-ONE-FEED-EXIT.
010160     EXIT.
010170******************************************************************
010180 5300-SHOW-ONE-UNSENT.
010190     IF WS-DST-SHOWN-SW (WS-DST-IDX) = "Y"
010200         GO TO 5300-SHOW-ONE-UNSENT-EXIT
010210     END-IF.
010220     DISPLAY "    " WS-DST-ID (WS-DST-IDX)
010230         "  SUBSCRIBED - NO FEED OF THE RUN SENT".
010240 5300-SHOW-ONE-UNSENT-EXIT.
010250     EXIT.
010260******************************************************************
010270*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
010280*    NON-ZERO RETURN CODE.
010290******************************************************************
010300 9800-ABEND-RUN.
010310     DISPLAY "PE1EXPL ABEND - " WS-ABEND-MESSAGE.
010320     MOVE 16 TO RETURN-CODE.
010330     STOP RUN.
