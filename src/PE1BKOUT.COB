000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1BKOUT.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - RUN BACKOUT.  GIVEN A RUN
000110*                   DATE, REQUEST ID, OPERATOR AND REASON ON THE
000120*                   PE1BKOC CARD, THE REQUEST'S RUN IS TAKEN OFF
000130*                   THE FILES: EVERY FEED OF IT PE1-STAT SHOWS
000140*                   SENT (THE ORIGINAL FIXED FEED AND EACH
000150*                   PE1DIST DESTINATION) GETS A REVERSAL FEED
000160*                   TELLING THE CONSUMER TO UNLOAD IT, AND ITS
000170*                   STATUS ROW BECOMES A REVERSAL PE1ACK CAN
000180*                   MATCH; THE RUN'S PE1-CAT GENERATIONS ARE
000190*                   MARKED BACKED OUT FOR PE1PURGE AND PE1RETX;
000200*                   ITS PE1-HIST, PE1-RSTAT AND PE1-DISP ROWS
000210*                   ARE DELETED; AND THE BACKOUT IS LOGGED TO
000220*                   PE1-BKO WITH THE OPERATOR, THE REASON AND
000230*                   WHAT THE RUN HAD PUT ON THE FILES.  A RUN
000240*                   DATE IN A CLOSED PERIOD IS REFUSED.
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-Z.
000290 OBJECT-COMPUTER.  IBM-Z.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PE1-BKOC-FILE  ASSIGN TO "PE1BKOC"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-BKOC-FILE-STATUS.
000350     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS HIST-KEY
000390         FILE STATUS IS WS-HIST-FILE-STATUS.
000400     SELECT PE1-RSTAT-FILE ASSIGN TO "PE1RSTAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RST-KEY
000440         FILE STATUS IS WS-RSTAT-FILE-STATUS.
000450     SELECT PE1-DISP-FILE  ASSIGN TO "PE1DISP"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DISP-KEY
000490         FILE STATUS IS WS-DISP-FILE-STATUS.
000500     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS STAT-KEY
000540         FILE STATUS IS WS-STAT-FILE-STATUS.
000550     SELECT PE1-PSUM-FILE  ASSIGN TO "PE1PSUM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PSUM-KEY
000590         FILE STATUS IS WS-PSUM-FILE-STATUS.
000600     SELECT PE1-BKO-FILE   ASSIGN TO "PE1BKO"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BKO-KEY
000640         FILE STATUS IS WS-BKO-FILE-STATUS.
000650     SELECT PE1-DEST-FILE  ASSIGN TO "PE1DEST"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DEST-FILE-STATUS.
000680     SELECT PE1-CAT-FILE   ASSIGN TO "PE1CAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CAT-FILE-STATUS.
000710     SELECT PE1-OUTIN-FILE ASSIGN TO WS-OUTIN-DSN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-OUTIN-FILE-STATUS.
000740     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ARCH-FILE-STATUS.
000770     SELECT PE1-XMIT-FILE  ASSIGN TO "PE1EXTR"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-XMIT-FILE-STATUS.
000800     SELECT PE1-XOUT-FILE  ASSIGN TO WS-XOUT-DSN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-XOUT-FILE-STATUS.
000830     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-LOG-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PE1-BKOC-FILE
000890     RECORDING MODE IS F.
000900 01  PE1-BKOC-RECORD.
000910     05  BKOC-RUN-DATE           PIC X(08).
000920     05  BKOC-REQUEST-ID         PIC X(08).
000930     05  BKOC-OPERATOR           PIC X(08).
000940     05  BKOC-REASON             PIC X(40).
000950     05  FILLER                  PIC X(16).
000960 FD  PE1-HIST-FILE.
000970     COPY "PE1HIST.CPY".
000980 FD  PE1-RSTAT-FILE.
000990     COPY "PE1RST.CPY".
001000 FD  PE1-DISP-FILE.
001010     COPY "PE1DISP.CPY".
001020 FD  PE1-STAT-FILE.
001030     COPY "PE1STAT.CPY".
001040 FD  PE1-PSUM-FILE.
001050     COPY "PE1PSUM.CPY".
001060 FD  PE1-BKO-FILE.
001070     COPY "PE1BKO.CPY".
001080 FD  PE1-DEST-FILE
001090     RECORDING MODE IS F.
001100     COPY "PE1DEST.CPY".
001110 FD  PE1-CAT-FILE
001120     RECORDING MODE IS F.
001130     COPY "PE1CAT.CPY".
001140 FD  PE1-OUTIN-FILE
001150     RECORDING MODE IS F.
001160 01  PE1-OUTIN-RECORD            PIC X(80).
001170 FD  PE1-ARCH-FILE
001180     RECORDING MODE IS F.
001190 01  PE1-ARCH-RECORD.
001200     05  ARCH-RUN-ID             PIC X(14).
001210     05  ARCH-FILE-TYPE          PIC X(04).
001220     05  ARCH-DATA               PIC X(80).
001230     05  FILLER                  PIC X(02).
001240 FD  PE1-XMIT-FILE
001250     RECORDING MODE IS F.
001260 01  PE1-XMIT-RECORD             PIC X(80).
001270 FD  PE1-XOUT-FILE
001280     RECORDING MODE IS F.
001290 01  PE1-XOUT-RECORD             PIC X(80).
001300 FD  PE1-LOG-FILE
001310     RECORDING MODE IS F.
001320     COPY "PE1LOG.CPY".
001330******************************************************************
001340 WORKING-STORAGE SECTION.
001350******************************************************************
001360*    FILE STATUS SWITCHES
001370******************************************************************
001380 01  WS-FILE-STATUSES.
001390     05  WS-BKOC-FILE-STATUS     PIC X(02) VALUE "00".
001400     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001410     05  WS-RSTAT-FILE-STATUS    PIC X(02) VALUE "00".
001420     05  WS-DISP-FILE-STATUS     PIC X(02) VALUE "00".
001430     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
001440     05  WS-PSUM-FILE-STATUS     PIC X(02) VALUE "00".
001450     05  WS-BKO-FILE-STATUS      PIC X(02) VALUE "00".
001460     05  WS-DEST-FILE-STATUS     PIC X(02) VALUE "00".
001470     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
001480     05  WS-OUTIN-FILE-STATUS    PIC X(02) VALUE "00".
001490     05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
001500     05  WS-XMIT-FILE-STATUS     PIC X(02) VALUE "00".
001510     05  WS-XOUT-FILE-STATUS     PIC X(02) VALUE "00".
001520     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
001530******************************************************************
001540*    PROCESSING SWITCHES
001550******************************************************************
001560 01  WS-BKO-SWITCHES.
001570     05  WS-EOF-DEST-SW          PIC X(01) VALUE "N".
001580         88  WS-EOF-DEST             VALUE "Y".
001590     05  WS-EOF-CAT-SW           PIC X(01) VALUE "N".
001600         88  WS-EOF-CAT              VALUE "Y".
001610     05  WS-EOF-OUTIN-SW         PIC X(01) VALUE "N".
001620         88  WS-EOF-OUTIN            VALUE "Y".
001630     05  WS-EOF-ARCH-SW          PIC X(01) VALUE "N".
001640         88  WS-EOF-ARCH             VALUE "Y".
001650     05  WS-EOF-STAT-SW          PIC X(01) VALUE "N".
001660         88  WS-EOF-STAT             VALUE "Y".
001670     05  WS-PSUM-FOUND-SW        PIC X(01) VALUE "N".
001680         88  WS-PSUM-FOUND           VALUE "Y".
001690     05  WS-BKO-FOUND-SW         PIC X(01) VALUE "N".
001700         88  WS-BKO-FOUND            VALUE "Y".
001710     05  WS-BKO-OPEN-SW          PIC X(01) VALUE "N".
001720         88  WS-BKO-IS-OPEN          VALUE "Y".
001730     05  WS-RSTAT-FOUND-SW       PIC X(01) VALUE "N".
001740         88  WS-RSTAT-FOUND          VALUE "Y".
001750     05  WS-DISP-FOUND-SW        PIC X(01) VALUE "N".
001760         88  WS-DISP-FOUND           VALUE "Y".
001770     05  WS-GEN-READABLE-SW      PIC X(01) VALUE "N".
001780         88  WS-GEN-READABLE         VALUE "Y".
001790     05  WS-GEN-HAS-REQUEST-SW   PIC X(01) VALUE "N".
001800         88  WS-GEN-HAS-REQUEST      VALUE "Y".
001810     05  WS-GEN-HAS-LIVE-SW      PIC X(01) VALUE "N".
001820         88  WS-GEN-HAS-LIVE         VALUE "Y".
001830     05  WS-RUN-CATALOGED-SW     PIC X(01) VALUE "N".
001840         88  WS-RUN-CATALOGED        VALUE "Y".
001850     05  WS-ANY-WARNING-SW       PIC X(01) VALUE "N".
001860         88  WS-ANY-WARNING          VALUE "Y".
001870******************************************************************
001880*    THE BACKOUT CARD'S FIELDS, HELD BEFORE THE CARD FILE IS
001890*    CLOSED - THE FD RECORD AREA IS UNDEFINED AFTER CLOSE.
001900******************************************************************
001910 01  WS-BKO-REQUEST.
001920     05  WS-BKO-RUN-DATE         PIC X(08) VALUE SPACES.
001930     05  WS-BKO-REQUEST-ID       PIC X(08) VALUE SPACES.
001940     05  WS-BKO-OPERATOR         PIC X(08) VALUE SPACES.
001950     05  WS-BKO-REASON           PIC X(40) VALUE SPACES.
001960******************************************************************
001970*    THE RUN BEING BACKED OUT, AS ITS PE1-HIST RECORD HAD IT -
001980*    KEPT FOR THE PE1-BKO AUDIT RECORD AFTER THE ROW IS GONE.
001990******************************************************************
002000 01  WS-RUN-BEING-BACKED-OUT.
002010     05  WS-RUN-ID               PIC X(14) VALUE SPACES.
002020     05  WS-RUN-RESULT           PIC 9(16) VALUE ZEROS.
002030     05  WS-RUN-CEILING          PIC 9(8)  VALUE ZEROS.
002040     05  WS-RUN-DIVISOR-COUNT    PIC 9(2)  VALUE ZEROS.
002050     05  WS-RUN-DIVISOR          PIC 9(3)  OCCURS 10 TIMES.
002060     05  WS-RUN-DISP-STATUS      PIC X(01) VALUE SPACE.
002070     05  WS-RUN-DISP-OPERATOR    PIC X(08) VALUE SPACES.
002080 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
002090******************************************************************
002100*    THE DESTINATIONS OFF PE1-DEST AND THE LAYOUT EACH ONE TAKES,
002110*    SO A DESTINATION'S REVERSAL ARRIVES IN THE SAME RECORD
002120*    STYLE AS ITS FEED DID.
002130******************************************************************
002140 01  WS-DESTINATION-TABLE.
002150     05  WS-DST-ENTRY OCCURS 20 TIMES.
002160         10  WS-DST-ID           PIC X(08).
002170         10  WS-DST-LAYOUT       PIC X(01).
002180 01  WS-DST-COUNT                PIC 9(2)  VALUE ZEROS.
002190 01  WS-DST-IDX                  PIC 9(2)  VALUE ZEROS.
002200 01  WS-DST-MATCH-IDX            PIC 9(2)  VALUE ZEROS.
002210 01  WS-FEED-LAYOUT              PIC X(01) VALUE "F".
002220     88  WS-FEED-FIXED               VALUE "F".
002230******************************************************************
002240*    THE WHOLE CATALOG, HELD RECORD FOR RECORD SO IT CAN BE
002250*    WRITTEN BACK WITH THE BACKED-OUT GENERATIONS MARKED.
002260*    WS-CAT-MARK IS THE BACKOUT STATUS EACH ENTRY TAKES (SPACE =
002270*    LEFT AS IT IS), DECIDED BEFORE ANYTHING IS CHANGED.
002280******************************************************************
002290 01  WS-CAT-TABLE.
002300     05  WS-CAT-ENTRY            PIC X(160) OCCURS 200 TIMES.
002310 01  WS-CAT-MARK-TABLE.
002320     05  WS-CAT-MARK             PIC X(01)  OCCURS 200 TIMES.
002330 01  WS-CAT-COUNT                PIC 9(3)  VALUE ZEROS.
002340 01  WS-CAT-IDX                  PIC 9(3)  VALUE ZEROS.
002350******************************************************************
002360*    ONE ENTRY PER GENERATION (RUN-ID) ALREADY CLASSIFIED, SO A
002370*    RESTART'S DUPLICATE ENTRY AND THE PE1DIST DESTINATION
002380*    ENTRIES UNDER THE SAME RUN-ID TAKE THE SAME MARK WITHOUT
002390*    READING THE GENERATION AGAIN.
002400******************************************************************
002410 01  WS-GEN-TABLE.
002420     05  WS-GEN-ENTRY OCCURS 50 TIMES.
002430         10  WS-GEN-RUN-ID       PIC X(14).
002440         10  WS-GEN-MARK         PIC X(01).
002450 01  WS-GEN-COUNT                PIC 9(2)  VALUE ZEROS.
002460 01  WS-GEN-IDX                  PIC 9(2)  VALUE ZEROS.
002470 01  WS-GEN-MATCH-IDX            PIC 9(2)  VALUE ZEROS.
002480 01  WS-GEN-CLASS                PIC X(01) VALUE SPACE.
002490 01  WS-OUTIN-DSN                PIC X(30) VALUE SPACES.
002500******************************************************************
002510*    THE PE1-OUT RECORD UNDER INSPECTION - READ RAW FROM DISK OR
002520*    THE ARCHIVE AND MOVED HERE, SO ONE COPY OF THE LAYOUT
002530*    SERVES BOTH PATHS.
002540******************************************************************
002550     COPY "PE1OUT.CPY".
002560******************************************************************
002570*    THE REVERSAL FEEDS - THE FIXED-LAYOUT RECORD IS BUILT IN THE
002580*    PE1EXT LAYOUT, THE DELIMITED ONE IN WS-DELIM-LINE.  EACH
002590*    DESTINATION'S REVERSAL FILE IS REMEMBERED FOR ITS CATALOG
002600*    ENTRY.
002610******************************************************************
002620     COPY "PE1EXT.CPY".
002630 01  WS-DELIM-LINE               PIC X(80) VALUE SPACES.
002640 01  WS-DELIM-PTR                PIC 9(4)  VALUE 1.
002650 01  WS-XOUT-DSN                 PIC X(30) VALUE SPACES.
002660 01  WS-XOUT-DSN-PTR             PIC 9(4)  VALUE 1.
002670 01  WS-REVERSAL-TABLE.
002680     05  WS-REV-DSN              PIC X(30) OCCURS 50 TIMES.
002690 01  WS-REV-COUNT                PIC 9(2)  VALUE ZEROS.
002700 01  WS-REV-IDX                  PIC 9(2)  VALUE ZEROS.
002710******************************************************************
002720*    BACKOUT COUNTERS FOR THE CONSOLE SUMMARY AND PE1-BKO
002730******************************************************************
002740 01  WS-BKO-COUNTERS.
002750     05  WS-FEEDS-REVERSED       PIC 9(3)  VALUE ZEROS.
002760     05  WS-FEEDS-ALREADY-REV    PIC 9(3)  VALUE ZEROS.
002770     05  WS-GENERATIONS-MARKED   PIC 9(3)  VALUE ZEROS.
002780     05  WS-ROWS-REMOVED         PIC 9(3)  VALUE ZEROS.
002790******************************************************************
002800*    CURRENT DATE/TIME FOR THE BACKOUT STAMPS
002810******************************************************************
002820 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
002830 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
002840******************************************************************
002850*    ABEND / ERROR MESSAGE AREA
002860******************************************************************
002870 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002880******************************************************************
002890*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
002900*    9000-WRITE-LOG-RECORD.  THE RUN-ID AND REQUEST ID TAG EACH
002910*    RECORD WITH THE RUN THE STEP IS WORKING ON, SO THE MORNING
002920*    REVIEW FILES IT UNDER THE RIGHT NIGHT (SEE PE1LOG.CPY).
002930******************************************************************
002940 01  WS-LOG-WORK-AREAS.
002950     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
002960     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
002970     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
002980     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
002990     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
003000     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
003010     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
003020 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
003030     88  WS-LOG-IS-OPEN              VALUE "Y".
003040******************************************************************
003050 PROCEDURE DIVISION.
003060******************************************************************
003070*    0000-MAINLINE - EVERYTHING IS READ AND DECIDED BEFORE THE
003080*    FIRST FILE IS CHANGED, SO A REFUSAL OR A SETUP ABEND LEAVES
003090*    THE RUN EXACTLY AS IT WAS.
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
003130     PERFORM 2000-REVERSE-FEEDS   THRU 2000-REVERSE-FEEDS-EXIT.
003140     PERFORM 3000-REWRITE-CATALOG THRU 3000-REWRITE-CATALOG-EXIT.
003150     PERFORM 4000-REMOVE-RUN-ROWS THRU 4000-REMOVE-RUN-ROWS-EXIT.
003160     PERFORM 5000-WRITE-BACKOUT-RECORD
003170         THRU 5000-WRITE-BACKOUT-RECORD-EXIT.
003180     PERFORM 6000-FINALIZE        THRU 6000-FINALIZE-EXIT.
003190     STOP RUN.
003200 0000-MAINLINE-EXIT.
003210     EXIT.
003220******************************************************************
003230*    1000-INITIALIZE - READ AND VALIDATE THE BACKOUT CARD, FIND
003240*    THE RUN ON PE1-HIST, REFUSE A CLOSED PERIOD OR A RUN
003250*    ALREADY BACKED OUT, AND PLAN THE CATALOG MARKS.  THE
003260*    OPERATOR AND REASON ARE LOGGED AS SOON AS THE RUN IS KNOWN,
003270*    SO EVEN A REFUSED BACKOUT LEAVES ITS AUDIT TRAIL.
003280******************************************************************
003290 1000-INITIALIZE.
003300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003310     ACCEPT WS-CURRENT-TIME FROM TIME.
003320     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
003330     OPEN INPUT PE1-BKOC-FILE.
003340     IF WS-BKOC-FILE-STATUS NOT = "00"
003350         MOVE "UNABLE TO OPEN PE1BKOC BACKOUT CARD FILE"
003360             TO WS-ABEND-MESSAGE
003370         GO TO 9800-ABEND-RUN
003380     END-IF.
003390     READ PE1-BKOC-FILE
003400         AT END
003410             MOVE "PE1BKOC BACKOUT CARD FILE IS EMPTY"
003420                 TO WS-ABEND-MESSAGE
003430             GO TO 9800-ABEND-RUN
003440     END-READ.
003450     MOVE BKOC-RUN-DATE   TO WS-BKO-RUN-DATE.
003460     MOVE BKOC-REQUEST-ID TO WS-BKO-REQUEST-ID.
003470     MOVE BKOC-OPERATOR   TO WS-BKO-OPERATOR.
003480     MOVE BKOC-REASON     TO WS-BKO-REASON.
003490     MOVE BKOC-RUN-DATE   TO WS-LOG-RUN-ID (1:8).
003500     MOVE BKOC-REQUEST-ID TO WS-LOG-REQUEST-ID.
003510     CLOSE PE1-BKOC-FILE.
003520     IF WS-BKO-RUN-DATE NOT NUMERIC
003530         MOVE "PE1BKOC RUN DATE IS NON-NUMERIC"
003540             TO WS-ABEND-MESSAGE
003550         GO TO 9800-ABEND-RUN
003560     END-IF.
003570     IF WS-BKO-REQUEST-ID = SPACES
003580         MOVE "PE1BKOC REQUEST ID IS BLANK"
003590             TO WS-ABEND-MESSAGE
003600         GO TO 9800-ABEND-RUN
003610     END-IF.
003620     IF WS-BKO-OPERATOR = SPACES
003630         MOVE "PE1BKOC OPERATOR IS BLANK - BACKOUT MUST BE SIGNED"
003640             TO WS-ABEND-MESSAGE
003650         GO TO 9800-ABEND-RUN
003660     END-IF.
003670     IF WS-BKO-REASON = SPACES
003680         MOVE "PE1BKOC REASON IS BLANK - A BACKOUT MUST SAY WHY"
003690             TO WS-ABEND-MESSAGE
003700         GO TO 9800-ABEND-RUN
003710     END-IF.
003720     PERFORM 1100-READ-RUN-HISTORY
003730         THRU 1100-READ-RUN-HISTORY-EXIT.
003740     MOVE WS-RUN-ID TO WS-LOG-RUN-ID.
003750     DISPLAY "PE1BKOUT RUN " WS-RUN-ID " REQUEST "
003760         WS-BKO-REQUEST-ID " BACKOUT BY " WS-BKO-OPERATOR.
003770     DISPLAY "PE1BKOUT REASON: " WS-BKO-REASON.
003780     MOVE "BKO-002" TO WS-LOG-CODE.
003790     MOVE "W"       TO WS-LOG-SEVERITY.
003800     MOVE "BACKOUT STARTED BY OPERATOR" TO WS-LOG-TEXT.
003810     MOVE WS-BKO-OPERATOR TO WS-LOG-TEXT (29:8).
003820     PERFORM 9000-WRITE-LOG-RECORD
003830         THRU 9000-WRITE-LOG-RECORD-EXIT.
003840     MOVE "BKO-003" TO WS-LOG-CODE.
003850     MOVE "I"       TO WS-LOG-SEVERITY.
003860     MOVE WS-BKO-REASON TO WS-LOG-TEXT.
003870     PERFORM 9000-WRITE-LOG-RECORD
003880         THRU 9000-WRITE-LOG-RECORD-EXIT.
003890     PERFORM 1200-CHECK-PERIOD-OPEN
003900         THRU 1200-CHECK-PERIOD-OPEN-EXIT.
003910     PERFORM 1300-CHECK-NOT-BACKED-OUT
003920         THRU 1300-CHECK-NOT-BACKED-OUT-EXIT.
003930     PERFORM 1400-LOAD-DESTINATIONS
003940         THRU 1400-LOAD-DESTINATIONS-EXIT.
003950     PERFORM 1500-PLAN-CATALOG
003960         THRU 1500-PLAN-CATALOG-EXIT.
003970     IF WS-BKO-IS-OPEN
003980         CLOSE PE1-BKO-FILE
003990         MOVE "N" TO WS-BKO-OPEN-SW
004000     END-IF.
004010 1000-INITIALIZE-EXIT.
004020     EXIT.
004030******************************************************************
004040*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004050*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004060*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004070*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
004080*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
004090*    DATE AND TIME AS THE RUN-ID.
004100******************************************************************
004110 1050-OPEN-RUN-LOG.
004120     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004130     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004140     OPEN EXTEND PE1-LOG-FILE.
004150     IF WS-LOG-FILE-STATUS NOT = "00"
004160         OPEN OUTPUT PE1-LOG-FILE
004170     END-IF.
004180     IF WS-LOG-FILE-STATUS NOT = "00"
004190         DISPLAY "PE1BKOUT UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004200         GO TO 1050-OPEN-RUN-LOG-EXIT
004210     END-IF.
004220     MOVE "Y" TO WS-LOG-OPEN-SW.
004230 1050-OPEN-RUN-LOG-EXIT.
004240     EXIT.
004250******************************************************************
004260*    1100-READ-RUN-HISTORY - THE RUN IS WHATEVER PE1-HIST HOLDS
004270*    FOR THE REQUEST AND RUN DATE; ITS RUN-ID NAMES THE CATALOG
004280*    GENERATION.  NO HISTORY MEANS THERE IS NO RUN TO BACK OUT -
004290*    NEVER RUN, OR ALREADY BACKED OUT.
004300******************************************************************
004310 1100-READ-RUN-HISTORY.
004320     OPEN INPUT PE1-HIST-FILE.
004330     IF WS-HIST-FILE-STATUS NOT = "00"
004340         MOVE "UNABLE TO OPEN PE1-HIST RUN-HISTORY FILE"
004350             TO WS-ABEND-MESSAGE
004360         GO TO 9800-ABEND-RUN
004370     END-IF.
004380     MOVE WS-BKO-REQUEST-ID TO HIST-REQUEST-ID.
004390     MOVE WS-BKO-RUN-DATE   TO HIST-RUN-DATE.
004400     READ PE1-HIST-FILE
004410         INVALID KEY
004420             CLOSE PE1-HIST-FILE
004430             MOVE "NO PE1-HIST RUN FOR THE DATE AND REQUEST"
004440                 TO WS-ABEND-MESSAGE
004450             GO TO 9800-ABEND-RUN
004460     END-READ.
004470     MOVE HIST-RUN-ID        TO WS-RUN-ID.
004480     MOVE HIST-RESULT        TO WS-RUN-RESULT.
004490     MOVE HIST-CEILING       TO WS-RUN-CEILING.
004500     MOVE HIST-DIVISOR-COUNT TO WS-RUN-DIVISOR-COUNT.
004510     PERFORM 1110-SAVE-ONE-DIVISOR
004520         THRU 1110-SAVE-ONE-DIVISOR-EXIT
004530         VARYING WS-DIV-IDX FROM 1 BY 1
004540             UNTIL WS-DIV-IDX > 10.
004550     CLOSE PE1-HIST-FILE.
004560 1100-READ-RUN-HISTORY-EXIT.
004570     EXIT.
004580******************************************************************
004590 1110-SAVE-ONE-DIVISOR.
004600     MOVE HIST-DIVISOR-TABLE (WS-DIV-IDX)
004610         TO WS-RUN-DIVISOR (WS-DIV-IDX).
004620 1110-SAVE-ONE-DIVISOR-EXIT.
004630     EXIT.
004640******************************************************************
004650*    1200-CHECK-PERIOD-OPEN - A BACKOUT DELETES HISTORY FINANCE
004660*    MAY ALREADY HAVE BOOKED.  A RUN DATE INSIDE A MONTH PE1CLOSE
004670*    HAS CLOSED, AND NOT REOPENED FOR THE REQUEST OR THE WHOLE
004680*    PERIOD, IS REFUSED BEFORE ANYTHING IS TOUCHED - THE SAME
004690*    LOCK PE1, PE1MERGE AND PE1RETX HONOR.  NO PE1-PSUM FILE
004700*    MEANS NO PERIOD HAS BEEN CLOSED YET.
004710******************************************************************
004720 1200-CHECK-PERIOD-OPEN.
004730     OPEN INPUT PE1-PSUM-FILE.
004740     IF WS-PSUM-FILE-STATUS NOT = "00"
004750         GO TO 1200-CHECK-PERIOD-OPEN-EXIT
004760     END-IF.
004770     MOVE WS-BKO-REQUEST-ID      TO PSUM-REQUEST-ID.
004780     MOVE WS-BKO-RUN-DATE (1:6)  TO PSUM-PERIOD.
004790     MOVE "Y" TO WS-PSUM-FOUND-SW.
004800     READ PE1-PSUM-FILE
004810         INVALID KEY
004820             MOVE "N" TO WS-PSUM-FOUND-SW
004830     END-READ.
004840     IF NOT WS-PSUM-FOUND
004850         MOVE SPACES TO PSUM-REQUEST-ID
004860         MOVE "Y" TO WS-PSUM-FOUND-SW
004870         READ PE1-PSUM-FILE
004880             INVALID KEY
004890                 MOVE "N" TO WS-PSUM-FOUND-SW
004900         END-READ
004910     END-IF.
004920     CLOSE PE1-PSUM-FILE.
004930     IF WS-PSUM-FOUND AND PSUM-CLOSED
004940         MOVE "RUN DATE PERIOD IS CLOSED - REOPEN FIRST"
004950             TO WS-ABEND-MESSAGE
004960         GO TO 9800-ABEND-RUN
004970     END-IF.
004980 1200-CHECK-PERIOD-OPEN-EXIT.
004990     EXIT.
005000******************************************************************
005010*    1300-CHECK-NOT-BACKED-OUT - A PE1-BKO RECORD FOR THIS RUN
005020*    DATE, REQUEST AND RUN-ID MEANS THE RUN IS ALREADY OFF THE
005030*    FILES.  THE FILE STAYS OPEN FOR THE CATALOG PLAN, WHICH
005040*    ASKS THE SAME QUESTION OF THE GENERATION'S OTHER REQUESTS.
005050*    NO PE1-BKO FILE MEANS NOTHING HAS BEEN BACKED OUT BEFORE.
005060******************************************************************
005070 1300-CHECK-NOT-BACKED-OUT.
005080     OPEN INPUT PE1-BKO-FILE.
005090     IF WS-BKO-FILE-STATUS NOT = "00"
005100         GO TO 1300-CHECK-NOT-BACKED-OUT-EXIT
005110     END-IF.
005120     MOVE "Y" TO WS-BKO-OPEN-SW.
005130     MOVE WS-BKO-RUN-DATE   TO BKO-RUN-DATE.
005140     MOVE WS-BKO-REQUEST-ID TO BKO-REQUEST-ID.
005150     MOVE WS-RUN-ID         TO BKO-RUN-ID.
005160     MOVE "Y" TO WS-BKO-FOUND-SW.
005170     READ PE1-BKO-FILE
005180         INVALID KEY
005190             MOVE "N" TO WS-BKO-FOUND-SW
005200     END-READ.
005210     IF WS-BKO-FOUND
005220         MOVE "RUN IS ALREADY BACKED OUT ON PE1-BKO"
005230             TO WS-ABEND-MESSAGE
005240         GO TO 9800-ABEND-RUN
005250     END-IF.
005260 1300-CHECK-NOT-BACKED-OUT-EXIT.
005270     EXIT.
005280******************************************************************
005290*    1400-LOAD-DESTINATIONS - EACH DESTINATION'S LAYOUT OFF
005300*    PE1-DEST.  THE FILE IS OPTIONAL: A SHOP WITH NO PE1DIST
005310*    DESTINATIONS HAS ONLY THE ORIGINAL FIXED FEED TO REVERSE.
005320******************************************************************
005330 1400-LOAD-DESTINATIONS.
005340     OPEN INPUT PE1-DEST-FILE.
005350     IF WS-DEST-FILE-STATUS NOT = "00"
005360         GO TO 1400-LOAD-DESTINATIONS-EXIT
005370     END-IF.
005380     PERFORM 1410-LOAD-ONE-DEFINITION
005390         THRU 1410-LOAD-ONE-DEFINITION-EXIT
005400         UNTIL WS-EOF-DEST.
005410     CLOSE PE1-DEST-FILE.
005420 1400-LOAD-DESTINATIONS-EXIT.
005430     EXIT.
005440******************************************************************
005450 1410-LOAD-ONE-DEFINITION.
005460     READ PE1-DEST-FILE
005470         AT END
005480             MOVE "Y" TO WS-EOF-DEST-SW
005490             GO TO 1410-LOAD-ONE-DEFINITION-EXIT
005500     END-READ.
005510     MOVE ZERO TO WS-DST-MATCH-IDX.
005520     PERFORM 1420-MATCH-ONE-DESTINATION
005530         THRU 1420-MATCH-ONE-DESTINATION-EXIT
005540         VARYING WS-DST-IDX FROM 1 BY 1
005550             UNTIL WS-DST-IDX > WS-DST-COUNT.
005560     IF WS-DST-MATCH-IDX NOT = ZERO
005570         GO TO 1410-LOAD-ONE-DEFINITION-EXIT
005580     END-IF.
005590     IF WS-DST-COUNT NOT < 20
005600         MOVE "PE1-DEST HAS MORE THAN 20 DESTINATIONS"
005610             TO WS-ABEND-MESSAGE
005620         GO TO 9800-ABEND-RUN
005630     END-IF.
005640     ADD 1 TO WS-DST-COUNT.
005650     MOVE DEST-ID     TO WS-DST-ID (WS-DST-COUNT).
005660     MOVE DEST-LAYOUT TO WS-DST-LAYOUT (WS-DST-COUNT).
005670 1410-LOAD-ONE-DEFINITION-EXIT.
005680     EXIT.
005690******************************************************************
005700 1420-MATCH-ONE-DESTINATION.
005710     IF WS-DST-ID (WS-DST-IDX) = DEST-ID
005720         MOVE WS-DST-IDX TO WS-DST-MATCH-IDX
005730     END-IF.
005740 1420-MATCH-ONE-DESTINATION-EXIT.
005750     EXIT.
005760******************************************************************
005770*    1500-PLAN-CATALOG - LOAD THE WHOLE CATALOG AND DECIDE WHICH
005780*    ENTRIES TAKE A BACKOUT MARK.  THE RUN'S OWN GENERATION (AND
005790*    EVERY ENTRY UNDER ITS RUN-ID - A RESTART'S DUPLICATE, THE
005800*    PE1DIST DESTINATION FILES) IS MARKED; SO IS ANY PARTITION
005810*    GENERATION OF THE SAME RUN DATE CARRYING THE REQUEST, SINCE
005820*    A CONSOLIDATED RESULT IS BACKED OUT WITH ITS SLICES.
005830******************************************************************
005840 1500-PLAN-CATALOG.
005850     OPEN INPUT PE1-CAT-FILE.
005860     IF WS-CAT-FILE-STATUS NOT = "00"
005870         MOVE "UNABLE TO OPEN PE1-CAT RUN CATALOG"
005880             TO WS-ABEND-MESSAGE
005890         GO TO 9800-ABEND-RUN
005900     END-IF.
005910     PERFORM 1510-LOAD-ONE-CAT-RECORD
005920         THRU 1510-LOAD-ONE-CAT-RECORD-EXIT
005930         UNTIL WS-EOF-CAT.
005940     CLOSE PE1-CAT-FILE.
005950     PERFORM 1520-PLAN-ONE-CAT-ENTRY
005960         THRU 1520-PLAN-ONE-CAT-ENTRY-EXIT
005970         VARYING WS-CAT-IDX FROM 1 BY 1
005980             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
005990     IF NOT WS-RUN-CATALOGED
006000         DISPLAY "PE1BKOUT RUN " WS-RUN-ID " IS NOT ON PE1-CAT"
006010         MOVE "Y" TO WS-ANY-WARNING-SW
006020         MOVE "BKO-007" TO WS-LOG-CODE
006030         MOVE "W"       TO WS-LOG-SEVERITY
006040         MOVE "RUN NOT ON THE CATALOG - NOTHING MARKED"
006050             TO WS-LOG-TEXT
006060         PERFORM 9000-WRITE-LOG-RECORD
006070             THRU 9000-WRITE-LOG-RECORD-EXIT
006080     END-IF.
006090     PERFORM 1540-COUNT-ONE-GENERATION
006100         THRU 1540-COUNT-ONE-GENERATION-EXIT
006110         VARYING WS-GEN-IDX FROM 1 BY 1
006120             UNTIL WS-GEN-IDX > WS-GEN-COUNT.
006130 1500-PLAN-CATALOG-EXIT.
006140     EXIT.
006150******************************************************************
006160 1510-LOAD-ONE-CAT-RECORD.
006170     READ PE1-CAT-FILE
006180         AT END
006190             MOVE "Y" TO WS-EOF-CAT-SW
006200             GO TO 1510-LOAD-ONE-CAT-RECORD-EXIT
006210     END-READ.
006220     IF WS-CAT-COUNT NOT < 200
006230         MOVE "PE1-CAT HAS MORE THAN 200 RECORDS"
006240             TO WS-ABEND-MESSAGE
006250         GO TO 9800-ABEND-RUN
006260     END-IF.
006270     ADD 1 TO WS-CAT-COUNT.
006280     MOVE PE1-CAT-RECORD TO WS-CAT-ENTRY (WS-CAT-COUNT).
006290     MOVE SPACE          TO WS-CAT-MARK (WS-CAT-COUNT).
006300 1510-LOAD-ONE-CAT-RECORD-EXIT.
006310     EXIT.
006320******************************************************************
006330*    1520-PLAN-ONE-CAT-ENTRY - A GENERATION ALREADY CLASSIFIED
006340*    PASSES ITS MARK ON; A NEW ONE IS READ ONCE.  A DESTINATION
006350*    ENTRY (BLANK CAT-OUT-DSN) ALWAYS FOLLOWS ITS SOURCE RUN'S
006360*    ENTRY ON THE CATALOG, SO IT FINDS THE RUN CLASSIFIED.
006370******************************************************************
006380 1520-PLAN-ONE-CAT-ENTRY.
006390     MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO PE1-CAT-RECORD.
006400     IF CAT-REVERSAL-FEED OR CAT-BACKED-OUT
006410         GO TO 1520-PLAN-ONE-CAT-ENTRY-EXIT
006420     END-IF.
006430     IF CAT-RUN-ID NOT = WS-RUN-ID
006440         IF CAT-RUN-DATE NOT = WS-BKO-RUN-DATE
006450            OR CAT-PARTITION-ID = SPACES
006460            OR CAT-OUT-DSN = SPACES
006470             GO TO 1520-PLAN-ONE-CAT-ENTRY-EXIT
006480         END-IF
006490     END-IF.
006500     MOVE ZERO TO WS-GEN-MATCH-IDX.
006510     PERFORM 1530-FIND-ONE-GENERATION
006520         THRU 1530-FIND-ONE-GENERATION-EXIT
006530         VARYING WS-GEN-IDX FROM 1 BY 1
006540             UNTIL WS-GEN-IDX > WS-GEN-COUNT.
006550     IF WS-GEN-MATCH-IDX NOT = ZERO
006560         MOVE WS-GEN-MARK (WS-GEN-MATCH-IDX)
006570             TO WS-CAT-MARK (WS-CAT-IDX)
006580         GO TO 1520-PLAN-ONE-CAT-ENTRY-EXIT
006590     END-IF.
006600     IF CAT-OUT-DSN = SPACES
006610         GO TO 1520-PLAN-ONE-CAT-ENTRY-EXIT
006620     END-IF.
006630     PERFORM 1600-CLASSIFY-GENERATION
006640         THRU 1600-CLASSIFY-GENERATION-EXIT.
006650     IF WS-GEN-COUNT NOT < 50
006660         MOVE "MORE THAN 50 CATALOG GENERATIONS FOR THE RUN"
006670             TO WS-ABEND-MESSAGE
006680         GO TO 9800-ABEND-RUN
006690     END-IF.
006700     ADD 1 TO WS-GEN-COUNT.
006710     MOVE CAT-RUN-ID   TO WS-GEN-RUN-ID (WS-GEN-COUNT).
006720     MOVE WS-GEN-CLASS TO WS-GEN-MARK (WS-GEN-COUNT).
006730     MOVE WS-GEN-CLASS TO WS-CAT-MARK (WS-CAT-IDX).
006740     IF CAT-RUN-ID = WS-RUN-ID
006750         MOVE "Y" TO WS-RUN-CATALOGED-SW
006760     END-IF.
006770 1520-PLAN-ONE-CAT-ENTRY-EXIT.
006780     EXIT.
006790******************************************************************
006800 1530-FIND-ONE-GENERATION.
006810     IF WS-GEN-RUN-ID (WS-GEN-IDX) = CAT-RUN-ID
006820         MOVE WS-GEN-IDX TO WS-GEN-MATCH-IDX
006830     END-IF.
006840 1530-FIND-ONE-GENERATION-EXIT.
006850     EXIT.
006860******************************************************************
006870 1540-COUNT-ONE-GENERATION.
006880     IF WS-GEN-MARK (WS-GEN-IDX) NOT = SPACE
006890         ADD 1 TO WS-GENERATIONS-MARKED
006900     END-IF.
006910 1540-COUNT-ONE-GENERATION-EXIT.
006920     EXIT.
006930******************************************************************
006940*    1600-CLASSIFY-GENERATION - READ THE GENERATION'S PE1-OUT
006950*    HEADERS (FROM DISK, OR PE1-ARCH ONCE PURGED) AND SET
006960*    WS-GEN-CLASS: B WHEN EVERY REQUEST IT CARRIES IS NOW BACKED
006970*    OUT, S WHEN OTHERS ON IT ARE STILL LIVE, SPACE WHEN IT DOES
006980*    NOT CARRY THE REQUEST AT ALL (ANOTHER REQUEST'S PARTITION).
006990*    THE RUN'S OWN GENERATION THAT CANNOT BE READ IS MARKED S -
007000*    NOTHING CAN PROVE ITS OTHER REQUESTS ARE GONE, AND PE1-BKO
007010*    STILL STOPS A RE-SEND OF THIS ONE.
007020******************************************************************
007030 1600-CLASSIFY-GENERATION.
007040     MOVE SPACE TO WS-GEN-CLASS.
007050     MOVE "Y" TO WS-GEN-READABLE-SW.
007060     MOVE "N" TO WS-GEN-HAS-REQUEST-SW.
007070     MOVE "N" TO WS-GEN-HAS-LIVE-SW.
007080     IF CAT-PURGED
007090         MOVE "N" TO WS-EOF-ARCH-SW
007100         OPEN INPUT PE1-ARCH-FILE
007110         IF WS-ARCH-FILE-STATUS NOT = "00"
007120             MOVE "N" TO WS-GEN-READABLE-SW
007130         ELSE
007140             PERFORM 1620-READ-ONE-ARCH-RECORD
007150                 THRU 1620-READ-ONE-ARCH-RECORD-EXIT
007160                 UNTIL WS-EOF-ARCH
007170             CLOSE PE1-ARCH-FILE
007180         END-IF
007190     ELSE
007200         MOVE CAT-OUT-DSN TO WS-OUTIN-DSN
007210         MOVE "N" TO WS-EOF-OUTIN-SW
007220         OPEN INPUT PE1-OUTIN-FILE
007230         IF WS-OUTIN-FILE-STATUS NOT = "00"
007240             MOVE "N" TO WS-GEN-READABLE-SW
007250         ELSE
007260             PERFORM 1610-READ-ONE-OUTIN-RECORD
007270                 THRU 1610-READ-ONE-OUTIN-RECORD-EXIT
007280                 UNTIL WS-EOF-OUTIN
007290             CLOSE PE1-OUTIN-FILE
007300         END-IF
007310     END-IF.
007320     IF NOT WS-GEN-READABLE
007330         MOVE "Y" TO WS-ANY-WARNING-SW
007340         DISPLAY "PE1BKOUT GENERATION NOT READABLE " CAT-RUN-ID
007350         MOVE "BKO-006" TO WS-LOG-CODE
007360         MOVE "W"       TO WS-LOG-SEVERITY
007370         MOVE "NOT READABLE, MARKED S" TO WS-LOG-TEXT
007380         MOVE CAT-RUN-ID TO WS-LOG-TEXT (25:14)
007390         PERFORM 9000-WRITE-LOG-RECORD
007400             THRU 9000-WRITE-LOG-RECORD-EXIT
007410         IF CAT-RUN-ID = WS-RUN-ID
007420             MOVE "S" TO WS-GEN-CLASS
007430         END-IF
007440         GO TO 1600-CLASSIFY-GENERATION-EXIT
007450     END-IF.
007460     IF NOT WS-GEN-HAS-REQUEST
007470         GO TO 1600-CLASSIFY-GENERATION-EXIT
007480     END-IF.
007490     IF WS-GEN-HAS-LIVE
007500         MOVE "S" TO WS-GEN-CLASS
007510     ELSE
007520         MOVE "B" TO WS-GEN-CLASS
007530     END-IF.
007540 1600-CLASSIFY-GENERATION-EXIT.
007550     EXIT.
007560******************************************************************
007570 1610-READ-ONE-OUTIN-RECORD.
007580     READ PE1-OUTIN-FILE
007590         AT END
007600             MOVE "Y" TO WS-EOF-OUTIN-SW
007610             GO TO 1610-READ-ONE-OUTIN-RECORD-EXIT
007620     END-READ.
007630     MOVE PE1-OUTIN-RECORD TO PE1-OUT-RECORD.
007640     PERFORM 1630-CHECK-ONE-HEADER
007650         THRU 1630-CHECK-ONE-HEADER-EXIT.
007660 1610-READ-ONE-OUTIN-RECORD-EXIT.
007670     EXIT.
007680******************************************************************
007690 1620-READ-ONE-ARCH-RECORD.
007700     READ PE1-ARCH-FILE
007710         AT END
007720             MOVE "Y" TO WS-EOF-ARCH-SW
007730             GO TO 1620-READ-ONE-ARCH-RECORD-EXIT
007740     END-READ.
007750     IF ARCH-RUN-ID NOT = CAT-RUN-ID
007760        OR ARCH-FILE-TYPE NOT = "OUT "
007770         GO TO 1620-READ-ONE-ARCH-RECORD-EXIT
007780     END-IF.
007790     MOVE ARCH-DATA TO PE1-OUT-RECORD.
007800     PERFORM 1630-CHECK-ONE-HEADER
007810         THRU 1630-CHECK-ONE-HEADER-EXIT.
007820 1620-READ-ONE-ARCH-RECORD-EXIT.
007830     EXIT.
007840******************************************************************
007850*    1630-CHECK-ONE-HEADER - EACH REQUEST GROUP'S HEADER.  ANY
007860*    OTHER REQUEST ON THE GENERATION IS LIVE UNLESS PE1-BKO SAYS
007870*    IT WAS BACKED OUT OF THIS SAME GENERATION.
007880******************************************************************
007890 1630-CHECK-ONE-HEADER.
007900     IF NOT OUT-TYPE-HEADER
007910         GO TO 1630-CHECK-ONE-HEADER-EXIT
007920     END-IF.
007930     IF OUT-REQUEST-ID = WS-BKO-REQUEST-ID
007940         MOVE "Y" TO WS-GEN-HAS-REQUEST-SW
007950         GO TO 1630-CHECK-ONE-HEADER-EXIT
007960     END-IF.
007970     IF NOT WS-BKO-IS-OPEN
007980         MOVE "Y" TO WS-GEN-HAS-LIVE-SW
007990         GO TO 1630-CHECK-ONE-HEADER-EXIT
008000     END-IF.
008010     MOVE WS-BKO-RUN-DATE TO BKO-RUN-DATE.
008020     MOVE OUT-REQUEST-ID  TO BKO-REQUEST-ID.
008030     MOVE CAT-RUN-ID      TO BKO-RUN-ID.
008040     READ PE1-BKO-FILE
008050         INVALID KEY
008060             MOVE "Y" TO WS-GEN-HAS-LIVE-SW
008070     END-READ.
008080 1630-CHECK-ONE-HEADER-EXIT.
008090     EXIT.
008100******************************************************************
008110*    2000-REVERSE-FEEDS - EVERY PE1-STAT ROW FOR THE RUN DATE AND
008120*    REQUEST IS A FEED THAT WENT OUT: THE ORIGINAL FIXED FEED
008130*    (DESTINATION SPACES) AND ONE PER PE1DIST DESTINATION.  EACH
008140*    GETS A REVERSAL IN ITS OWN LAYOUT AND ITS ROW BECOMES THE
008150*    REVERSAL'S STATUS ROW.  A ROW ALREADY A REVERSAL BELONGS TO
008160*    AN EARLIER BACKOUT OF THE DATE THAT THIS RUN NEVER RESENT.
008170******************************************************************
008180 2000-REVERSE-FEEDS.
008190     OPEN I-O PE1-STAT-FILE.
008200     IF WS-STAT-FILE-STATUS NOT = "00"
008210         MOVE "UNABLE TO OPEN PE1-STAT EXTRACT-STATUS FILE"
008220             TO WS-ABEND-MESSAGE
008230         GO TO 9800-ABEND-RUN
008240     END-IF.
008250     MOVE WS-BKO-RUN-DATE   TO STAT-RUN-DATE.
008260     MOVE WS-BKO-REQUEST-ID TO STAT-REQUEST-ID.
008270     MOVE LOW-VALUES        TO STAT-DEST-ID.
008280     START PE1-STAT-FILE KEY IS NOT LESS THAN STAT-KEY
008290         INVALID KEY
008300             MOVE "Y" TO WS-EOF-STAT-SW
008310     END-START.
008320     PERFORM 2100-REVERSE-ONE-FEED
008330         THRU 2100-REVERSE-ONE-FEED-EXIT
008340         UNTIL WS-EOF-STAT.
008350     CLOSE PE1-STAT-FILE.
008360     IF WS-FEEDS-REVERSED = ZERO
008370         MOVE "Y" TO WS-ANY-WARNING-SW
008380         DISPLAY "PE1BKOUT NO FEED OF THE RUN WAS SENT - "
008390             "NO REVERSAL WRITTEN"
008400         MOVE "BKO-004" TO WS-LOG-CODE
008410         MOVE "W"       TO WS-LOG-SEVERITY
008420         MOVE "NO FEED SENT - NO REVERSAL WRITTEN"
008430             TO WS-LOG-TEXT
008440         MOVE WS-FEEDS-ALREADY-REV TO WS-LOG-VALUE-1
008450         PERFORM 9000-WRITE-LOG-RECORD
008460             THRU 9000-WRITE-LOG-RECORD-EXIT
008470     END-IF.
008480 2000-REVERSE-FEEDS-EXIT.
008490     EXIT.
008500******************************************************************
008510 2100-REVERSE-ONE-FEED.
008520     READ PE1-STAT-FILE NEXT RECORD
008530         AT END
008540             MOVE "Y" TO WS-EOF-STAT-SW
008550             GO TO 2100-REVERSE-ONE-FEED-EXIT
008560     END-READ.
008570     IF STAT-RUN-DATE NOT = WS-BKO-RUN-DATE
008580        OR STAT-REQUEST-ID NOT = WS-BKO-REQUEST-ID
008590         MOVE "Y" TO WS-EOF-STAT-SW
008600         GO TO 2100-REVERSE-ONE-FEED-EXIT
008610     END-IF.
008620     IF STAT-REVERSAL-FEED
008630         ADD 1 TO WS-FEEDS-ALREADY-REV
008640         GO TO 2100-REVERSE-ONE-FEED-EXIT
008650     END-IF.
008660     MOVE SPACES                TO PE1-EXTR-RECORD.
008670     MOVE "R"                   TO EXTR-RECORD-TYPE.
008680     MOVE WS-BKO-REQUEST-ID     TO EXTR-REQUEST-ID.
008690     MOVE WS-BKO-RUN-DATE       TO EXTR-REV-RUN-DATE.
008700     MOVE STAT-SENT-COUNT       TO EXTR-REV-RECORD-COUNT.
008710     MOVE STAT-SENT-RESULT      TO EXTR-REV-RESULT.
008720     MOVE WS-CURRENT-DATE       TO EXTR-REV-BACKOUT-DATE.
008730     IF STAT-DEST-ID = SPACES
008740         PERFORM 2200-STAGE-FIXED-REVERSAL
008750             THRU 2200-STAGE-FIXED-REVERSAL-EXIT
008760     ELSE
008770         PERFORM 2300-WRITE-DEST-REVERSAL
008780             THRU 2300-WRITE-DEST-REVERSAL-EXIT
008790     END-IF.
008800     PERFORM 2400-REWRITE-FEED-STATUS
008810         THRU 2400-REWRITE-FEED-STATUS-EXIT.
008820     ADD 1 TO WS-FEEDS-REVERSED.
008830     DISPLAY "PE1BKOUT REVERSAL WRITTEN FOR DEST '" STAT-DEST-ID
008840         "' DETAILS TO UNLOAD: " STAT-SENT-COUNT.
008850     MOVE "BKO-008" TO WS-LOG-CODE.
008860     MOVE "I"       TO WS-LOG-SEVERITY.
008870     MOVE "REVERSAL WRITTEN, DEST" TO WS-LOG-TEXT.
008880     MOVE STAT-DEST-ID    TO WS-LOG-TEXT (24:8).
008890     MOVE STAT-SENT-COUNT TO WS-LOG-VALUE-1.
008900     PERFORM 9000-WRITE-LOG-RECORD
008910         THRU 9000-WRITE-LOG-RECORD-EXIT.
008920 2100-REVERSE-ONE-FEED-EXIT.
008930     EXIT.
008940******************************************************************
008950*    2200-STAGE-FIXED-REVERSAL - THE ORIGINAL FEED'S REVERSAL IS
008960*    STAGED TO THE FIXED PE1EXTR NAME THE TRANSMIT STEP PICKS
008970*    UP, THE SAME WAY PE1RETX STAGES A RE-SEND.
008980******************************************************************
008990 2200-STAGE-FIXED-REVERSAL.
009000     OPEN OUTPUT PE1-XMIT-FILE.
009010     IF WS-XMIT-FILE-STATUS NOT = "00"
009020         MOVE "UNABLE TO OPEN PE1EXTR STAGING FILE"
009030             TO WS-ABEND-MESSAGE
009040         GO TO 9800-ABEND-RUN
009050     END-IF.
009060     WRITE PE1-XMIT-RECORD FROM PE1-EXTR-RECORD.
009070     CLOSE PE1-XMIT-FILE.
009080 2200-STAGE-FIXED-REVERSAL-EXIT.
009090     EXIT.
009100******************************************************************
009110*    2300-WRITE-DEST-REVERSAL - A DESTINATION'S REVERSAL GOES TO
009120*    ITS OWN FILE IN THE LAYOUT PE1-DEST GIVES IT.  A DESTINATION
009130*    SINCE TAKEN OFF PE1-DEST STILL GETS ITS REVERSAL, IN THE
009140*    FIXED LAYOUT, WITH A WARNING TO CHECK IT BY HAND.
009150******************************************************************
009160 2300-WRITE-DEST-REVERSAL.
009170     MOVE ZERO TO WS-DST-MATCH-IDX.
009180     PERFORM 2320-FIND-ONE-DEST
009190         THRU 2320-FIND-ONE-DEST-EXIT
009200         VARYING WS-DST-IDX FROM 1 BY 1
009210             UNTIL WS-DST-IDX > WS-DST-COUNT.
009220     IF WS-DST-MATCH-IDX = ZERO
009230         MOVE "F" TO WS-FEED-LAYOUT
009240         MOVE "Y" TO WS-ANY-WARNING-SW
009250         DISPLAY "PE1BKOUT DEST " STAT-DEST-ID
009260             " NOT ON PE1-DEST - FIXED LAYOUT REVERSAL"
009270         MOVE "BKO-005" TO WS-LOG-CODE
009280         MOVE "W"       TO WS-LOG-SEVERITY
009290         MOVE "UNDEFINED DEST - FIXED LAYOUT" TO WS-LOG-TEXT
009300         MOVE STAT-DEST-ID TO WS-LOG-TEXT (31:8)
009310         PERFORM 9000-WRITE-LOG-RECORD
009320             THRU 9000-WRITE-LOG-RECORD-EXIT
009330     ELSE
009340         MOVE WS-DST-LAYOUT (WS-DST-MATCH-IDX) TO WS-FEED-LAYOUT
009350     END-IF.
009360     PERFORM 2310-BUILD-REVERSAL-DSN
009370         THRU 2310-BUILD-REVERSAL-DSN-EXIT.
009380     OPEN OUTPUT PE1-XOUT-FILE.
009390     IF WS-XOUT-FILE-STATUS NOT = "00"
009400         MOVE "UNABLE TO OPEN A DESTINATION REVERSAL FILE"
009410             TO WS-ABEND-MESSAGE
009420         GO TO 9800-ABEND-RUN
009430     END-IF.
009440     IF WS-FEED-FIXED
009450         WRITE PE1-XOUT-RECORD FROM PE1-EXTR-RECORD
009460     ELSE
009470         MOVE SPACES TO WS-DELIM-LINE
009480         MOVE 1 TO WS-DELIM-PTR
009490         STRING "R|" DELIMITED BY SIZE
009500             INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
009510         STRING WS-BKO-REQUEST-ID DELIMITED BY SPACE
009520             INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
009530         STRING "|" WS-BKO-RUN-DATE "|" STAT-SENT-COUNT
009540             "|" STAT-SENT-RESULT DELIMITED BY SIZE
009550             INTO WS-DELIM-LINE WITH POINTER WS-DELIM-PTR
009560         WRITE PE1-XOUT-RECORD FROM WS-DELIM-LINE
009570     END-IF.
009580     CLOSE PE1-XOUT-FILE.
009590     IF WS-REV-COUNT NOT < 50
009600         MOVE "MORE THAN 50 DESTINATION REVERSALS FOR THE RUN"
009610             TO WS-ABEND-MESSAGE
009620         GO TO 9800-ABEND-RUN
009630     END-IF.
009640     ADD 1 TO WS-REV-COUNT.
009650     MOVE WS-XOUT-DSN TO WS-REV-DSN (WS-REV-COUNT).
009660 2300-WRITE-DEST-REVERSAL-EXIT.
009670     EXIT.
009680******************************************************************
009690*    2310-BUILD-REVERSAL-DSN - <DEST>.<REQUEST>.R<RUN DATE>: ONE
009700*    REVERSAL PER DESTINATION, REQUEST AND DATE, SO TWO REQUESTS
009710*    BACKED OUT OF THE SAME GENERATION KEEP APART.
009720******************************************************************
009730 2310-BUILD-REVERSAL-DSN.
009740     MOVE SPACES TO WS-XOUT-DSN.
009750     MOVE 1 TO WS-XOUT-DSN-PTR.
009760     STRING STAT-DEST-ID DELIMITED BY SPACE
009770         INTO WS-XOUT-DSN WITH POINTER WS-XOUT-DSN-PTR.
009780     STRING "." DELIMITED BY SIZE
009790         INTO WS-XOUT-DSN WITH POINTER WS-XOUT-DSN-PTR.
009800     STRING WS-BKO-REQUEST-ID DELIMITED BY SPACE
009810         INTO WS-XOUT-DSN WITH POINTER WS-XOUT-DSN-PTR.
009820     STRING ".R" WS-BKO-RUN-DATE DELIMITED BY SIZE
009830         INTO WS-XOUT-DSN WITH POINTER WS-XOUT-DSN-PTR.
009840 2310-BUILD-REVERSAL-DSN-EXIT.
009850     EXIT.
009860******************************************************************
009870 2320-FIND-ONE-DEST.
009880     IF WS-DST-ID (WS-DST-IDX) = STAT-DEST-ID
009890         MOVE WS-DST-IDX TO WS-DST-MATCH-IDX
009900     END-IF.
009910 2320-FIND-ONE-DEST-EXIT.
009920     EXIT.
009930******************************************************************
009940*    2400-REWRITE-FEED-STATUS - THE ROW BECOMES THE REVERSAL'S:
009950*    SENT AGAIN, ACKNOWLEDGEMENT CLEARED, THE SENT COUNT AND
009960*    RESULT LEFT AS WHAT THE CONSUMER MUST UNLOAD, SO PE1ACK
009970*    PROVES THE REVERSAL ACK AGAINST THEM.
009980******************************************************************
009990 2400-REWRITE-FEED-STATUS.
010000     MOVE "R"             TO STAT-FEED-TYPE.
010010     MOVE "S"             TO STAT-STATUS.
010020     MOVE ZEROS           TO STAT-ACK-READ-COUNT.
010030     MOVE ZEROS           TO STAT-ACK-LOADED-COUNT.
010040     MOVE SPACES          TO STAT-ACK-DATE.
010050     MOVE WS-CURRENT-TIME TO STAT-SENT-TIME.
010060     MOVE ZEROS           TO STAT-RETRANS-COUNT.
010070     REWRITE PE1-STAT-RECORD
010080         INVALID KEY
010090             MOVE "PE1-STAT REWRITE FAILED FOR A REVERSED FEED"
010100                 TO WS-ABEND-MESSAGE
010110             GO TO 9800-ABEND-RUN
010120     END-REWRITE.
010130 2400-REWRITE-FEED-STATUS-EXIT.
010140     EXIT.
010150******************************************************************
010160*    3000-REWRITE-CATALOG - WRITE THE CATALOG BACK WITH THE
010170*    PLANNED MARKS, THEN ONE ENTRY PER DESTINATION REVERSAL FILE
010180*    (EXTRACT SLOT ONLY, MARKED V) UNDER THE BACKED-OUT RUN-ID.
010190*    A BLANK CAT-OUT-DSN KEEPS THE REVERSAL OUT OF EVERY
010200*    LATEST-RUN SELECTOR, AS IT DOES A PE1DIST ENTRY.
010210******************************************************************
010220 3000-REWRITE-CATALOG.
010230     OPEN OUTPUT PE1-CAT-FILE.
010240     IF WS-CAT-FILE-STATUS NOT = "00"
010250         MOVE "UNABLE TO REWRITE PE1-CAT RUN CATALOG"
010260             TO WS-ABEND-MESSAGE
010270         GO TO 9800-ABEND-RUN
010280     END-IF.
010290     PERFORM 3100-WRITE-ONE-CAT-RECORD
010300         THRU 3100-WRITE-ONE-CAT-RECORD-EXIT
010310         VARYING WS-CAT-IDX FROM 1 BY 1
010320             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
010330     PERFORM 3200-CATALOG-ONE-REVERSAL
010340         THRU 3200-CATALOG-ONE-REVERSAL-EXIT
010350         VARYING WS-REV-IDX FROM 1 BY 1
010360             UNTIL WS-REV-IDX > WS-REV-COUNT.
010370     CLOSE PE1-CAT-FILE.
010380 3000-REWRITE-CATALOG-EXIT.
010390     EXIT.
010400******************************************************************
010410 3100-WRITE-ONE-CAT-RECORD.
010420     MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO PE1-CAT-RECORD.
010430     IF WS-CAT-MARK (WS-CAT-IDX) NOT = SPACE
010440         MOVE WS-CAT-MARK (WS-CAT-IDX) TO CAT-BACKOUT-STATUS
010450         MOVE WS-CURRENT-DATE          TO CAT-BACKOUT-DATE
010460     END-IF.
010470     WRITE PE1-CAT-RECORD.
010480 3100-WRITE-ONE-CAT-RECORD-EXIT.
010490     EXIT.
010500******************************************************************
010510 3200-CATALOG-ONE-REVERSAL.
010520     MOVE SPACES          TO PE1-CAT-RECORD.
010530     MOVE WS-RUN-ID       TO CAT-RUN-ID.
010540     MOVE WS-BKO-RUN-DATE TO CAT-RUN-DATE.
010550     MOVE "A"             TO CAT-STATUS.
010560     MOVE WS-REV-DSN (WS-REV-IDX) TO CAT-EXTR-DSN.
010570     MOVE "V"             TO CAT-BACKOUT-STATUS.
010580     MOVE WS-CURRENT-DATE TO CAT-BACKOUT-DATE.
010590     WRITE PE1-CAT-RECORD.
010600 3200-CATALOG-ONE-REVERSAL-EXIT.
010610     EXIT.
010620******************************************************************
010630*    4000-REMOVE-RUN-ROWS - DELETE THE RUN'S PE1-HIST ROW, AND
010640*    ITS PE1-RSTAT RUNTIME ROW AND PE1-DISP SIGN-OFF WHERE IT HAS
010650*    THEM, SO TRENDS, CAPACITY, AGING AND THE PERIOD CLOSE NO
010660*    LONGER SEE IT.  THE SIGN-OFF IT CARRIED IS KEPT FOR PE1-BKO.
010670******************************************************************
010680 4000-REMOVE-RUN-ROWS.
010690     OPEN I-O PE1-HIST-FILE.
010700     IF WS-HIST-FILE-STATUS NOT = "00"
010710         MOVE "UNABLE TO OPEN PE1-HIST FOR THE DELETE"
010720             TO WS-ABEND-MESSAGE
010730         GO TO 9800-ABEND-RUN
010740     END-IF.
010750     MOVE WS-BKO-REQUEST-ID TO HIST-REQUEST-ID.
010760     MOVE WS-BKO-RUN-DATE   TO HIST-RUN-DATE.
010770     DELETE PE1-HIST-FILE RECORD
010780         INVALID KEY
010790             MOVE "PE1-HIST DELETE FAILED FOR THE RUN"
010800                 TO WS-ABEND-MESSAGE
010810             GO TO 9800-ABEND-RUN
010820     END-DELETE.
010830     CLOSE PE1-HIST-FILE.
010840     ADD 1 TO WS-ROWS-REMOVED.
010850     OPEN I-O PE1-RSTAT-FILE.
010860     IF WS-RSTAT-FILE-STATUS = "00"
010870         MOVE WS-BKO-REQUEST-ID TO RST-REQUEST-ID
010880         MOVE WS-BKO-RUN-DATE   TO RST-RUN-DATE
010890         MOVE "Y" TO WS-RSTAT-FOUND-SW
010900         DELETE PE1-RSTAT-FILE RECORD
010910             INVALID KEY
010920                 MOVE "N" TO WS-RSTAT-FOUND-SW
010930         END-DELETE
010940         CLOSE PE1-RSTAT-FILE
010950     END-IF.
010960     IF WS-RSTAT-FOUND
010970         ADD 1 TO WS-ROWS-REMOVED
010980     END-IF.
010990     OPEN I-O PE1-DISP-FILE.
011000     IF WS-DISP-FILE-STATUS NOT = "00"
011010         GO TO 4000-REMOVE-RUN-ROWS-EXIT
011020     END-IF.
011030     MOVE WS-BKO-REQUEST-ID TO DISP-REQUEST-ID.
011040     MOVE WS-BKO-RUN-DATE   TO DISP-RUN-DATE.
011050     MOVE "Y" TO WS-DISP-FOUND-SW.
011060     READ PE1-DISP-FILE
011070         INVALID KEY
011080             MOVE "N" TO WS-DISP-FOUND-SW
011090     END-READ.
011100     IF WS-DISP-FOUND
011110         MOVE DISP-STATUS   TO WS-RUN-DISP-STATUS
011120         MOVE DISP-OPERATOR TO WS-RUN-DISP-OPERATOR
011130         DELETE PE1-DISP-FILE RECORD
011140             INVALID KEY
011150                 MOVE "PE1-DISP DELETE FAILED FOR THE RUN"
011160                     TO WS-ABEND-MESSAGE
011170                 GO TO 9800-ABEND-RUN
011180         END-DELETE
011190         ADD 1 TO WS-ROWS-REMOVED
011200     END-IF.
011210     CLOSE PE1-DISP-FILE.
011220 4000-REMOVE-RUN-ROWS-EXIT.
011230     EXIT.
011240******************************************************************
011250*    5000-WRITE-BACKOUT-RECORD - THE AUDIT RECORD: WHO, WHY,
011260*    WHEN, AND WHAT THE RUN HAD PUT ON THE FILES.  A FIRST
011270*    BACKOUT CREATES THE FILE.
011280******************************************************************
011290 5000-WRITE-BACKOUT-RECORD.
011300     OPEN I-O PE1-BKO-FILE.
011310     IF WS-BKO-FILE-STATUS NOT = "00"
011320         OPEN OUTPUT PE1-BKO-FILE
011330         CLOSE PE1-BKO-FILE
011340         OPEN I-O PE1-BKO-FILE
011350     END-IF.
011360     IF WS-BKO-FILE-STATUS NOT = "00"
011370         MOVE "UNABLE TO OPEN PE1-BKO BACKOUT LOG"
011380             TO WS-ABEND-MESSAGE
011390         GO TO 9800-ABEND-RUN
011400     END-IF.
011410     MOVE SPACES                TO PE1-BKO-RECORD.
011420     MOVE WS-BKO-RUN-DATE       TO BKO-RUN-DATE.
011430     MOVE WS-BKO-REQUEST-ID     TO BKO-REQUEST-ID.
011440     MOVE WS-RUN-ID             TO BKO-RUN-ID.
011450     MOVE WS-BKO-OPERATOR       TO BKO-OPERATOR.
011460     MOVE WS-BKO-REASON         TO BKO-REASON.
011470     MOVE WS-CURRENT-DATE       TO BKO-BACKOUT-DATE.
011480     MOVE WS-CURRENT-TIME       TO BKO-BACKOUT-TIME.
011490     MOVE WS-RUN-RESULT         TO BKO-RESULT.
011500     MOVE WS-RUN-CEILING        TO BKO-CEILING.
011510     MOVE WS-RUN-DIVISOR-COUNT  TO BKO-DIVISOR-COUNT.
011520     PERFORM 5100-KEEP-ONE-DIVISOR
011530         THRU 5100-KEEP-ONE-DIVISOR-EXIT
011540         VARYING WS-DIV-IDX FROM 1 BY 1
011550             UNTIL WS-DIV-IDX > 10.
011560     MOVE WS-RUN-DISP-STATUS    TO BKO-DISP-STATUS.
011570     MOVE WS-RUN-DISP-OPERATOR  TO BKO-DISP-OPERATOR.
011580     MOVE WS-RSTAT-FOUND-SW     TO BKO-RSTAT-SW.
011590     MOVE WS-FEEDS-REVERSED     TO BKO-FEEDS-REVERSED.
011600     MOVE WS-GENERATIONS-MARKED TO BKO-GENERATIONS-MARKED.
011610     WRITE PE1-BKO-RECORD
011620         INVALID KEY
011630             MOVE "PE1-BKO WRITE FAILED FOR THE BACKOUT"
011640                 TO WS-ABEND-MESSAGE
011650             GO TO 9800-ABEND-RUN
011660     END-WRITE.
011670     CLOSE PE1-BKO-FILE.
011680 5000-WRITE-BACKOUT-RECORD-EXIT.
011690     EXIT.
011700******************************************************************
011710 5100-KEEP-ONE-DIVISOR.
011720     MOVE WS-RUN-DIVISOR (WS-DIV-IDX)
011730         TO BKO-DIVISOR-TABLE (WS-DIV-IDX).
011740 5100-KEEP-ONE-DIVISOR-EXIT.
011750     EXIT.
011760******************************************************************
011770*    6000-FINALIZE - CONSOLE SUMMARY AND RETURN CODE: 0 CLEAN,
011780*    4 WHEN THE BACKOUT COMPLETED BUT SOMETHING WANTS A LOOK -
011790*    NO FEED HAD GONE OUT, A DESTINATION NO LONGER DEFINED, A
011800*    GENERATION NOT READABLE OR NOT CATALOGED.
011810******************************************************************
011820 6000-FINALIZE.
011830     DISPLAY "PE1BKOUT RUN " WS-RUN-ID " REQUEST "
011840         WS-BKO-REQUEST-ID " BACKED OUT".
011850     DISPLAY "PE1BKOUT FEEDS REVERSED: " WS-FEEDS-REVERSED
011860         " GENERATIONS MARKED: " WS-GENERATIONS-MARKED
011870         " ROWS REMOVED: " WS-ROWS-REMOVED.
011880     MOVE "BKO-001" TO WS-LOG-CODE.
011890     MOVE "I"       TO WS-LOG-SEVERITY.
011900     MOVE "RUN BACKED OUT - FEEDS / GENERATIONS" TO WS-LOG-TEXT.
011910     MOVE WS-FEEDS-REVERSED     TO WS-LOG-VALUE-1.
011920     MOVE WS-GENERATIONS-MARKED TO WS-LOG-VALUE-2.
011930     PERFORM 9000-WRITE-LOG-RECORD
011940         THRU 9000-WRITE-LOG-RECORD-EXIT.
011950     IF WS-ANY-WARNING
011960         MOVE 4 TO RETURN-CODE
011970     END-IF.
011980     IF WS-LOG-IS-OPEN
011990         CLOSE PE1-LOG-FILE
012000     END-IF.
012010 6000-FINALIZE-EXIT.
012020     EXIT.
012030******************************************************************
012040*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
012050*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
012060*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
012070*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
012080*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
012090*    GRADE THE STEP.
012100******************************************************************
012110 9000-WRITE-LOG-RECORD.
012120     IF NOT WS-LOG-IS-OPEN
012130         GO TO 9000-WRITE-LOG-RECORD-CLEAR
012140     END-IF.
012150     MOVE SPACES            TO PE1-LOG-RECORD.
012160     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
012170     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
012180     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
012190     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
012200     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
012210     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
012220     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
012230     WRITE PE1-LOG-RECORD.
012240 9000-WRITE-LOG-RECORD-CLEAR.
012250     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
012260 9000-WRITE-LOG-RECORD-EXIT.
012270     EXIT.
012280******************************************************************
012290*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
012300*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
012310******************************************************************
012320 9800-ABEND-RUN.
012330     DISPLAY "PE1BKOUT ABEND - " WS-ABEND-MESSAGE.
012340     MOVE "BKO-099" TO WS-LOG-CODE.
012350     MOVE "E"       TO WS-LOG-SEVERITY.
012360     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
012370     PERFORM 9000-WRITE-LOG-RECORD
012380         THRU 9000-WRITE-LOG-RECORD-EXIT.
012390     IF WS-LOG-IS-OPEN
012400         CLOSE PE1-LOG-FILE
012410     END-IF.
012420     MOVE 16 TO RETURN-CODE.
012430     STOP RUN.
