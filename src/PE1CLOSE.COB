000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1CLOSE.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - PERIOD-CLOSE JOB.  ROLLS
000110*                   EACH MONTH OF PE1-HIST UP INTO ONE PE1-PSUM
000120*                   RECORD PER REQUEST - RUN COUNT, TOTAL,
000130*                   SMALLEST AND LARGEST RESULT, RUNS STILL
000140*                   UNREVIEWED OR REJECTED ON PE1-DISP, DAYS
000150*                   PE1-CAL EXPECTED A RUN THAT NEVER CAME, AND
000160*                   THE PE1-RSTAT ELAPSED SECONDS - PLUS A
000170*                   CONTROL RECORD PER MONTH OVER ALL REQUESTS,
000180*                   AND PRINTS THE PERIOD-CLOSE REPORT FINANCE
000190*                   SIGNS OFF.  A CLOSED MONTH IS LOCKED: PE1,
000200*                   PE1MERGE AND PE1RETX REFUSE TO WRITE OR
000210*                   CHANGE HISTORY FOR A RUN DATE INSIDE IT
000220*                   UNTIL A REOPEN CARD RECORDS WHO OPENED IT
000230*                   AGAIN AND WHY.
000240******************************************************************
000250*  THE PE1CLSC CONTROL CARD NAMES THE FUNCTION:
000260*    C  CLOSE - ROLL UP AND LOCK EVERY MONTH FROM THE CARD'S
000270*       FIRST PERIOD THROUGH ITS LAST (BLANK = THE FIRST ONLY,
000280*       AT MOST TWELVE, SO A QUARTER OR A YEAR CLOSES IN ONE
000290*       PASS AND THE REPORT CARRIES RANGE TOTALS PER REQUEST).
000300*       ONLY A MONTH ALREADY ENDED CAN BE CLOSED.  CLOSING A
000310*       MONTH AGAIN REFRESHES ITS FIGURES AND RELOCKS IT.
000320*       RC 4 WHEN A CLOSED MONTH CARRIES UNREVIEWED OR REJECTED
000330*       RUNS OR MISSED CALENDAR DAYS.
000340*    R  REOPEN - RELEASE THE PERIODS FOR ONE REQUEST, OR FOR
000350*       EVERY REQUEST WHEN THE CARD'S REQUEST ID IS BLANK.
000360*       OPERATOR AND REASON REQUIRED, BOTH LOGGED AND KEPT ON
000370*       THE RECORD.  RC 4 WHEN A PERIOD NAMED WAS NOT CLOSED.
000380*  THE OPERATOR IS REQUIRED ON EITHER CARD.
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-Z.
000430 OBJECT-COMPUTER.  IBM-Z.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PE1-CLSC-FILE  ASSIGN TO "PE1CLSC"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CLSC-FILE-STATUS.
000490     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS HIST-KEY
000530         FILE STATUS IS WS-HIST-FILE-STATUS.
000540     SELECT PE1-RSTAT-FILE ASSIGN TO "PE1RSTAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RST-KEY
000580         FILE STATUS IS WS-RSTAT-FILE-STATUS.
000590     SELECT PE1-DISP-FILE  ASSIGN TO "PE1DISP"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DISP-KEY
000630         FILE STATUS IS WS-DISP-FILE-STATUS.
000640     SELECT PE1-CAL-FILE   ASSIGN TO "PE1CAL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CAL-FILE-STATUS.
000670     SELECT PE1-PSUM-FILE  ASSIGN TO "PE1PSUM"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PSUM-KEY
000710         FILE STATUS IS WS-PSUM-FILE-STATUS.
000720     SELECT PE1-CLSR-FILE  ASSIGN TO "PE1CLSR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CLSR-FILE-STATUS.
000750     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-LOG-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PE1-CLSC-FILE
000810     RECORDING MODE IS F.
000820 01  PE1-CLSC-RECORD.
000830     05  CLSC-FUNCTION           PIC X(01).
000840     05  CLSC-PERIOD-FROM        PIC X(06).
000850     05  CLSC-PERIOD-TO          PIC X(06).
000860     05  CLSC-REQUEST-ID         PIC X(08).
000870     05  CLSC-OPERATOR           PIC X(08).
000880     05  CLSC-REASON             PIC X(40).
000890     05  FILLER                  PIC X(11).
000900 FD  PE1-HIST-FILE.
000910     COPY "PE1HIST.CPY".
000920 FD  PE1-RSTAT-FILE.
000930     COPY "PE1RST.CPY".
000940 FD  PE1-DISP-FILE.
000950     COPY "PE1DISP.CPY".
000960 FD  PE1-CAL-FILE
000970     RECORDING MODE IS F.
000980     COPY "PE1CAL.CPY".
000990 FD  PE1-PSUM-FILE.
001000     COPY "PE1PSUM.CPY".
001010 FD  PE1-CLSR-FILE
001020     RECORDING MODE IS F.
001030 01  PE1-CLSR-RECORD             PIC X(80).
001040 FD  PE1-LOG-FILE
001050     RECORDING MODE IS F.
001060     COPY "PE1LOG.CPY".
001070******************************************************************
001080 WORKING-STORAGE SECTION.
001090******************************************************************
001100*    FILE STATUS SWITCHES
001110******************************************************************
001120 01  WS-FILE-STATUSES.
001130     05  WS-CLSC-FILE-STATUS     PIC X(02) VALUE "00".
001140     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001150     05  WS-RSTAT-FILE-STATUS    PIC X(02) VALUE "00".
001160     05  WS-DISP-FILE-STATUS     PIC X(02) VALUE "00".
001170     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001180     05  WS-PSUM-FILE-STATUS     PIC X(02) VALUE "00".
001190     05  WS-CLSR-FILE-STATUS     PIC X(02) VALUE "00".
001200     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
001210******************************************************************
001220*    PROCESSING SWITCHES
001230******************************************************************
001240 01  WS-CLOSE-SWITCHES.
001250     05  WS-EOF-HIST-SW          PIC X(01) VALUE "N".
001260         88  WS-EOF-HIST             VALUE "Y".
001270     05  WS-EOF-CAL-SW           PIC X(01) VALUE "N".
001280         88  WS-EOF-CAL              VALUE "Y".
001290     05  WS-EOF-PSUM-SW          PIC X(01) VALUE "N".
001300         88  WS-EOF-PSUM             VALUE "Y".
001310     05  WS-RSTAT-OPEN-SW        PIC X(01) VALUE "N".
001320         88  WS-RSTAT-IS-OPEN        VALUE "Y".
001330     05  WS-DISP-OPEN-SW         PIC X(01) VALUE "N".
001340         88  WS-DISP-IS-OPEN         VALUE "Y".
001350     05  WS-PSUM-FOUND-SW        PIC X(01) VALUE "N".
001360         88  WS-PSUM-FOUND           VALUE "Y".
001370     05  WS-PERIOD-FOUND-SW      PIC X(01) VALUE "N".
001380         88  WS-PERIOD-FOUND         VALUE "Y".
001390     05  WS-CAL-EXPECTED-SW      PIC X(01) VALUE "N".
001400         88  WS-CAL-EXPECTED         VALUE "Y".
001410******************************************************************
001420*    THE CONTROL CARD, HELD BEFORE THE CARD FILE IS CLOSED
001430******************************************************************
001440 01  WS-CARD-FIELDS.
001450     05  WS-FUNCTION             PIC X(01) VALUE SPACES.
001460         88  WS-FUNC-CLOSE           VALUE "C".
001470         88  WS-FUNC-REOPEN          VALUE "R".
001480     05  WS-PERIOD-FROM          PIC X(06) VALUE SPACES.
001490     05  WS-PERIOD-TO            PIC X(06) VALUE SPACES.
001500     05  WS-REQUEST-ID           PIC X(08) VALUE SPACES.
001510     05  WS-OPERATOR             PIC X(08) VALUE SPACES.
001520     05  WS-REASON               PIC X(40) VALUE SPACES.
001530******************************************************************
001540*    THE PERIODS THE CARD COVERS, IN ORDER, EACH WITH ITS LAST
001550*    DAY FOR THE MISSED-DAY TEST.
001560******************************************************************
001570 01  WS-PERIOD-TABLE.
001580     05  WS-PER-ENTRY OCCURS 12 TIMES.
001590         10  WS-PER-PERIOD       PIC X(06).
001600         10  WS-PER-MONTH-END    PIC 9(02).
001610 01  WS-PERIOD-COUNT             PIC 9(02) VALUE ZEROS.
001620 01  WS-PER-IDX                  PIC 9(02) VALUE ZEROS.
001630 01  WS-RUN-PER-IDX              PIC 9(02) VALUE ZEROS.
001640 01  WS-WORK-PERIOD              PIC X(06) VALUE SPACES.
001650 01  WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
001660     05  WS-WORK-YYYY            PIC 9(04).
001670     05  WS-WORK-MM              PIC 9(02).
001680 01  WS-CURRENT-PERIOD           PIC X(06) VALUE SPACES.
001690******************************************************************
001700*    THE RUN CALENDAR, LOADED ONCE.  AN ENTRY NO PE1-HIST RUN
001710*    TOUCHED IN THE PERIODS IS STILL SUMMARISED AT THE END -
001720*    A REQUEST THAT NEVER RAN IS EXACTLY WHAT FINANCE MUST SEE.
001730******************************************************************
001740 01  WS-CAL-TABLE.
001750     05  WS-CAL-ENTRY OCCURS 50 TIMES.
001760         10  WS-CAL-REQ          PIC X(08).
001770         10  WS-CAL-FREQ         PIC X(01).
001780         10  WS-CAL-DOM          PIC 9(02).
001790         10  WS-CAL-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
001800         10  WS-CAL-SEEN-SW      PIC X(01).
001810 01  WS-CAL-COUNT                PIC 9(04) VALUE ZEROS.
001820 01  WS-CAL-IDX                  PIC 9(04) VALUE ZEROS.
001830 01  WS-CAL-DAY-IDX              PIC 9(01) VALUE ZEROS.
001840 01  WS-CUR-CAL-IDX              PIC 9(04) VALUE ZEROS.
001850 01  WS-CHECK-DATE               PIC X(08) VALUE SPACES.
001860 01  WS-DAY-IDX                  PIC 9(02) VALUE ZEROS.
001870 01  WS-CAL-WORK-AREAS.
001880     05  WS-CAL-YYYY             PIC 9(4)  VALUE ZEROS.
001890     05  WS-CAL-MM               PIC 9(2)  VALUE ZEROS.
001900     05  WS-CAL-DD               PIC 9(2)  VALUE ZEROS.
001910     05  WS-CAL-ZYEAR            PIC 9(4)  VALUE ZEROS.
001920     05  WS-CAL-ZMONTH           PIC 9(2)  VALUE ZEROS.
001930     05  WS-CAL-ZWORK            PIC 9(8)  VALUE ZEROS.
001940     05  WS-CAL-ZIGNORE          PIC 9(8)  VALUE ZEROS.
001950     05  WS-CAL-ZQUOT            PIC 9(8)  VALUE ZEROS.
001960     05  WS-CAL-DOW              PIC 9(1)  VALUE ZEROS.
001970     05  WS-CAL-MONTH-END        PIC 9(2)  VALUE ZEROS.
001980******************************************************************
001990*    ROLL-UP BUCKETS - ONE PER PERIOD FOR THE REQUEST IN HAND,
002000*    WITH A FLAG PER DAY OF THE MONTH THAT HAS A RUN; ONE PER
002010*    PERIOD OVER ALL REQUESTS FOR THE CONTROL RECORDS; AND THE
002020*    REQUEST'S TOTAL ACROSS THE CARD'S RANGE.  WS-SUM-FIGURES
002030*    IS THE ONE SUMMARY BEING WRITTEN OR PRINTED.
002040******************************************************************
002050 01  WS-BUCKET-TABLE.
002060     05  WS-BKT-ENTRY OCCURS 12 TIMES.
002070         10  WS-BKT-FIGURES.
002080             15  WS-BKT-RUNS         PIC 9(05).
002090             15  WS-BKT-TOTAL        PIC 9(18).
002100             15  WS-BKT-MIN          PIC 9(16).
002110             15  WS-BKT-MAX          PIC 9(16).
002120             15  WS-BKT-UNREVIEWED   PIC 9(05).
002130             15  WS-BKT-REJECTED     PIC 9(05).
002140             15  WS-BKT-MISSED       PIC 9(05).
002150             15  WS-BKT-ELAPSED      PIC 9(10).
002160         10  WS-BKT-DAY-FLAGS.
002170             15  WS-BKT-DAY-FLAG     PIC X(01) OCCURS 31 TIMES.
002180 01  WS-PTOT-TABLE.
002190     05  WS-PTOT-ENTRY OCCURS 12 TIMES.
002200         10  WS-PTOT-RUNS            PIC 9(05).
002210         10  WS-PTOT-TOTAL           PIC 9(18).
002220         10  WS-PTOT-MIN             PIC 9(16).
002230         10  WS-PTOT-MAX             PIC 9(16).
002240         10  WS-PTOT-UNREVIEWED      PIC 9(05).
002250         10  WS-PTOT-REJECTED        PIC 9(05).
002260         10  WS-PTOT-MISSED          PIC 9(05).
002270         10  WS-PTOT-ELAPSED         PIC 9(10).
002280 01  WS-RANGE-FIGURES.
002290     05  WS-RNG-RUNS                 PIC 9(05).
002300     05  WS-RNG-TOTAL                PIC 9(18).
002310     05  WS-RNG-MIN                  PIC 9(16).
002320     05  WS-RNG-MAX                  PIC 9(16).
002330     05  WS-RNG-UNREVIEWED           PIC 9(05).
002340     05  WS-RNG-REJECTED             PIC 9(05).
002350     05  WS-RNG-MISSED               PIC 9(05).
002360     05  WS-RNG-ELAPSED              PIC 9(10).
002370 01  WS-SUM-FIGURES.
002380     05  WS-SUM-RUNS                 PIC 9(05).
002390     05  WS-SUM-TOTAL                PIC 9(18).
002400     05  WS-SUM-MIN                  PIC 9(16).
002410     05  WS-SUM-MAX                  PIC 9(16).
002420     05  WS-SUM-UNREVIEWED           PIC 9(05).
002430     05  WS-SUM-REJECTED             PIC 9(05).
002440     05  WS-SUM-MISSED               PIC 9(05).
002450     05  WS-SUM-ELAPSED              PIC 9(10).
002460 01  WS-CUR-REQUEST              PIC X(08) VALUE SPACES.
002470 01  WS-REQ-PERIODS-PRINTED      PIC 9(02) VALUE ZEROS.
002480******************************************************************
002490*    RUN COUNTERS AND THE STEP'S RETURN CODE
002500******************************************************************
002510 01  WS-CLOSE-COUNTERS.
002520     05  WS-HIST-READ            PIC 9(8)  VALUE ZEROS.
002530     05  WS-SUMMARIES-WRITTEN    PIC 9(6)  VALUE ZEROS.
002540     05  WS-EXCEPTION-COUNT      PIC 9(6)  VALUE ZEROS.
002550     05  WS-REOPENED-COUNT       PIC 9(6)  VALUE ZEROS.
002560     05  WS-NOT-CLOSED-COUNT     PIC 9(6)  VALUE ZEROS.
002570 01  WS-CLOSE-RC                 PIC 9(2)  VALUE ZEROS.
002580******************************************************************
002590*    CURRENT DATE/TIME - STAMPS THE CLOSE OR REOPEN, AND KEEPS A
002600*    MONTH STILL RUNNING FROM BEING CLOSED.
002610******************************************************************
002620 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
002630 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
002640******************************************************************
002650*    REPORT PRINT LINE TEMPLATES
002660******************************************************************
002670 01  WS-RPT-HEADING-LINE-1.
002680     05  FILLER                  PIC X(30) VALUE
002690         "PE1CLOSE  PERIOD-CLOSE REPORT".
002700     05  FILLER                  PIC X(09) VALUE "PERIODS: ".
002710     05  RPT-HDG1-FROM           PIC X(06).
002720     05  FILLER                  PIC X(03) VALUE " - ".
002730     05  RPT-HDG1-TO             PIC X(06).
002740     05  FILLER                  PIC X(04) VALUE SPACES.
002750     05  FILLER                  PIC X(06) VALUE "DATE: ".
002760     05  RPT-HDG1-DATE           PIC X(08).
002770     05  FILLER                  PIC X(08) VALUE SPACES.
002780 01  WS-RPT-HEADING-LINE-2.
002790     05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
002800     05  RPT-HDG2-FUNCTION       PIC X(06).
002810     05  FILLER                  PIC X(04) VALUE SPACES.
002820     05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
002830     05  RPT-HDG2-OPERATOR       PIC X(08).
002840     05  FILLER                  PIC X(42) VALUE SPACES.
002850 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002860 01  WS-RPT-COLUMN-HEADER.
002870     05  FILLER                  PIC X(40) VALUE
002880         "REQUEST  PERIOD  RUNS       TOTAL RESULT".
002890     05  FILLER                  PIC X(40) VALUE
002900         "   SMALLEST RESULT    LARGEST RESULT".
002910 01  WS-RPT-DETAIL-LINE.
002920     05  RPT-DTL-REQUEST         PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  RPT-DTL-PERIOD          PIC X(06).
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  RPT-DTL-RUNS            PIC ZZZZ9.
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  RPT-DTL-TOTAL           PIC Z(17)9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  RPT-DTL-MIN             PIC Z(15)9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  RPT-DTL-MAX             PIC Z(15)9.
003030     05  FILLER                  PIC X(04) VALUE SPACES.
003040 01  WS-RPT-EXCEPTION-LINE.
003050     05  FILLER                  PIC X(06) VALUE SPACES.
003060     05  FILLER                  PIC X(12) VALUE "UNREVIEWED: ".
003070     05  RPT-EXC-UNREVIEWED      PIC ZZZZ9.
003080     05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
003090     05  RPT-EXC-REJECTED        PIC ZZZZ9.
003100     05  FILLER                  PIC X(10) VALUE "  MISSED: ".
003110     05  RPT-EXC-MISSED          PIC ZZZZ9.
003120     05  FILLER                  PIC X(11) VALUE "  ELAPSED: ".
003130     05  RPT-EXC-ELAPSED         PIC Z(9)9.
003140     05  FILLER                  PIC X(04) VALUE SPACES.
003150 01  WS-RPT-TEXT-LINE            PIC X(80).
003160 01  WS-RPT-REOPEN-LINE.
003170     05  FILLER                  PIC X(10) VALUE "REOPENED  ".
003180     05  RPT-REO-REQUEST         PIC X(08).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  RPT-REO-PERIOD          PIC X(06).
003210     05  FILLER                  PIC X(05) VALUE "  BY ".
003220     05  RPT-REO-OPERATOR        PIC X(08).
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  RPT-REO-REASON          PIC X(40).
003250 01  WS-RPT-SUMMARY-LINE.
003260     05  RPT-SUM-LABEL           PIC X(26).
003270     05  RPT-SUM-COUNT-1         PIC ZZZZZ9.
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  RPT-SUM-LABEL-2         PIC X(24).
003300     05  RPT-SUM-COUNT-2         PIC ZZZZZ9.
003310     05  FILLER                  PIC X(14) VALUE SPACES.
003320******************************************************************
003330*    ABEND / ERROR MESSAGE AREA
003340******************************************************************
003350 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
003360******************************************************************
003370*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
003380*    9000-WRITE-LOG-RECORD.  THE JOB WORKS ON PERIODS, NOT ONE
003390*    RUN, SO ITS RECORDS CARRY ITS OWN START DATE AND TIME AS
003400*    THE RUN-ID (SEE PE1LOG.CPY).
003410******************************************************************
003420 01  WS-LOG-WORK-AREAS.
003430     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
003440     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
003450     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
003460     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
003470     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
003480     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
003490     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
003500 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
003510     88  WS-LOG-IS-OPEN              VALUE "Y".
003520******************************************************************
003530 PROCEDURE DIVISION.
003540******************************************************************
003550*    0000-MAINLINE
003560******************************************************************
003570 0000-MAINLINE.
003580     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
003590     EVALUATE TRUE
003600         WHEN WS-FUNC-CLOSE
003610             PERFORM 2000-CLOSE-PERIODS
003620                 THRU 2000-CLOSE-PERIODS-EXIT
003630         WHEN WS-FUNC-REOPEN
003640             PERFORM 3000-REOPEN-PERIODS
003650                 THRU 3000-REOPEN-PERIODS-EXIT
003660     END-EVALUATE.
003670     PERFORM 4000-FINALIZE        THRU 4000-FINALIZE-EXIT.
003680     STOP RUN.
003690 0000-MAINLINE-EXIT.
003700     EXIT.
003710******************************************************************
003720*    1000-INITIALIZE - THE CONTROL CARD AND ITS PERIODS, THEN
003730*    THE FILES THE FUNCTION NEEDS.
003740******************************************************************
003750 1000-INITIALIZE.
003760     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003770     ACCEPT WS-CURRENT-TIME FROM TIME.
003780     MOVE WS-CURRENT-DATE (1:6) TO WS-CURRENT-PERIOD.
003790     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
003800     PERFORM 1100-READ-CONTROL-CARD
003810         THRU 1100-READ-CONTROL-CARD-EXIT.
003820     PERFORM 1200-BUILD-PERIOD-TABLE
003830         THRU 1200-BUILD-PERIOD-TABLE-EXIT.
003840     IF WS-FUNC-CLOSE
003850         PERFORM 1300-OPEN-ROLLUP-FILES
003860             THRU 1300-OPEN-ROLLUP-FILES-EXIT
003870         PERFORM 1400-LOAD-RUN-CALENDAR
003880             THRU 1400-LOAD-RUN-CALENDAR-EXIT
003890     END-IF.
003900     PERFORM 1500-OPEN-SUMMARY-FILES
003910         THRU 1500-OPEN-SUMMARY-FILES-EXIT.
003920 1000-INITIALIZE-EXIT.
003930     EXIT.
003940******************************************************************
003950*    1050-OPEN-RUN-LOG - THE JOB APPENDS TO THE SAME PE1-LOG THE
003960*    NIGHT'S STEPS WRITE.  A LOG THAT WILL NOT OPEN COSTS THE
003970*    MORNING REVIEW ITS RECORDS BUT NOT THE CLOSE ITS WORK - THE
003980*    CONDITIONS STILL REACH THE CONSOLE AND THE REPORT.
003990******************************************************************
004000 1050-OPEN-RUN-LOG.
004010     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004020     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004030     OPEN EXTEND PE1-LOG-FILE.
004040     IF WS-LOG-FILE-STATUS NOT = "00"
004050         OPEN OUTPUT PE1-LOG-FILE
004060     END-IF.
004070     IF WS-LOG-FILE-STATUS NOT = "00"
004080         DISPLAY "PE1CLOSE UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004090         GO TO 1050-OPEN-RUN-LOG-EXIT
004100     END-IF.
004110     MOVE "Y" TO WS-LOG-OPEN-SW.
004120 1050-OPEN-RUN-LOG-EXIT.
004130     EXIT.
004140******************************************************************
004150*    1100-READ-CONTROL-CARD - ONE CARD, ONE FUNCTION.  THE
004160*    PERIODS MUST BE REAL MONTHS IN ORDER, AND A CLOSE MAY NOT
004170*    REACH A MONTH THAT HAS NOT YET ENDED.
004180******************************************************************
004190 1100-READ-CONTROL-CARD.
004200     OPEN INPUT PE1-CLSC-FILE.
004210     IF WS-CLSC-FILE-STATUS NOT = "00"
004220         MOVE "UNABLE TO OPEN PE1CLSC CONTROL CARD FILE"
004230             TO WS-ABEND-MESSAGE
004240         GO TO 9800-ABEND-RUN
004250     END-IF.
004260     READ PE1-CLSC-FILE
004270         AT END
004280             MOVE "PE1CLSC CONTROL CARD FILE IS EMPTY"
004290                 TO WS-ABEND-MESSAGE
004300             GO TO 9800-ABEND-RUN
004310     END-READ.
004320*    THE CARD FIELDS ARE HELD BEFORE THE CLOSE - THE FD RECORD
004330*    AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
004340     MOVE CLSC-FUNCTION    TO WS-FUNCTION.
004350     MOVE CLSC-PERIOD-FROM TO WS-PERIOD-FROM.
004360     MOVE CLSC-PERIOD-TO   TO WS-PERIOD-TO.
004370     MOVE CLSC-REQUEST-ID  TO WS-REQUEST-ID.
004380     MOVE CLSC-OPERATOR    TO WS-OPERATOR.
004390     MOVE CLSC-REASON      TO WS-REASON.
004400     CLOSE PE1-CLSC-FILE.
004410     IF NOT WS-FUNC-CLOSE AND NOT WS-FUNC-REOPEN
004420         MOVE "PE1CLSC FUNCTION MUST BE C OR R"
004430             TO WS-ABEND-MESSAGE
004440         GO TO 9800-ABEND-RUN
004450     END-IF.
004460     IF WS-PERIOD-TO = SPACES
004470         MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
004480     END-IF.
004490     IF WS-PERIOD-FROM NOT NUMERIC OR WS-PERIOD-TO NOT NUMERIC
004500         MOVE "PE1CLSC PERIOD IS NOT A NUMERIC YYYYMM"
004510             TO WS-ABEND-MESSAGE
004520         GO TO 9800-ABEND-RUN
004530     END-IF.
004540     IF WS-PERIOD-FROM (5:2) < "01" OR WS-PERIOD-FROM (5:2) > "12"
004550        OR WS-PERIOD-TO (5:2) < "01" OR WS-PERIOD-TO (5:2) > "12"
004560         MOVE "PE1CLSC PERIOD MONTH IS NOT 01-12"
004570             TO WS-ABEND-MESSAGE
004580         GO TO 9800-ABEND-RUN
004590     END-IF.
004600     IF WS-PERIOD-TO < WS-PERIOD-FROM
004610         MOVE "PE1CLSC LAST PERIOD IS BEFORE THE FIRST"
004620             TO WS-ABEND-MESSAGE
004630         GO TO 9800-ABEND-RUN
004640     END-IF.
004650     IF WS-FUNC-CLOSE AND WS-PERIOD-TO NOT < WS-CURRENT-PERIOD
004660         MOVE "PE1CLSC CLOSE REACHES A MONTH NOT YET ENDED"
004670             TO WS-ABEND-MESSAGE
004680         GO TO 9800-ABEND-RUN
004690     END-IF.
004700     IF WS-FUNC-CLOSE AND WS-REQUEST-ID NOT = SPACES
004710         MOVE "PE1CLSC A CLOSE COVERS EVERY REQUEST - NO ID"
004720             TO WS-ABEND-MESSAGE
004730         GO TO 9800-ABEND-RUN
004740     END-IF.
004750     IF WS-OPERATOR = SPACES
004760         MOVE "PE1CLSC OPERATOR IS BLANK"
004770             TO WS-ABEND-MESSAGE
004780         GO TO 9800-ABEND-RUN
004790     END-IF.
004800     IF WS-FUNC-REOPEN AND WS-REASON = SPACES
004810         MOVE "PE1CLSC REOPEN NEEDS A REASON"
004820             TO WS-ABEND-MESSAGE
004830         GO TO 9800-ABEND-RUN
004840     END-IF.
004850 1100-READ-CONTROL-CARD-EXIT.
004860     EXIT.
004870******************************************************************
004880*    1200-BUILD-PERIOD-TABLE - ONE ENTRY PER MONTH FROM THE
004890*    FIRST PERIOD THROUGH THE LAST, TWELVE AT MOST.
004900******************************************************************
004910 1200-BUILD-PERIOD-TABLE.
004920     MOVE WS-PERIOD-FROM TO WS-WORK-PERIOD.
004930     PERFORM 1210-ADD-ONE-PERIOD THRU 1210-ADD-ONE-PERIOD-EXIT
004940         UNTIL WS-WORK-PERIOD > WS-PERIOD-TO
004950            OR WS-PERIOD-COUNT = 12.
004960     IF WS-WORK-PERIOD NOT > WS-PERIOD-TO
004970         MOVE "PE1CLSC PERIOD RANGE EXCEEDS TWELVE MONTHS"
004980             TO WS-ABEND-MESSAGE
004990         GO TO 9800-ABEND-RUN
005000     END-IF.
005010 1200-BUILD-PERIOD-TABLE-EXIT.
005020     EXIT.
005030******************************************************************
005040 1210-ADD-ONE-PERIOD.
005050     ADD 1 TO WS-PERIOD-COUNT.
005060     MOVE WS-WORK-PERIOD TO WS-PER-PERIOD (WS-PERIOD-COUNT).
005070     MOVE WS-WORK-YYYY   TO WS-CAL-YYYY.
005080     MOVE WS-WORK-MM     TO WS-CAL-MM.
005090     PERFORM 2220-COMPUTE-MONTH-END
005100         THRU 2220-COMPUTE-MONTH-END-EXIT.
005110     MOVE WS-CAL-MONTH-END TO WS-PER-MONTH-END (WS-PERIOD-COUNT).
005120     IF WS-WORK-MM = 12
005130         MOVE 1 TO WS-WORK-MM
005140         ADD 1 TO WS-WORK-YYYY
005150     ELSE
005160         ADD 1 TO WS-WORK-MM
005170     END-IF.
005180 1210-ADD-ONE-PERIOD-EXIT.
005190     EXIT.
005200******************************************************************
005210*    1300-OPEN-ROLLUP-FILES - PE1-HIST IS WHAT IS BEING CLOSED,
005220*    SO IT MUST OPEN.  NO DISPOSITION FILE MEANS NO RUN HAS BEEN
005230*    SIGNED OFF - EVERY RUN COUNTS UNREVIEWED; NO RUNTIME-STATS
005240*    FILE ONLY LEAVES THE ELAPSED SECONDS AT ZERO.  BOTH ARE
005250*    LOGGED SO THE GAP IS NOT TAKEN FOR A CLEAN MONTH.
005260******************************************************************
005270 1300-OPEN-ROLLUP-FILES.
005280     OPEN INPUT PE1-HIST-FILE.
005290     IF WS-HIST-FILE-STATUS NOT = "00"
005300         MOVE "UNABLE TO OPEN PE1-HIST RUN-HISTORY FILE"
005310             TO WS-ABEND-MESSAGE
005320         GO TO 9800-ABEND-RUN
005330     END-IF.
005340     OPEN INPUT PE1-DISP-FILE.
005350     IF WS-DISP-FILE-STATUS = "00"
005360         MOVE "Y" TO WS-DISP-OPEN-SW
005370     ELSE
005380         MOVE "CLS-004" TO WS-LOG-CODE
005390         MOVE "W"       TO WS-LOG-SEVERITY
005400         MOVE "NO DISPOSITION FILE - RUNS UNREVIEWED"
005410             TO WS-LOG-TEXT
005420         PERFORM 9000-WRITE-LOG-RECORD
005430             THRU 9000-WRITE-LOG-RECORD-EXIT
005440     END-IF.
005450     OPEN INPUT PE1-RSTAT-FILE.
005460     IF WS-RSTAT-FILE-STATUS = "00"
005470         MOVE "Y" TO WS-RSTAT-OPEN-SW
005480     ELSE
005490         MOVE "CLS-005" TO WS-LOG-CODE
005500         MOVE "W"       TO WS-LOG-SEVERITY
005510         MOVE "NO RUNTIME-STATS FILE - NO ELAPSED TIME"
005520             TO WS-LOG-TEXT
005530         PERFORM 9000-WRITE-LOG-RECORD
005540             THRU 9000-WRITE-LOG-RECORD-EXIT
005550     END-IF.
005560 1300-OPEN-ROLLUP-FILES-EXIT.
005570     EXIT.
005580******************************************************************
005590*    1400-LOAD-RUN-CALENDAR - THE SAME VALIDATION AND TABLE SIZE
005600*    PE1 USES.  NO CALENDAR ON THE STEP MEANS NO RUN WAS
005610*    EXPECTED, SO NO DAY CAN BE COUNTED MISSED - LOGGED.
005620******************************************************************
005630 1400-LOAD-RUN-CALENDAR.
005640     OPEN INPUT PE1-CAL-FILE.
005650     IF WS-CAL-FILE-STATUS NOT = "00"
005660         MOVE "CLS-006" TO WS-LOG-CODE
005670         MOVE "W"       TO WS-LOG-SEVERITY
005680         MOVE "NO RUN CALENDAR - NO DAYS COUNTED MISSED"
005690             TO WS-LOG-TEXT
005700         PERFORM 9000-WRITE-LOG-RECORD
005710             THRU 9000-WRITE-LOG-RECORD-EXIT
005720         GO TO 1400-LOAD-RUN-CALENDAR-EXIT
005730     END-IF.
005740     PERFORM 1410-LOAD-ONE-CALENDAR-ENTRY
005750         THRU 1410-LOAD-ONE-CALENDAR-ENTRY-EXIT
005760         UNTIL WS-EOF-CAL.
005770     CLOSE PE1-CAL-FILE.
005780 1400-LOAD-RUN-CALENDAR-EXIT.
005790     EXIT.
005800******************************************************************
005810 1410-LOAD-ONE-CALENDAR-ENTRY.
005820     READ PE1-CAL-FILE
005830         AT END
005840             MOVE "Y" TO WS-EOF-CAL-SW
005850             GO TO 1410-LOAD-ONE-CALENDAR-ENTRY-EXIT
005860     END-READ.
005870     IF CAL-REQUEST-ID = SPACES
005880         MOVE "PE1-CAL REQUEST ID IS BLANK"
005890             TO WS-ABEND-MESSAGE
005900         GO TO 9800-ABEND-RUN
005910     END-IF.
005920     IF NOT CAL-FREQ-DAILY AND NOT CAL-FREQ-WEEKLY
005930        AND NOT CAL-FREQ-MONTHLY
005940         MOVE "PE1-CAL FREQUENCY IS NOT D, W, OR M"
005950             TO WS-ABEND-MESSAGE
005960         GO TO 9800-ABEND-RUN
005970     END-IF.
005980     IF CAL-FREQ-MONTHLY
005990        AND (CAL-DAY-OF-MONTH NOT NUMERIC
006000             OR CAL-DAY-OF-MONTH = ZERO
006010             OR (CAL-DAY-OF-MONTH > 31
006020                 AND CAL-DAY-OF-MONTH NOT = 99))
006030         MOVE "PE1-CAL MONTHLY DAY IS NOT 1-31 OR 99"
006040             TO WS-ABEND-MESSAGE
006050         GO TO 9800-ABEND-RUN
006060     END-IF.
006070     IF WS-CAL-COUNT NOT < 50
006080         MOVE "PE1-CAL LIST EXCEEDS TABLE SIZE OF 50"
006090             TO WS-ABEND-MESSAGE
006100         GO TO 9800-ABEND-RUN
006110     END-IF.
006120     ADD 1 TO WS-CAL-COUNT.
006130     MOVE CAL-REQUEST-ID   TO WS-CAL-REQ (WS-CAL-COUNT).
006140     MOVE CAL-FREQUENCY    TO WS-CAL-FREQ (WS-CAL-COUNT).
006150     MOVE CAL-DAY-OF-MONTH TO WS-CAL-DOM (WS-CAL-COUNT).
006160     MOVE "N"              TO WS-CAL-SEEN-SW (WS-CAL-COUNT).
006170     PERFORM 1420-LOAD-ONE-CALENDAR-DAY
006180         THRU 1420-LOAD-ONE-CALENDAR-DAY-EXIT
006190         VARYING WS-CAL-DAY-IDX FROM 1 BY 1
006200             UNTIL WS-CAL-DAY-IDX > 7.
006210 1410-LOAD-ONE-CALENDAR-ENTRY-EXIT.
006220     EXIT.
006230******************************************************************
006240 1420-LOAD-ONE-CALENDAR-DAY.
006250     MOVE CAL-RUN-DAY-TABLE (WS-CAL-DAY-IDX)
006260         TO WS-CAL-DAY-FLAG (WS-CAL-COUNT WS-CAL-DAY-IDX).
006270 1420-LOAD-ONE-CALENDAR-DAY-EXIT.
006280     EXIT.
006290******************************************************************
006300*    1500-OPEN-SUMMARY-FILES - PE1-PSUM I-O, CREATED THE FIRST
006310*    TIME A PERIOD IS EVER CLOSED, AND THE REPORT WITH ITS
006320*    HEADINGS.
006330******************************************************************
006340 1500-OPEN-SUMMARY-FILES.
006350     OPEN I-O PE1-PSUM-FILE.
006360     IF WS-PSUM-FILE-STATUS NOT = "00"
006370         OPEN OUTPUT PE1-PSUM-FILE
006380         CLOSE PE1-PSUM-FILE
006390         OPEN I-O PE1-PSUM-FILE
006400     END-IF.
006410     IF WS-PSUM-FILE-STATUS NOT = "00"
006420         MOVE "UNABLE TO OPEN PE1-PSUM PERIOD-SUMMARY FILE"
006430             TO WS-ABEND-MESSAGE
006440         GO TO 9800-ABEND-RUN
006450     END-IF.
006460     OPEN OUTPUT PE1-CLSR-FILE.
006470     IF WS-CLSR-FILE-STATUS NOT = "00"
006480         MOVE "UNABLE TO OPEN PE1CLSR PERIOD-CLOSE REPORT"
006490             TO WS-ABEND-MESSAGE
006500         GO TO 9800-ABEND-RUN
006510     END-IF.
006520     MOVE WS-PERIOD-FROM  TO RPT-HDG1-FROM.
006530     MOVE WS-PERIOD-TO    TO RPT-HDG1-TO.
006540     MOVE WS-CURRENT-DATE TO RPT-HDG1-DATE.
006550     IF WS-FUNC-CLOSE
006560         MOVE "CLOSE"  TO RPT-HDG2-FUNCTION
006570     ELSE
006580         MOVE "REOPEN" TO RPT-HDG2-FUNCTION
006590     END-IF.
006600     MOVE WS-OPERATOR     TO RPT-HDG2-OPERATOR.
006610     WRITE PE1-CLSR-RECORD FROM WS-RPT-HEADING-LINE-1.
006620     WRITE PE1-CLSR-RECORD FROM WS-RPT-HEADING-LINE-2.
006630     WRITE PE1-CLSR-RECORD FROM WS-RPT-BLANK-LINE.
006640     IF WS-FUNC-CLOSE
006650         WRITE PE1-CLSR-RECORD FROM WS-RPT-COLUMN-HEADER
006660     END-IF.
006670 1500-OPEN-SUMMARY-FILES-EXIT.
006680     EXIT.
006690******************************************************************
006700*    2000-CLOSE-PERIODS - ONE PASS OVER PE1-HIST IN KEY ORDER,
006710*    REQUEST-MAJOR, SO EACH REQUEST'S RUNS ARRIVE TOGETHER AND
006720*    ITS PERIODS ARE WRITTEN AT THE REQUEST BREAK.  CALENDAR
006730*    REQUESTS WITH NO RUN AT ALL FOLLOW, THEN THE PERIOD
006740*    CONTROL RECORDS THAT LOCK EACH MONTH.
006750******************************************************************
006760 2000-CLOSE-PERIODS.
006770     MOVE ZEROS TO WS-PTOT-TABLE.
006780     MOVE LOW-VALUES TO HIST-KEY.
006790     START PE1-HIST-FILE KEY IS NOT LESS THAN HIST-KEY
006800         INVALID KEY
006810             MOVE "Y" TO WS-EOF-HIST-SW
006820     END-START.
006830     PERFORM 2100-ROLL-UP-ONE-HIST THRU 2100-ROLL-UP-ONE-HIST-EXIT
006840         UNTIL WS-EOF-HIST.
006850     IF WS-CUR-REQUEST NOT = SPACES
006860         PERFORM 2300-FLUSH-REQUEST THRU 2300-FLUSH-REQUEST-EXIT
006870     END-IF.
006880     PERFORM 2400-FLUSH-ONE-UNSEEN-CAL
006890         THRU 2400-FLUSH-ONE-UNSEEN-CAL-EXIT
006900         VARYING WS-CAL-IDX FROM 1 BY 1
006910             UNTIL WS-CAL-IDX > WS-CAL-COUNT.
006920     WRITE PE1-CLSR-RECORD FROM WS-RPT-BLANK-LINE.
006930     MOVE "PERIOD TOTALS - ALL REQUESTS" TO WS-RPT-TEXT-LINE.
006940     WRITE PE1-CLSR-RECORD FROM WS-RPT-TEXT-LINE.
006950     PERFORM 2500-WRITE-ONE-CONTROL-RECORD
006960         THRU 2500-WRITE-ONE-CONTROL-RECORD-EXIT
006970         VARYING WS-PER-IDX FROM 1 BY 1
006980             UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
006990 2000-CLOSE-PERIODS-EXIT.
007000     EXIT.
007010******************************************************************
007020*    2100-ROLL-UP-ONE-HIST - ADD ONE RUN TO ITS PERIOD'S BUCKET.
007030*    THE DISPOSITION DECIDES REVIEWED, UNREVIEWED OR REJECTED;
007040*    THE RUNTIME-STATS ROW ADDS ITS ELAPSED SECONDS.
007050******************************************************************
007060 2100-ROLL-UP-ONE-HIST.
007070     READ PE1-HIST-FILE NEXT RECORD
007080         AT END
007090             MOVE "Y" TO WS-EOF-HIST-SW
007100             GO TO 2100-ROLL-UP-ONE-HIST-EXIT
007110     END-READ.
007120     IF HIST-REQUEST-ID NOT = WS-CUR-REQUEST
007130         IF WS-CUR-REQUEST NOT = SPACES
007140             PERFORM 2300-FLUSH-REQUEST
007150                 THRU 2300-FLUSH-REQUEST-EXIT
007160         END-IF
007170         MOVE HIST-REQUEST-ID TO WS-CUR-REQUEST
007180         PERFORM 2110-START-REQUEST THRU 2110-START-REQUEST-EXIT
007190     END-IF.
007200     IF HIST-RUN-DATE (1:6) < WS-PERIOD-FROM
007210        OR HIST-RUN-DATE (1:6) > WS-PERIOD-TO
007220         GO TO 2100-ROLL-UP-ONE-HIST-EXIT
007230     END-IF.
007240     ADD 1 TO WS-HIST-READ.
007250     MOVE "N" TO WS-PERIOD-FOUND-SW.
007260     PERFORM 2130-CHECK-ONE-PERIOD THRU 2130-CHECK-ONE-PERIOD-EXIT
007270         VARYING WS-PER-IDX FROM 1 BY 1
007280             UNTIL WS-PER-IDX > WS-PERIOD-COUNT
007290                OR WS-PERIOD-FOUND.
007300     ADD 1 TO WS-BKT-RUNS (WS-RUN-PER-IDX).
007310     ADD HIST-RESULT TO WS-BKT-TOTAL (WS-RUN-PER-IDX).
007320     IF WS-BKT-RUNS (WS-RUN-PER-IDX) = 1
007330        OR HIST-RESULT < WS-BKT-MIN (WS-RUN-PER-IDX)
007340         MOVE HIST-RESULT TO WS-BKT-MIN (WS-RUN-PER-IDX)
007350     END-IF.
007360     IF HIST-RESULT > WS-BKT-MAX (WS-RUN-PER-IDX)
007370         MOVE HIST-RESULT TO WS-BKT-MAX (WS-RUN-PER-IDX)
007380     END-IF.
007390     MOVE HIST-RUN-DATE (7:2) TO WS-DAY-IDX.
007400     MOVE "Y" TO WS-BKT-DAY-FLAG (WS-RUN-PER-IDX WS-DAY-IDX).
007410     IF NOT WS-DISP-IS-OPEN
007420         ADD 1 TO WS-BKT-UNREVIEWED (WS-RUN-PER-IDX)
007430     ELSE
007440         MOVE HIST-KEY TO DISP-KEY
007450         READ PE1-DISP-FILE
007460             INVALID KEY
007470                 ADD 1 TO WS-BKT-UNREVIEWED (WS-RUN-PER-IDX)
007480             NOT INVALID KEY
007490                 IF DISP-REJECTED
007500                     ADD 1 TO WS-BKT-REJECTED (WS-RUN-PER-IDX)
007510                 END-IF
007520                 IF NOT DISP-APPROVED AND NOT DISP-REJECTED
007530                     ADD 1 TO WS-BKT-UNREVIEWED (WS-RUN-PER-IDX)
007540                 END-IF
007550         END-READ
007560     END-IF.
007570     IF WS-RSTAT-IS-OPEN
007580         MOVE HIST-KEY TO RST-KEY
007590         READ PE1-RSTAT-FILE
007600             INVALID KEY
007610                 CONTINUE
007620             NOT INVALID KEY
007630                 ADD RST-ELAPSED-SECS
007640                     TO WS-BKT-ELAPSED (WS-RUN-PER-IDX)
007650         END-READ
007660     END-IF.
007670 2100-ROLL-UP-ONE-HIST-EXIT.
007680     EXIT.
007690******************************************************************
007700*    2110-START-REQUEST - EMPTY BUCKETS FOR THE NEW REQUEST AND
007710*    FIND ITS CALENDAR ENTRY, IF IT HAS ONE.
007720******************************************************************
007730 2110-START-REQUEST.
007740     PERFORM 2115-CLEAR-ONE-BUCKET THRU 2115-CLEAR-ONE-BUCKET-EXIT
007750         VARYING WS-PER-IDX FROM 1 BY 1
007760             UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
007770     MOVE ZEROS TO WS-CUR-CAL-IDX.
007780     PERFORM 2120-CHECK-ONE-CALENDAR-ENTRY
007790         THRU 2120-CHECK-ONE-CALENDAR-ENTRY-EXIT
007800         VARYING WS-CAL-IDX FROM 1 BY 1
007810             UNTIL WS-CAL-IDX > WS-CAL-COUNT
007820                OR WS-CUR-CAL-IDX > ZERO.
007830 2110-START-REQUEST-EXIT.
007840     EXIT.
007850******************************************************************
007860 2115-CLEAR-ONE-BUCKET.
007870     MOVE ZEROS  TO WS-BKT-FIGURES (WS-PER-IDX).
007880     MOVE SPACES TO WS-BKT-DAY-FLAGS (WS-PER-IDX).
007890 2115-CLEAR-ONE-BUCKET-EXIT.
007900     EXIT.
007910******************************************************************
007920 2120-CHECK-ONE-CALENDAR-ENTRY.
007930     IF WS-CAL-REQ (WS-CAL-IDX) = WS-CUR-REQUEST
007940         MOVE WS-CAL-IDX TO WS-CUR-CAL-IDX
007950         MOVE "Y" TO WS-CAL-SEEN-SW (WS-CAL-IDX)
007960     END-IF.
007970 2120-CHECK-ONE-CALENDAR-ENTRY-EXIT.
007980     EXIT.
007990******************************************************************
008000 2130-CHECK-ONE-PERIOD.
008010     IF WS-PER-PERIOD (WS-PER-IDX) = HIST-RUN-DATE (1:6)
008020         MOVE "Y"        TO WS-PERIOD-FOUND-SW
008030         MOVE WS-PER-IDX TO WS-RUN-PER-IDX
008040     END-IF.
008050 2130-CHECK-ONE-PERIOD-EXIT.
008060     EXIT.
008070******************************************************************
008080*    2200-TEST-EXPECTED-DAY - APPLY THE REQUEST'S CALENDAR RULE
008090*    TO WS-CHECK-DATE, AS PE1SCHED DOES: DAILY ALWAYS EXPECTS,
008100*    WEEKLY TESTS THE DAY-OF-WEEK FLAG (POSITION 1 = MONDAY),
008110*    MONTHLY TESTS THE DAY OF THE MONTH WITH 99 MEANING
008120*    MONTH-END.
008130******************************************************************
008140 2200-TEST-EXPECTED-DAY.
008150     MOVE "N" TO WS-CAL-EXPECTED-SW.
008160     MOVE WS-CHECK-DATE (1:4) TO WS-CAL-YYYY.
008170     MOVE WS-CHECK-DATE (5:2) TO WS-CAL-MM.
008180     MOVE WS-CHECK-DATE (7:2) TO WS-CAL-DD.
008190     IF WS-CAL-FREQ (WS-CUR-CAL-IDX) = "D"
008200         MOVE "Y" TO WS-CAL-EXPECTED-SW
008210         GO TO 2200-TEST-EXPECTED-DAY-EXIT
008220     END-IF.
008230     IF WS-CAL-FREQ (WS-CUR-CAL-IDX) = "W"
008240         PERFORM 2210-COMPUTE-DAY-OF-WEEK
008250             THRU 2210-COMPUTE-DAY-OF-WEEK-EXIT
008260         IF WS-CAL-DAY-FLAG (WS-CUR-CAL-IDX WS-CAL-DOW) = "Y"
008270             MOVE "Y" TO WS-CAL-EXPECTED-SW
008280         END-IF
008290         GO TO 2200-TEST-EXPECTED-DAY-EXIT
008300     END-IF.
008310     IF WS-CAL-DOM (WS-CUR-CAL-IDX) = 99
008320         PERFORM 2220-COMPUTE-MONTH-END
008330             THRU 2220-COMPUTE-MONTH-END-EXIT
008340         IF WS-CAL-DD = WS-CAL-MONTH-END
008350             MOVE "Y" TO WS-CAL-EXPECTED-SW
008360         END-IF
008370     ELSE
008380         IF WS-CAL-DD = WS-CAL-DOM (WS-CUR-CAL-IDX)
008390             MOVE "Y" TO WS-CAL-EXPECTED-SW
008400         END-IF
008410     END-IF.
008420 2200-TEST-EXPECTED-DAY-EXIT.
008430     EXIT.
008440******************************************************************
008450*    2210-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE IN ORDINARY
008460*    ARITHMETIC, LEAVING WS-CAL-DOW AS 1 = MONDAY THROUGH
008470*    7 = SUNDAY.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
008480*    14 OF THE PRIOR YEAR, PER THE CONGRUENCE.
008490******************************************************************
008500 2210-COMPUTE-DAY-OF-WEEK.
008510     MOVE WS-CAL-YYYY TO WS-CAL-ZYEAR.
008520     MOVE WS-CAL-MM   TO WS-CAL-ZMONTH.
008530     IF WS-CAL-ZMONTH < 3
008540         ADD 12 TO WS-CAL-ZMONTH
008550         SUBTRACT 1 FROM WS-CAL-ZYEAR
008560     END-IF.
008570*    EACH QUOTIENT IS TAKEN WHOLE (DIVIDE INTO AN INTEGER)
008580*    BEFORE THE TERMS ARE SUMMED - THE CONGRUENCE NEEDS THE
008590*    FLOOR OF EVERY TERM SEPARATELY.
008600     COMPUTE WS-CAL-ZWORK = 13 * (WS-CAL-ZMONTH + 1).
008610     DIVIDE WS-CAL-ZWORK BY 5 GIVING WS-CAL-ZWORK.
008620     ADD WS-CAL-DD    TO WS-CAL-ZWORK.
008630     ADD WS-CAL-ZYEAR TO WS-CAL-ZWORK.
008640     DIVIDE WS-CAL-ZYEAR BY 4 GIVING WS-CAL-ZQUOT.
008650     ADD WS-CAL-ZQUOT TO WS-CAL-ZWORK.
008660     DIVIDE WS-CAL-ZYEAR BY 100 GIVING WS-CAL-ZQUOT.
008670     SUBTRACT WS-CAL-ZQUOT FROM WS-CAL-ZWORK.
008680     DIVIDE WS-CAL-ZYEAR BY 400 GIVING WS-CAL-ZQUOT.
008690     ADD WS-CAL-ZQUOT TO WS-CAL-ZWORK.
008700*    THE CONGRUENCE YIELDS 0 = SATURDAY; SHIFT SO MONDAY IS 1.
008710     DIVIDE WS-CAL-ZWORK BY 7
008720         GIVING WS-CAL-ZIGNORE REMAINDER WS-CAL-ZWORK.
008730     ADD 5 TO WS-CAL-ZWORK.
008740     DIVIDE WS-CAL-ZWORK BY 7
008750         GIVING WS-CAL-ZIGNORE REMAINDER WS-CAL-ZWORK.
008760     ADD 1 TO WS-CAL-ZWORK.
008770     MOVE WS-CAL-ZWORK TO WS-CAL-DOW.
008780 2210-COMPUTE-DAY-OF-WEEK-EXIT.
008790     EXIT.
008800******************************************************************
008810*    2220-COMPUTE-MONTH-END - LAST DAY OF WS-CAL-YYYY/WS-CAL-MM,
008820*    LEAP FEBRUARIES INCLUDED, LEFT IN WS-CAL-MONTH-END.
008830******************************************************************
008840 2220-COMPUTE-MONTH-END.
008850     EVALUATE WS-CAL-MM
008860         WHEN 01 WHEN 03 WHEN 05 WHEN 07
008870         WHEN 08 WHEN 10 WHEN 12
008880             MOVE 31 TO WS-CAL-MONTH-END
008890         WHEN 04 WHEN 06 WHEN 09 WHEN 11
008900             MOVE 30 TO WS-CAL-MONTH-END
008910         WHEN OTHER
008920             MOVE 28 TO WS-CAL-MONTH-END
008930             DIVIDE WS-CAL-YYYY BY 4
008940                 GIVING WS-CAL-ZIGNORE REMAINDER WS-CAL-ZWORK
008950             IF WS-CAL-ZWORK = ZERO
008960                 MOVE 29 TO WS-CAL-MONTH-END
008970                 DIVIDE WS-CAL-YYYY BY 100
008980                     GIVING WS-CAL-ZIGNORE
008990                     REMAINDER WS-CAL-ZWORK
009000                 IF WS-CAL-ZWORK = ZERO
009010                     DIVIDE WS-CAL-YYYY BY 400
009020                         GIVING WS-CAL-ZIGNORE
009030                         REMAINDER WS-CAL-ZWORK
009040                     IF WS-CAL-ZWORK NOT = ZERO
009050                         MOVE 28 TO WS-CAL-MONTH-END
009060                     END-IF
009070                 END-IF
009080             END-IF
009090     END-EVALUATE.
009100 2220-COMPUTE-MONTH-END-EXIT.
009110     EXIT.
009120******************************************************************
009130*    2300-FLUSH-REQUEST - WRITE AND PRINT THE REQUEST'S PERIODS,
009140*    THEN ITS RANGE TOTAL WHEN THE CARD COVERS MORE THAN ONE.
009150******************************************************************
009160 2300-FLUSH-REQUEST.
009170     MOVE ZEROS          TO WS-RANGE-FIGURES.
009180     MOVE ZEROS          TO WS-REQ-PERIODS-PRINTED.
009190     MOVE WS-CUR-REQUEST TO WS-LOG-REQUEST-ID.
009200     PERFORM 2310-FLUSH-ONE-PERIOD THRU 2310-FLUSH-ONE-PERIOD-EXIT
009210         VARYING WS-PER-IDX FROM 1 BY 1
009220             UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
009230     IF WS-PERIOD-COUNT > 1 AND WS-REQ-PERIODS-PRINTED > ZERO
009240         MOVE WS-RANGE-FIGURES TO WS-SUM-FIGURES
009250         MOVE WS-CUR-REQUEST   TO RPT-DTL-REQUEST
009260         MOVE "RANGE"          TO RPT-DTL-PERIOD
009270         PERFORM 2350-PRINT-SUMMARY-LINES
009280             THRU 2350-PRINT-SUMMARY-LINES-EXIT
009290     END-IF.
009300     MOVE SPACES TO WS-LOG-REQUEST-ID.
009310 2300-FLUSH-REQUEST-EXIT.
009320     EXIT.
009330******************************************************************
009340*    2310-FLUSH-ONE-PERIOD - COUNT THE CALENDAR DAYS MISSED,
009350*    THEN WRITE OR REWRITE THE SUMMARY AS CLOSED.  A PERIOD
009360*    WITH NO RUN AND NOTHING MISSED IS ONLY WRITTEN WHEN IT
009370*    ALREADY HAS A RECORD (A PRIOR CLOSE OR A REOPEN).  THE
009380*    LAST REOPEN IS KEPT ON A RECORD BEING CLOSED AGAIN.
009390******************************************************************
009400 2310-FLUSH-ONE-PERIOD.
009410     IF WS-CUR-CAL-IDX > ZERO
009420         PERFORM 2320-CHECK-ONE-DAY THRU 2320-CHECK-ONE-DAY-EXIT
009430             VARYING WS-DAY-IDX FROM 1 BY 1
009440                 UNTIL WS-DAY-IDX > WS-PER-MONTH-END (WS-PER-IDX)
009450     END-IF.
009460     MOVE WS-BKT-FIGURES (WS-PER-IDX) TO WS-SUM-FIGURES.
009470     MOVE WS-CUR-REQUEST              TO PSUM-REQUEST-ID.
009480     MOVE WS-PER-PERIOD (WS-PER-IDX)  TO PSUM-PERIOD.
009490     PERFORM 2330-WRITE-SUMMARY-RECORD
009500         THRU 2330-WRITE-SUMMARY-RECORD-EXIT.
009510     IF NOT WS-PSUM-FOUND AND WS-SUM-RUNS = ZERO
009520        AND WS-SUM-MISSED = ZERO
009530         GO TO 2310-FLUSH-ONE-PERIOD-EXIT
009540     END-IF.
009550     PERFORM 2340-FOLD-INTO-TOTALS
009560         THRU 2340-FOLD-INTO-TOTALS-EXIT.
009570     MOVE WS-CUR-REQUEST             TO RPT-DTL-REQUEST.
009580     MOVE WS-PER-PERIOD (WS-PER-IDX) TO RPT-DTL-PERIOD.
009590     PERFORM 2350-PRINT-SUMMARY-LINES
009600         THRU 2350-PRINT-SUMMARY-LINES-EXIT.
009610     ADD 1 TO WS-REQ-PERIODS-PRINTED.
009620     IF WS-SUM-UNREVIEWED > ZERO OR WS-SUM-REJECTED > ZERO
009630         ADD 1 TO WS-EXCEPTION-COUNT
009640         MOVE "CLS-002" TO WS-LOG-CODE
009650         MOVE "W"       TO WS-LOG-SEVERITY
009660         MOVE "CLOSED WITH UNREVIEWED OR REJECTED RUNS"
009670             TO WS-LOG-TEXT
009680         MOVE WS-PER-PERIOD (WS-PER-IDX) TO WS-LOG-VALUE-1
009690         COMPUTE WS-LOG-VALUE-2 = WS-SUM-UNREVIEWED
009700                                + WS-SUM-REJECTED
009710         PERFORM 9000-WRITE-LOG-RECORD
009720             THRU 9000-WRITE-LOG-RECORD-EXIT
009730     END-IF.
009740     IF WS-SUM-MISSED > ZERO
009750         ADD 1 TO WS-EXCEPTION-COUNT
009760         MOVE "CLS-003" TO WS-LOG-CODE
009770         MOVE "W"       TO WS-LOG-SEVERITY
009780         MOVE "CLOSED WITH MISSED CALENDAR DAYS"
009790             TO WS-LOG-TEXT
009800         MOVE WS-PER-PERIOD (WS-PER-IDX) TO WS-LOG-VALUE-1
009810         MOVE WS-SUM-MISSED              TO WS-LOG-VALUE-2
009820         PERFORM 9000-WRITE-LOG-RECORD
009830             THRU 9000-WRITE-LOG-RECORD-EXIT
009840     END-IF.
009850 2310-FLUSH-ONE-PERIOD-EXIT.
009860     EXIT.
009870******************************************************************
009880 2320-CHECK-ONE-DAY.
009890     MOVE WS-PER-PERIOD (WS-PER-IDX) TO WS-CHECK-DATE (1:6).
009900     MOVE WS-DAY-IDX                 TO WS-CHECK-DATE (7:2).
009910     PERFORM 2200-TEST-EXPECTED-DAY
009920         THRU 2200-TEST-EXPECTED-DAY-EXIT.
009930     IF WS-CAL-EXPECTED
009940        AND WS-BKT-DAY-FLAG (WS-PER-IDX WS-DAY-IDX) NOT = "Y"
009950         ADD 1 TO WS-BKT-MISSED (WS-PER-IDX)
009960     END-IF.
009970 2320-CHECK-ONE-DAY-EXIT.
009980     EXIT.
009990******************************************************************
010000*    2330-WRITE-SUMMARY-RECORD - PSUM-KEY IS SET BY THE CALLER
010010*    AND WS-SUM-FIGURES HOLDS THE FIGURES.  A NEW PERIOD WITH
010020*    NOTHING TO BOOK IS LEFT UNWRITTEN; WS-PSUM-FOUND TELLS THE
010030*    CALLER WHICH.
010040******************************************************************
010050 2330-WRITE-SUMMARY-RECORD.
010060     MOVE "Y" TO WS-PSUM-FOUND-SW.
010070     READ PE1-PSUM-FILE
010080         INVALID KEY
010090             MOVE "N" TO WS-PSUM-FOUND-SW
010100     END-READ.
010110     IF NOT WS-PSUM-FOUND
010120         IF WS-SUM-RUNS = ZERO AND WS-SUM-MISSED = ZERO
010130            AND PSUM-REQUEST-ID NOT = SPACES
010140             GO TO 2330-WRITE-SUMMARY-RECORD-EXIT
010150         END-IF
010160         MOVE SPACES TO PSUM-REOPEN-DATE
010170                        PSUM-REOPEN-OPERATOR
010180                        PSUM-REOPEN-REASON
010190     END-IF.
010200     MOVE "C"                TO PSUM-STATUS.
010210     MOVE WS-SUM-RUNS        TO PSUM-RUN-COUNT.
010220     MOVE WS-SUM-TOTAL       TO PSUM-TOTAL-RESULT.
010230     MOVE WS-SUM-MIN         TO PSUM-MIN-RESULT.
010240     MOVE WS-SUM-MAX         TO PSUM-MAX-RESULT.
010250     MOVE WS-SUM-UNREVIEWED  TO PSUM-UNREVIEWED-COUNT.
010260     MOVE WS-SUM-REJECTED    TO PSUM-REJECTED-COUNT.
010270     MOVE WS-SUM-MISSED      TO PSUM-MISSED-DAYS.
010280     MOVE WS-SUM-ELAPSED     TO PSUM-ELAPSED-SECS.
010290     MOVE WS-CURRENT-DATE    TO PSUM-CLOSE-DATE.
010300     MOVE WS-OPERATOR        TO PSUM-CLOSE-OPERATOR.
010310     IF WS-PSUM-FOUND
010320         REWRITE PE1-PSUM-RECORD
010330             INVALID KEY
010340                 MOVE "PE1-PSUM REWRITE FAILED ON CLOSE"
010350                     TO WS-ABEND-MESSAGE
010360                 GO TO 9800-ABEND-RUN
010370         END-REWRITE
010380     ELSE
010390         WRITE PE1-PSUM-RECORD
010400             INVALID KEY
010410                 MOVE "PE1-PSUM WRITE FAILED ON CLOSE"
010420                     TO WS-ABEND-MESSAGE
010430                 GO TO 9800-ABEND-RUN
010440         END-WRITE
010450     END-IF.
010460     ADD 1 TO WS-SUMMARIES-WRITTEN.
010470 2330-WRITE-SUMMARY-RECORD-EXIT.
010480     EXIT.
010490******************************************************************
010500*    2340-FOLD-INTO-TOTALS - ADD THE SUMMARY JUST WRITTEN TO THE
010510*    PERIOD'S ALL-REQUEST TOTAL AND THE REQUEST'S RANGE TOTAL.
010520*    A SMALLEST RESULT ONLY COUNTS WHERE THERE WAS A RUN.
010530******************************************************************
010540 2340-FOLD-INTO-TOTALS.
010550     IF WS-SUM-RUNS > ZERO
010560         IF WS-PTOT-RUNS (WS-PER-IDX) = ZERO
010570            OR WS-SUM-MIN < WS-PTOT-MIN (WS-PER-IDX)
010580             MOVE WS-SUM-MIN TO WS-PTOT-MIN (WS-PER-IDX)
010590         END-IF
010600         IF WS-SUM-MAX > WS-PTOT-MAX (WS-PER-IDX)
010610             MOVE WS-SUM-MAX TO WS-PTOT-MAX (WS-PER-IDX)
010620         END-IF
010630         IF WS-RNG-RUNS = ZERO OR WS-SUM-MIN < WS-RNG-MIN
010640             MOVE WS-SUM-MIN TO WS-RNG-MIN
010650         END-IF
010660         IF WS-SUM-MAX > WS-RNG-MAX
010670             MOVE WS-SUM-MAX TO WS-RNG-MAX
010680         END-IF
010690     END-IF.
010700     ADD WS-SUM-RUNS       TO WS-PTOT-RUNS (WS-PER-IDX)
010710                              WS-RNG-RUNS.
010720     ADD WS-SUM-TOTAL      TO WS-PTOT-TOTAL (WS-PER-IDX)
010730                              WS-RNG-TOTAL.
010740     ADD WS-SUM-UNREVIEWED TO WS-PTOT-UNREVIEWED (WS-PER-IDX)
010750                              WS-RNG-UNREVIEWED.
010760     ADD WS-SUM-REJECTED   TO WS-PTOT-REJECTED (WS-PER-IDX)
010770                              WS-RNG-REJECTED.
010780     ADD WS-SUM-MISSED     TO WS-PTOT-MISSED (WS-PER-IDX)
010790                              WS-RNG-MISSED.
010800     ADD WS-SUM-ELAPSED    TO WS-PTOT-ELAPSED (WS-PER-IDX)
010810                              WS-RNG-ELAPSED.
010820 2340-FOLD-INTO-TOTALS-EXIT.
010830     EXIT.
010840******************************************************************
010850*    2350-PRINT-SUMMARY-LINES - THE FIGURES LINE AND THE
010860*    EXCEPTIONS LINE FOR WS-SUM-FIGURES.  THE CALLER SETS THE
010870*    REQUEST AND PERIOD COLUMNS.
010880******************************************************************
010890 2350-PRINT-SUMMARY-LINES.
010900     MOVE WS-SUM-RUNS       TO RPT-DTL-RUNS.
010910     MOVE WS-SUM-TOTAL      TO RPT-DTL-TOTAL.
010920     MOVE WS-SUM-MIN        TO RPT-DTL-MIN.
010930     MOVE WS-SUM-MAX        TO RPT-DTL-MAX.
010940     WRITE PE1-CLSR-RECORD FROM WS-RPT-DETAIL-LINE.
010950     MOVE WS-SUM-UNREVIEWED TO RPT-EXC-UNREVIEWED.
010960     MOVE WS-SUM-REJECTED   TO RPT-EXC-REJECTED.
010970     MOVE WS-SUM-MISSED     TO RPT-EXC-MISSED.
010980     MOVE WS-SUM-ELAPSED    TO RPT-EXC-ELAPSED.
010990     WRITE PE1-CLSR-RECORD FROM WS-RPT-EXCEPTION-LINE.
011000 2350-PRINT-SUMMARY-LINES-EXIT.
011010     EXIT.
011020******************************************************************
011030*    2400-FLUSH-ONE-UNSEEN-CAL - A CALENDAR REQUEST WITH NO
011040*    PE1-HIST RECORD AT ALL: EVERY EXPECTED DAY WAS MISSED.
011050******************************************************************
011060 2400-FLUSH-ONE-UNSEEN-CAL.
011070     IF WS-CAL-SEEN-SW (WS-CAL-IDX) = "Y"
011080         GO TO 2400-FLUSH-ONE-UNSEEN-CAL-EXIT
011090     END-IF.
011100     MOVE WS-CAL-REQ (WS-CAL-IDX) TO WS-CUR-REQUEST.
011110     PERFORM 2115-CLEAR-ONE-BUCKET THRU 2115-CLEAR-ONE-BUCKET-EXIT
011120         VARYING WS-PER-IDX FROM 1 BY 1
011130             UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
011140     MOVE WS-CAL-IDX TO WS-CUR-CAL-IDX.
011150     MOVE "Y" TO WS-CAL-SEEN-SW (WS-CAL-IDX).
011160     PERFORM 2300-FLUSH-REQUEST THRU 2300-FLUSH-REQUEST-EXIT.
011170 2400-FLUSH-ONE-UNSEEN-CAL-EXIT.
011180     EXIT.
011190******************************************************************
011200*    2500-WRITE-ONE-CONTROL-RECORD - THE PERIOD'S ALL-REQUEST
011210*    RECORD (REQUEST ID SPACES) IS WHAT LOCKS THE MONTH FOR A
011220*    REQUEST WITH NO SUMMARY OF ITS OWN.  IT IS ALWAYS WRITTEN,
011230*    EVEN FOR A MONTH WITH NO RUNS.
011240******************************************************************
011250 2500-WRITE-ONE-CONTROL-RECORD.
011260     MOVE WS-PTOT-ENTRY (WS-PER-IDX) TO WS-SUM-FIGURES.
011270     MOVE SPACES                     TO PSUM-REQUEST-ID.
011280     MOVE WS-PER-PERIOD (WS-PER-IDX) TO PSUM-PERIOD.
011290     PERFORM 2330-WRITE-SUMMARY-RECORD
011300         THRU 2330-WRITE-SUMMARY-RECORD-EXIT.
011310     MOVE "ALL"                      TO RPT-DTL-REQUEST.
011320     MOVE WS-PER-PERIOD (WS-PER-IDX) TO RPT-DTL-PERIOD.
011330     PERFORM 2350-PRINT-SUMMARY-LINES
011340         THRU 2350-PRINT-SUMMARY-LINES-EXIT.
011350 2500-WRITE-ONE-CONTROL-RECORD-EXIT.
011360     EXIT.
011370******************************************************************
011380*    3000-REOPEN-PERIODS - RELEASE EACH PERIOD ON THE CARD, FOR
011390*    THE ONE REQUEST NAMED OR FOR EVERY REQUEST.  THE OPERATOR
011400*    AND REASON GO TO THE LOG ONCE AND ONTO EVERY RECORD
011410*    REOPENED.
011420******************************************************************
011430 3000-REOPEN-PERIODS.
011440     MOVE WS-REQUEST-ID TO WS-LOG-REQUEST-ID.
011450     MOVE "CLS-008" TO WS-LOG-CODE.
011460     MOVE "I"       TO WS-LOG-SEVERITY.
011470     MOVE WS-REASON TO WS-LOG-TEXT.
011480     PERFORM 9000-WRITE-LOG-RECORD
011490         THRU 9000-WRITE-LOG-RECORD-EXIT.
011500     PERFORM 3100-REOPEN-ONE-PERIOD
011510         THRU 3100-REOPEN-ONE-PERIOD-EXIT
011520         VARYING WS-PER-IDX FROM 1 BY 1
011530             UNTIL WS-PER-IDX > WS-PERIOD-COUNT.
011540 3000-REOPEN-PERIODS-EXIT.
011550     EXIT.
011560******************************************************************
011570*    3100-REOPEN-ONE-PERIOD - A PERIOD THAT WAS NEVER CLOSED HAS
011580*    NOTHING TO REOPEN (RC 4).  ONE REQUEST: ITS OWN RECORD IS
011590*    SET REOPENED, OR WRITTEN REOPENED WHEN ONLY THE CONTROL
011600*    RECORD HELD IT.  EVERY REQUEST: THE CONTROL RECORD AND
011610*    EACH CLOSED REQUEST RECORD FOR THE PERIOD.
011620******************************************************************
011630 3100-REOPEN-ONE-PERIOD.
011640     MOVE SPACES                     TO PSUM-REQUEST-ID.
011650     MOVE WS-PER-PERIOD (WS-PER-IDX) TO PSUM-PERIOD.
011660     MOVE "Y" TO WS-PSUM-FOUND-SW.
011670     READ PE1-PSUM-FILE
011680         INVALID KEY
011690             MOVE "N" TO WS-PSUM-FOUND-SW
011700     END-READ.
011710     IF NOT WS-PSUM-FOUND
011720         ADD 1 TO WS-NOT-CLOSED-COUNT
011730         MOVE "CLS-009" TO WS-LOG-CODE
011740         MOVE "W"       TO WS-LOG-SEVERITY
011750         MOVE "PERIOD NEVER CLOSED - NOTHING TO REOPEN"
011760             TO WS-LOG-TEXT
011770         MOVE WS-PER-PERIOD (WS-PER-IDX) TO WS-LOG-VALUE-1
011780         PERFORM 9000-WRITE-LOG-RECORD
011790             THRU 9000-WRITE-LOG-RECORD-EXIT
011800         MOVE "PERIOD NEVER CLOSED - NOTHING TO REOPEN: "
011810             TO WS-RPT-TEXT-LINE
011820         MOVE WS-PER-PERIOD (WS-PER-IDX)
011830             TO WS-RPT-TEXT-LINE (42:6)
011840         WRITE PE1-CLSR-RECORD FROM WS-RPT-TEXT-LINE
011850         GO TO 3100-REOPEN-ONE-PERIOD-EXIT
011860     END-IF.
011870     IF WS-REQUEST-ID = SPACES
011880         PERFORM 3200-SET-REOPENED THRU 3200-SET-REOPENED-EXIT
011890         PERFORM 3120-REOPEN-ALL-REQUESTS
011900             THRU 3120-REOPEN-ALL-REQUESTS-EXIT
011910     ELSE
011920         PERFORM 3110-REOPEN-ONE-REQUEST
011930             THRU 3110-REOPEN-ONE-REQUEST-EXIT
011940     END-IF.
011950 3100-REOPEN-ONE-PERIOD-EXIT.
011960     EXIT.
011970******************************************************************
011980*    3110-REOPEN-ONE-REQUEST - THE CONTROL RECORD IS IN THE
011990*    RECORD AREA.  A REQUEST WITH NO SUMMARY OF ITS OWN GETS ONE,
012000*    EMPTY OF FIGURES, CARRYING THE REOPEN.
012010******************************************************************
012020 3110-REOPEN-ONE-REQUEST.
012030     MOVE WS-REQUEST-ID TO PSUM-REQUEST-ID.
012040     MOVE "Y" TO WS-PSUM-FOUND-SW.
012050     READ PE1-PSUM-FILE
012060         INVALID KEY
012070             MOVE "N" TO WS-PSUM-FOUND-SW
012080     END-READ.
012090     IF WS-PSUM-FOUND
012100         PERFORM 3200-SET-REOPENED THRU 3200-SET-REOPENED-EXIT
012110         GO TO 3110-REOPEN-ONE-REQUEST-EXIT
012120     END-IF.
012130     MOVE SPACES                     TO PE1-PSUM-RECORD.
012140     MOVE WS-REQUEST-ID              TO PSUM-REQUEST-ID.
012150     MOVE WS-PER-PERIOD (WS-PER-IDX) TO PSUM-PERIOD.
012160     MOVE ZEROS TO PSUM-RUN-COUNT PSUM-TOTAL-RESULT
012170                   PSUM-MIN-RESULT PSUM-MAX-RESULT
012180                   PSUM-UNREVIEWED-COUNT PSUM-REJECTED-COUNT
012190                   PSUM-MISSED-DAYS PSUM-ELAPSED-SECS.
012200     MOVE "O"                        TO PSUM-STATUS.
012210     MOVE WS-CURRENT-DATE            TO PSUM-REOPEN-DATE.
012220     MOVE WS-OPERATOR                TO PSUM-REOPEN-OPERATOR.
012230     MOVE WS-REASON                  TO PSUM-REOPEN-REASON.
012240     WRITE PE1-PSUM-RECORD
012250         INVALID KEY
012260             MOVE "PE1-PSUM WRITE FAILED ON REOPEN"
012270                 TO WS-ABEND-MESSAGE
012280             GO TO 9800-ABEND-RUN
012290     END-WRITE.
012300     PERFORM 3210-NOTE-REOPENED THRU 3210-NOTE-REOPENED-EXIT.
012310 3110-REOPEN-ONE-REQUEST-EXIT.
012320     EXIT.
012330******************************************************************
012340*    3120-REOPEN-ALL-REQUESTS - THE FILE IS REQUEST-MAJOR, SO
012350*    THE PERIOD'S RECORDS ARE SPREAD THROUGH IT - ONE BROWSE
012360*    FROM THE TOP, REOPENING EACH CLOSED ONE FOR THE PERIOD.
012370******************************************************************
012380 3120-REOPEN-ALL-REQUESTS.
012390     MOVE "N" TO WS-EOF-PSUM-SW.
012400     MOVE LOW-VALUES TO PSUM-KEY.
012410     START PE1-PSUM-FILE KEY IS NOT LESS THAN PSUM-KEY
012420         INVALID KEY
012430             MOVE "Y" TO WS-EOF-PSUM-SW
012440     END-START.
012450     PERFORM 3130-REOPEN-ONE-PSUM THRU 3130-REOPEN-ONE-PSUM-EXIT
012460         UNTIL WS-EOF-PSUM.
012470 3120-REOPEN-ALL-REQUESTS-EXIT.
012480     EXIT.
012490******************************************************************
012500 3130-REOPEN-ONE-PSUM.
012510     READ PE1-PSUM-FILE NEXT RECORD
012520         AT END
012530             MOVE "Y" TO WS-EOF-PSUM-SW
012540             GO TO 3130-REOPEN-ONE-PSUM-EXIT
012550     END-READ.
012560     IF PSUM-PERIOD = WS-PER-PERIOD (WS-PER-IDX)
012570        AND PSUM-REQUEST-ID NOT = SPACES
012580        AND PSUM-CLOSED
012590         PERFORM 3200-SET-REOPENED THRU 3200-SET-REOPENED-EXIT
012600     END-IF.
012610 3130-REOPEN-ONE-PSUM-EXIT.
012620     EXIT.
012630******************************************************************
012640*    3200-SET-REOPENED - REOPEN THE RECORD IN THE RECORD AREA.
012650*    ONE ALREADY REOPENED IS STAMPED AGAIN WITH THIS REOPEN, SO
012660*    THE RECORD NAMES THE LATEST OPERATOR AND REASON.
012670******************************************************************
012680 3200-SET-REOPENED.
012690     MOVE "O"             TO PSUM-STATUS.
012700     MOVE WS-CURRENT-DATE TO PSUM-REOPEN-DATE.
012710     MOVE WS-OPERATOR     TO PSUM-REOPEN-OPERATOR.
012720     MOVE WS-REASON       TO PSUM-REOPEN-REASON.
012730     REWRITE PE1-PSUM-RECORD
012740         INVALID KEY
012750             MOVE "PE1-PSUM REWRITE FAILED ON REOPEN"
012760                 TO WS-ABEND-MESSAGE
012770             GO TO 9800-ABEND-RUN
012780     END-REWRITE.
012790     PERFORM 3210-NOTE-REOPENED THRU 3210-NOTE-REOPENED-EXIT.
012800 3200-SET-REOPENED-EXIT.
012810     EXIT.
012820******************************************************************
012830 3210-NOTE-REOPENED.
012840     ADD 1 TO WS-REOPENED-COUNT.
012850     MOVE PSUM-REQUEST-ID TO RPT-REO-REQUEST.
012860     IF PSUM-REQUEST-ID = SPACES
012870         MOVE "ALL"       TO RPT-REO-REQUEST
012880     END-IF.
012890     MOVE PSUM-PERIOD     TO RPT-REO-PERIOD.
012900     MOVE WS-OPERATOR     TO RPT-REO-OPERATOR.
012910     MOVE WS-REASON       TO RPT-REO-REASON.
012920     WRITE PE1-CLSR-RECORD FROM WS-RPT-REOPEN-LINE.
012930     MOVE PSUM-REQUEST-ID TO WS-LOG-REQUEST-ID.
012940     MOVE "CLS-007" TO WS-LOG-CODE.
012950     MOVE "W"       TO WS-LOG-SEVERITY.
012960     MOVE "PERIOD REOPENED BY OPERATOR" TO WS-LOG-TEXT.
012970     MOVE WS-OPERATOR TO WS-LOG-TEXT (29:8).
012980     MOVE PSUM-PERIOD TO WS-LOG-VALUE-1.
012990     PERFORM 9000-WRITE-LOG-RECORD
013000         THRU 9000-WRITE-LOG-RECORD-EXIT.
013010 3210-NOTE-REOPENED-EXIT.
013020     EXIT.
013030******************************************************************
013040*    4000-FINALIZE - COUNTS TO THE REPORT AND LOG, CLOSE UP, AND
013050*    SET THE RETURN CODE.
013060******************************************************************
013070 4000-FINALIZE.
013080     WRITE PE1-CLSR-RECORD FROM WS-RPT-BLANK-LINE.
013090     MOVE SPACES TO WS-LOG-REQUEST-ID.
013100     IF WS-FUNC-CLOSE
013110         MOVE "PERIODS CLOSED:"            TO RPT-SUM-LABEL
013120         MOVE WS-PERIOD-COUNT              TO RPT-SUM-COUNT-1
013130         MOVE "SUMMARY RECORDS WRITTEN:"   TO RPT-SUM-LABEL-2
013140         MOVE WS-SUMMARIES-WRITTEN         TO RPT-SUM-COUNT-2
013150         MOVE "CLS-001" TO WS-LOG-CODE
013160         MOVE "I"       TO WS-LOG-SEVERITY
013170         MOVE "PERIODS CLOSED / SUMMARIES WRITTEN"
013180             TO WS-LOG-TEXT
013190         MOVE WS-PERIOD-COUNT      TO WS-LOG-VALUE-1
013200         MOVE WS-SUMMARIES-WRITTEN TO WS-LOG-VALUE-2
013210         IF WS-EXCEPTION-COUNT > ZERO
013220             MOVE 4 TO WS-CLOSE-RC
013230         END-IF
013240     ELSE
013250         MOVE "RECORDS REOPENED:"          TO RPT-SUM-LABEL
013260         MOVE WS-REOPENED-COUNT            TO RPT-SUM-COUNT-1
013270         MOVE "PERIODS NOT CLOSED:"        TO RPT-SUM-LABEL-2
013280         MOVE WS-NOT-CLOSED-COUNT          TO RPT-SUM-COUNT-2
013290         MOVE "CLS-010" TO WS-LOG-CODE
013300         MOVE "I"       TO WS-LOG-SEVERITY
013310         MOVE "RECORDS REOPENED / PERIODS NOT CLOSED"
013320             TO WS-LOG-TEXT
013330         MOVE WS-REOPENED-COUNT    TO WS-LOG-VALUE-1
013340         MOVE WS-NOT-CLOSED-COUNT  TO WS-LOG-VALUE-2
013350         IF WS-NOT-CLOSED-COUNT > ZERO
013360             MOVE 4 TO WS-CLOSE-RC
013370         END-IF
013380     END-IF.
013390     WRITE PE1-CLSR-RECORD FROM WS-RPT-SUMMARY-LINE.
013400     PERFORM 9000-WRITE-LOG-RECORD
013410         THRU 9000-WRITE-LOG-RECORD-EXIT.
013420     IF WS-FUNC-CLOSE
013430         CLOSE PE1-HIST-FILE
013440         IF WS-DISP-IS-OPEN
013450             CLOSE PE1-DISP-FILE
013460         END-IF
013470         IF WS-RSTAT-IS-OPEN
013480             CLOSE PE1-RSTAT-FILE
013490         END-IF
013500     END-IF.
013510     CLOSE PE1-PSUM-FILE.
013520     CLOSE PE1-CLSR-FILE.
013530     DISPLAY "PE1CLOSE FUNCTION " WS-FUNCTION " PERIODS "
013540         WS-PERIOD-FROM "-" WS-PERIOD-TO " RC " WS-CLOSE-RC.
013550     IF WS-LOG-IS-OPEN
013560         CLOSE PE1-LOG-FILE
013570     END-IF.
013580     MOVE WS-CLOSE-RC TO RETURN-CODE.
013590 4000-FINALIZE-EXIT.
013600     EXIT.
013610******************************************************************
013620*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
013630*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
013640*    CALLER.  THE RETURN CODE STAYS WITH THE JOB'S OWN RULES -
013650*    THE LOG RECORDS A CONDITION, IT DOES NOT GRADE THE STEP.
013660******************************************************************
013670 9000-WRITE-LOG-RECORD.
013680     IF NOT WS-LOG-IS-OPEN
013690         GO TO 9000-WRITE-LOG-RECORD-CLEAR
013700     END-IF.
013710     MOVE SPACES            TO PE1-LOG-RECORD.
013720     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
013730     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
013740     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
013750     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
013760     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
013770     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
013780     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
013790     WRITE PE1-LOG-RECORD.
013800 9000-WRITE-LOG-RECORD-CLEAR.
013810     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
013820 9000-WRITE-LOG-RECORD-EXIT.
013830     EXIT.
013840******************************************************************
013850*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
013860*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
013870******************************************************************
013880 9800-ABEND-RUN.
013890     DISPLAY "PE1CLOSE ABEND - " WS-ABEND-MESSAGE.
013900     MOVE "CLS-099" TO WS-LOG-CODE.
013910     MOVE "E"       TO WS-LOG-SEVERITY.
013920     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
013930     PERFORM 9000-WRITE-LOG-RECORD
013940         THRU 9000-WRITE-LOG-RECORD-EXIT.
013950     IF WS-LOG-IS-OPEN
013960         CLOSE PE1-LOG-FILE
013970     END-IF.
013980     MOVE 16 TO RETURN-CODE.
013990     STOP RUN.
