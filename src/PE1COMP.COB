000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1COMP.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - RUN-TO-RUN COMPARE OF TWO
000110*                   CATALOGED PE1-OUT GENERATIONS.  GIVEN TWO
000120*                   RUN-IDS ON THE PE1CMPC CARD, EACH RUN'S
000130*                   OUTPUT IS LOCATED THROUGH PE1-CAT (OR PULLED
000140*                   BACK OUT OF PE1-ARCH ONCE PURGED), THE
000150*                   DETAIL RECORDS ARE MATCHED BY REQUEST AND
000160*                   CTR, AND THE PE1CMPR REPORT LISTS HEADER AND
000170*                   PARAMETER DIFFERENCES FIRST, THEN CTRS IN
000180*                   ONE RUN ONLY, DIVISOR-HIT DIFFERENCES AND
000190*                   TRAILER TOTAL DIFFERENCES - SO A RERUN, OR A
000200*                   PARTITIONED PE1MERGE RESULT CHECKED AGAINST
000210*                   A FULL SINGLE-JOB RUN, CAN BE PROVED THE
000220*                   SAME BEFORE ANYTHING IS RESENT.
000230******************************************************************
000240*  THE PE1CMPC CARD NAMES RUN A (THE BASELINE, NORMALLY THE RUN
000250*  THAT ALREADY WENT OUT) AND RUN B (THE CANDIDATE, NORMALLY THE
000260*  RERUN), AND OPTIONALLY ONE REQUEST ID TO LIMIT THE COMPARE
000270*  TO THAT REQUEST'S GROUP.  THE RUN-IDS AND RUN DATES ARE
000280*  EXPECTED TO DIFFER AND ARE ONLY PRINTED.  RETURN CODES:
000290*    0  THE RUNS MATCH.
000300*    4  HEADER OR PARAMETER DIFFERENCES ONLY - THE SAME NUMBERS
000310*       WENT OUT UNDER A DIFFERENT PARTITION, RANGE, CEILING OR
000320*       DIVISOR LIST.
000330*    8  THE OUTPUTS DIFFER - A REQUEST OR CTR IN ONE RUN ONLY,
000340*       A DIVISOR-HIT OR TRAILER DIFFERENCE, OR A RUN'S OUTPUT
000350*       CARRYING THE SAME CTR TWICE.  THE STEP GATES THE RESEND.
000360*   16  ABEND - NOTHING WAS COMPARED.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-Z.
000410 OBJECT-COMPUTER.  IBM-Z.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PE1-CMPC-FILE  ASSIGN TO "PE1CMPC"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CMPC-FILE-STATUS.
000470     SELECT PE1-CAT-FILE   ASSIGN TO "PE1CAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CAT-FILE-STATUS.
000500     SELECT PE1-OUTIN-FILE ASSIGN TO WS-OUTIN-DSN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OUTIN-FILE-STATUS.
000530     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ARCH-FILE-STATUS.
000560     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS HIST-KEY
000600         FILE STATUS IS WS-HIST-FILE-STATUS.
000610     SELECT PE1-CMPW-FILE  ASSIGN TO "PE1CMPW"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CMPW-KEY
000650         FILE STATUS IS WS-CMPW-FILE-STATUS.
000660     SELECT PE1-CMPR-FILE  ASSIGN TO "PE1CMPR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CMPR-FILE-STATUS.
000690     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-LOG-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PE1-CMPC-FILE
000750     RECORDING MODE IS F.
000760 01  PE1-CMPC-RECORD.
000770     05  CMPC-RUN-ID-A           PIC X(14).
000780     05  CMPC-RUN-ID-B           PIC X(14).
000790     05  CMPC-REQUEST-ID         PIC X(08).
000800     05  FILLER                  PIC X(44).
000810 FD  PE1-CAT-FILE
000820     RECORDING MODE IS F.
000830     COPY "PE1CAT.CPY".
000840 FD  PE1-OUTIN-FILE
000850     RECORDING MODE IS F.
000860 01  PE1-OUTIN-RECORD            PIC X(80).
000870 FD  PE1-ARCH-FILE
000880     RECORDING MODE IS F.
000890 01  PE1-ARCH-RECORD.
000900     05  ARCH-RUN-ID             PIC X(14).
000910     05  ARCH-FILE-TYPE          PIC X(04).
000920     05  ARCH-DATA               PIC X(80).
000930     05  FILLER                  PIC X(02).
000940 FD  PE1-HIST-FILE.
000950     COPY "PE1HIST.CPY".
000960*    THE MATCH FILE - ONE RECORD PER REQUEST AND CTR SEEN ON
000970*    EITHER RUN, CARRYING EACH RUN'S DIVISOR HITS.  REBUILT
000980*    FROM EMPTY ON EVERY EXECUTION.
000990 FD  PE1-CMPW-FILE.
001000 01  PE1-CMPW-RECORD.
001010     05  CMPW-KEY.
001020         10  CMPW-REQUEST-ID     PIC X(08).
001030         10  CMPW-CTR            PIC 9(8).
001040     05  CMPW-SIDE OCCURS 2 TIMES.
001050         10  CMPW-PRESENT-SW     PIC X(01).
001060             88  CMPW-PRESENT        VALUE "Y".
001070         10  CMPW-HITS           PIC X(60).
001080     05  FILLER                  PIC X(10).
001090 FD  PE1-CMPR-FILE
001100     RECORDING MODE IS F.
001110 01  PE1-CMPR-RECORD             PIC X(80).
001120 FD  PE1-LOG-FILE
001130     RECORDING MODE IS F.
001140     COPY "PE1LOG.CPY".
001150******************************************************************
001160 WORKING-STORAGE SECTION.
001170******************************************************************
001180*    FILE STATUS SWITCHES
001190******************************************************************
001200 01  WS-FILE-STATUSES.
001210     05  WS-CMPC-FILE-STATUS     PIC X(02) VALUE "00".
001220     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
001230     05  WS-OUTIN-FILE-STATUS    PIC X(02) VALUE "00".
001240     05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
001250     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001260     05  WS-CMPW-FILE-STATUS     PIC X(02) VALUE "00".
001270     05  WS-CMPR-FILE-STATUS     PIC X(02) VALUE "00".
001280     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
001290******************************************************************
001300*    PROCESSING SWITCHES
001310******************************************************************
001320 01  WS-COMP-SWITCHES.
001330     05  WS-EOF-CAT-SW           PIC X(01) VALUE "N".
001340         88  WS-EOF-CAT              VALUE "Y".
001350     05  WS-EOF-OUTIN-SW         PIC X(01) VALUE "N".
001360         88  WS-EOF-OUTIN            VALUE "Y".
001370     05  WS-EOF-ARCH-SW          PIC X(01) VALUE "N".
001380         88  WS-EOF-ARCH             VALUE "Y".
001390     05  WS-EOF-CMPW-SW          PIC X(01) VALUE "N".
001400         88  WS-EOF-CMPW             VALUE "Y".
001410     05  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
001420         88  WS-HIST-IS-OPEN         VALUE "Y".
001430     05  WS-CMPW-FOUND-SW        PIC X(01) VALUE "N".
001440         88  WS-CMPW-FOUND           VALUE "Y".
001450     05  WS-REQ-DIFFERS-SW       PIC X(01) VALUE "N".
001460         88  WS-REQ-DIFFERS          VALUE "Y".
001470******************************************************************
001480*    THE CARD'S FIELDS, HELD BEFORE THE CLOSE - THE FD RECORD
001490*    AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
001500******************************************************************
001510 01  WS-COMP-REQUEST-ID          PIC X(08) VALUE SPACES.
001520******************************************************************
001530*    ONE ENTRY PER RUN BEING COMPARED - 1 IS RUN A, 2 IS RUN B.
001540*    THE CATALOG ENTRY CHOSEN IS THE LAST ONE FOR THE RUN-ID
001550*    THAT NAMES AN OUTPUT DATASET (A PE1DIST DESTINATION ENTRY
001560*    FILLS ONLY THE EXTRACT SLOT), AND ITS STATUS DECIDES
001570*    WHETHER THE OUTPUT IS STILL ON DISK OR ON PE1-ARCH.
001580******************************************************************
001590 01  WS-RUN-TABLE.
001600     05  WS-RUN-ENTRY OCCURS 2 TIMES.
001610         10  WS-RUN-LABEL        PIC X(01).
001620         10  WS-RUN-ID           PIC X(14).
001630         10  WS-RUN-CAT-DATE     PIC X(08).
001640         10  WS-RUN-PARTITION-ID PIC X(02).
001650         10  WS-RUN-OUT-DSN      PIC X(30).
001660         10  WS-RUN-CAT-SW       PIC X(01).
001670             88  WS-RUN-CAT-FOUND    VALUE "Y".
001680         10  WS-RUN-PURGED-SW    PIC X(01).
001690             88  WS-RUN-PURGED       VALUE "Y".
001700         10  WS-RUN-RECORDS-READ PIC 9(8).
001710         10  WS-RUN-DETAILS      PIC 9(8).
001720         10  WS-RUN-DUPLICATES   PIC 9(8).
001730         10  WS-RUN-ONLY-COUNT   PIC 9(8).
001740 01  WS-SIDE                     PIC 9(1)  VALUE ZEROS.
001750 01  WS-OTHER-SIDE               PIC 9(1)  VALUE ZEROS.
001760 01  WS-OUTIN-DSN                PIC X(30) VALUE SPACES.
001770******************************************************************
001780*    ONE ENTRY PER REQUEST GROUP SEEN ON EITHER RUN, WITH EACH
001790*    RUN'S HEADER, TRAILER AND PE1-HIST PARAMETERS.  A REQUEST
001800*    ON ONE RUN ONLY HAS ONE SIDE FILLED IN.
001810******************************************************************
001820 01  WS-REQ-TABLE.
001830     05  WS-REQ-ENTRY OCCURS 50 TIMES.
001840         10  WS-REQ-ID               PIC X(08).
001850         10  WS-REQ-HIT-DIFFS        PIC 9(8).
001860         10  WS-REQ-SIDE OCCURS 2 TIMES.
001870             15  WS-REQ-SEEN-SW      PIC X(01).
001880                 88  WS-REQ-SEEN         VALUE "Y".
001890             15  WS-REQ-HDR-SW       PIC X(01).
001900                 88  WS-REQ-HDR-SEEN     VALUE "Y".
001910             15  WS-REQ-TRL-SW       PIC X(01).
001920                 88  WS-REQ-TRL-SEEN     VALUE "Y".
001930             15  WS-REQ-HIST-SW      PIC X(01).
001940                 88  WS-REQ-HIST-FOUND   VALUE "Y".
001950             15  WS-REQ-RUN-DATE     PIC X(08).
001960             15  WS-REQ-PARTITION-ID PIC X(02).
001970             15  WS-REQ-RANGE-START  PIC 9(8).
001980             15  WS-REQ-RANGE-END    PIC 9(8).
001990             15  WS-REQ-RESULT       PIC 9(16).
002000             15  WS-REQ-QUAL-COUNT   PIC 9(8).
002010             15  WS-REQ-EXCL-COUNT   PIC 9(8).
002020             15  WS-REQ-EXCL-SUM     PIC 9(16).
002030             15  WS-REQ-DETAILS      PIC 9(8).
002040             15  WS-REQ-ONLY-COUNT   PIC 9(8).
002050             15  WS-REQ-CEILING      PIC 9(8).
002060             15  WS-REQ-DIV-COUNT    PIC 9(2).
002070             15  WS-REQ-DIV-TABLE.
002080                 20  WS-REQ-DIVISOR  PIC 9(3) OCCURS 10 TIMES.
002090 01  WS-REQ-COUNT                PIC 9(2)  VALUE ZEROS.
002100 01  WS-REQ-IDX                  PIC 9(2)  VALUE ZEROS.
002110 01  WS-CUR-REQ-IDX              PIC 9(2)  VALUE ZEROS.
002120 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
002130******************************************************************
002140*    THE OUTPUT RECORD UNDER INSPECTION - THE DATASET AND THE
002150*    ARCHIVE ARE READ RAW AND MOVED HERE SO ONE COPY OF THE
002160*    PE1OUT LAYOUT SERVES BOTH PATHS.
002170******************************************************************
002180     COPY "PE1OUT.CPY".
002190******************************************************************
002200*    DIFFERENCE COUNTERS.  EACH DETAIL SECTION PRINTS AT MOST
002210*    WS-PRINT-LIMIT LINES - TWO RUNS THAT DIFFER EVERYWHERE
002220*    STILL MAKE A READABLE REPORT, AND THE COUNTS STAY WHOLE.
002230******************************************************************
002240 01  WS-COMP-COUNTERS.
002250     05  WS-PARM-DIFFS           PIC 9(8)  VALUE ZEROS.
002260     05  WS-REQ-ONE-SIDE         PIC 9(8)  VALUE ZEROS.
002270     05  WS-HIT-DIFFS            PIC 9(8)  VALUE ZEROS.
002280     05  WS-TRL-DIFFS            PIC 9(8)  VALUE ZEROS.
002290     05  WS-LINES-PRINTED        PIC 9(8)  VALUE ZEROS.
002300     05  WS-LINES-SUPPRESSED     PIC 9(8)  VALUE ZEROS.
002310     05  WS-SECTION-COUNT        PIC 9(8)  VALUE ZEROS.
002320 01  WS-PRINT-LIMIT              PIC 9(8)  VALUE 500.
002330 01  WS-COMP-RC                  PIC 9(2)  VALUE ZEROS.
002340******************************************************************
002350*    EDIT AND TEXT WORK AREAS FOR THE DIFFERENCE LINES
002360******************************************************************
002370 01  WS-EDIT-8                   PIC Z(7)9.
002380 01  WS-EDIT-16                  PIC Z(15)9.
002390 01  WS-DIV-TEXT                 PIC X(40) VALUE SPACES.
002400 01  WS-DIV-TEXT-PTR             PIC 9(4)  VALUE 1.
002410 01  WS-PRM-FIELD                PIC X(12) VALUE SPACES.
002420 01  WS-PRM-VALUE-A              PIC X(20) VALUE SPACES.
002430 01  WS-PRM-VALUE-B              PIC X(20) VALUE SPACES.
002440******************************************************************
002450*    CURRENT DATE/TIME
002460******************************************************************
002470 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
002480 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
002490******************************************************************
002500*    REPORT PRINT LINE TEMPLATES
002510******************************************************************
002520 01  WS-RPT-HEADING-LINE-1.
002530     05  FILLER                  PIC X(32) VALUE
002540         "PE1COMP  RUN-TO-RUN COMPARISON".
002550     05  FILLER                  PIC X(10) VALUE "REQUEST: ".
002560     05  RPT-HDG1-REQUEST        PIC X(08).
002570     05  FILLER                  PIC X(04) VALUE SPACES.
002580     05  FILLER                  PIC X(06) VALUE "DATE: ".
002590     05  RPT-HDG1-DATE           PIC X(08).
002600     05  FILLER                  PIC X(12) VALUE SPACES.
002610 01  WS-RPT-RUN-LINE.
002620     05  FILLER                  PIC X(04) VALUE "RUN ".
002630     05  RPT-RUN-LABEL           PIC X(01).
002640     05  FILLER                  PIC X(02) VALUE ": ".
002650     05  RPT-RUN-ID              PIC X(14).
002660     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002670     05  RPT-RUN-DATE            PIC X(08).
002680     05  FILLER                  PIC X(08) VALUE "  PART: ".
002690     05  RPT-RUN-PARTITION-ID    PIC X(02).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  RPT-RUN-SOURCE          PIC X(31).
002720 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002730 01  WS-RPT-TEXT-LINE            PIC X(80).
002740 01  WS-RPT-PARM-LINE.
002750     05  RPT-PRM-REQUEST         PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  RPT-PRM-FIELD           PIC X(12).
002780     05  FILLER                  PIC X(07) VALUE "RUN A: ".
002790     05  RPT-PRM-VALUE-A         PIC X(20).
002800     05  FILLER                  PIC X(08) VALUE "  RUN B:".
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  RPT-PRM-VALUE-B         PIC X(20).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840 01  WS-RPT-DIVISOR-LINE.
002850     05  RPT-DIV-REQUEST         PIC X(08).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  RPT-DIV-FIELD           PIC X(12).
002880     05  FILLER                  PIC X(04) VALUE "RUN ".
002890     05  RPT-DIV-LABEL           PIC X(01).
002900     05  FILLER                  PIC X(02) VALUE ": ".
002910     05  RPT-DIV-TEXT            PIC X(40).
002920     05  FILLER                  PIC X(11) VALUE SPACES.
002930 01  WS-RPT-ONLY-HEADER.
002940     05  FILLER                  PIC X(40) VALUE
002950         "REQUEST  CTR     RUN DIVISOR HITS".
002960     05  FILLER                  PIC X(40) VALUE SPACES.
002970 01  WS-RPT-ONLY-LINE.
002980     05  RPT-ONL-REQUEST         PIC X(08).
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  RPT-ONL-CTR             PIC Z(7)9.
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  RPT-ONL-LABEL           PIC X(01).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  RPT-ONL-HITS            PIC X(60).
003070 01  WS-RPT-HIT-HEADER.
003080     05  FILLER                  PIC X(40) VALUE
003090         "REQUEST  CTR      DIVISOR HITS BY RUN".
003100     05  FILLER                  PIC X(40) VALUE SPACES.
003110*    THE REQUEST AND CTR PRINT ALONE, THEN ONE LINE PER RUN.
003120 01  WS-RPT-HIT-LINE.
003130     05  RPT-HIT-REQUEST         PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACES.
003150     05  RPT-HIT-CTR             PIC Z(7)9.
003160     05  FILLER                  PIC X(63) VALUE SPACES.
003170 01  WS-RPT-HIT-RUN-LINE.
003180     05  FILLER                  PIC X(10) VALUE SPACES.
003190     05  FILLER                  PIC X(04) VALUE "RUN ".
003191     05  RPT-HIT-LABEL           PIC X(01).
003192     05  FILLER                  PIC X(02) VALUE ": ".
003193     05  RPT-HIT-HITS            PIC X(60).
003200     05  FILLER                  PIC X(03) VALUE SPACES.
003210 01  WS-RPT-SUMMARY-LINE.
003220     05  RPT-SUM-LABEL           PIC X(32).
003230     05  RPT-SUM-COUNT-A         PIC Z(7)9.
003240     05  FILLER                  PIC X(04) VALUE SPACES.
003250     05  RPT-SUM-LABEL-2         PIC X(20).
003260     05  RPT-SUM-COUNT-B         PIC Z(7)9.
003270     05  FILLER                  PIC X(08) VALUE SPACES.
003280******************************************************************
003290*    ABEND / ERROR MESSAGE AREA
003300******************************************************************
003310 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
003320******************************************************************
003330*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
003340*    9000-WRITE-LOG-RECORD.  THE RECORDS ARE FILED UNDER RUN B,
003350*    THE CANDIDATE WHOSE RESEND THE STEP IS GATING (SEE
003360*    PE1LOG.CPY).
003370******************************************************************
003380 01  WS-LOG-WORK-AREAS.
003390     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
003400     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
003410     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
003420     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
003430     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
003440     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
003450     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
003460 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
003470     88  WS-LOG-IS-OPEN              VALUE "Y".
003480******************************************************************
003490 PROCEDURE DIVISION.
003500******************************************************************
003510*    0000-MAINLINE
003520******************************************************************
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
003550     PERFORM 2000-LOAD-RUNS       THRU 2000-LOAD-RUNS-EXIT.
003560     PERFORM 3000-COMPARE-HEADERS THRU 3000-COMPARE-HEADERS-EXIT.
003570     PERFORM 4000-COMPARE-DETAILS THRU 4000-COMPARE-DETAILS-EXIT.
003580     PERFORM 5000-COMPARE-TRAILERS
003590         THRU 5000-COMPARE-TRAILERS-EXIT.
003600     PERFORM 6000-FINALIZE        THRU 6000-FINALIZE-EXIT.
003610     STOP RUN.
003620 0000-MAINLINE-EXIT.
003630     EXIT.
003640******************************************************************
003650*    1000-INITIALIZE - READ AND VALIDATE THE COMPARE CARD,
003660*    LOCATE BOTH RUNS THROUGH THE PE1-CAT RUN CATALOG, AND OPEN
003670*    THE MATCH FILE AND THE REPORT.  A RUN WITH NO CATALOG
003680*    ENTRY NAMING AN OUTPUT DATASET IS A SETUP ERROR - THERE IS
003690*    NOTHING TO COMPARE.
003700******************************************************************
003710 1000-INITIALIZE.
003720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003730     ACCEPT WS-CURRENT-TIME FROM TIME.
003740     MOVE SPACES TO WS-RUN-TABLE.
003750     MOVE SPACES TO WS-REQ-TABLE.
003760     MOVE "A" TO WS-RUN-LABEL (1).
003770     MOVE "B" TO WS-RUN-LABEL (2).
003780     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
003790     OPEN INPUT PE1-CMPC-FILE.
003800     IF WS-CMPC-FILE-STATUS NOT = "00"
003810         MOVE "UNABLE TO OPEN PE1CMPC COMPARE CARD FILE"
003820             TO WS-ABEND-MESSAGE
003830         GO TO 9800-ABEND-RUN
003840     END-IF.
003850     READ PE1-CMPC-FILE
003860         AT END
003870             MOVE "PE1CMPC COMPARE CARD FILE IS EMPTY"
003880                 TO WS-ABEND-MESSAGE
003890             GO TO 9800-ABEND-RUN
003900     END-READ.
003910     MOVE CMPC-RUN-ID-A   TO WS-RUN-ID (1).
003920     MOVE CMPC-RUN-ID-B   TO WS-RUN-ID (2).
003930     MOVE CMPC-REQUEST-ID TO WS-COMP-REQUEST-ID.
003940     CLOSE PE1-CMPC-FILE.
003950     MOVE WS-COMP-REQUEST-ID TO WS-LOG-REQUEST-ID.
003960     IF WS-RUN-ID (1) = SPACES OR WS-RUN-ID (2) = SPACES
003970         MOVE "PE1CMPC CARD NEEDS BOTH RUN-IDS"
003980             TO WS-ABEND-MESSAGE
003990         GO TO 9800-ABEND-RUN
004000     END-IF.
004010     IF WS-RUN-ID (1) = WS-RUN-ID (2)
004020         MOVE "PE1CMPC RUN-IDS ARE THE SAME RUN"
004030             TO WS-ABEND-MESSAGE
004040         GO TO 9800-ABEND-RUN
004050     END-IF.
004060     MOVE WS-RUN-ID (2) TO WS-LOG-RUN-ID.
004070     PERFORM 1100-LOCATE-CATALOG-ENTRIES
004080         THRU 1100-LOCATE-CATALOG-ENTRIES-EXIT.
004090     IF NOT WS-RUN-CAT-FOUND (1)
004100         MOVE "NO PE1-CAT ENTRY WITH AN OUTPUT FOR RUN A"
004110             TO WS-ABEND-MESSAGE
004120         GO TO 9800-ABEND-RUN
004130     END-IF.
004140     IF NOT WS-RUN-CAT-FOUND (2)
004150         MOVE "NO PE1-CAT ENTRY WITH AN OUTPUT FOR RUN B"
004160             TO WS-ABEND-MESSAGE
004170         GO TO 9800-ABEND-RUN
004180     END-IF.
004190*    THE MATCH FILE IS BUILT FRESH - CREATED EMPTY, THEN
004200*    REOPENED I-O FOR THE KEYED LOAD.
004210     OPEN OUTPUT PE1-CMPW-FILE.
004220     CLOSE PE1-CMPW-FILE.
004230     OPEN I-O PE1-CMPW-FILE.
004240     IF WS-CMPW-FILE-STATUS NOT = "00"
004250         MOVE "UNABLE TO OPEN PE1CMPW COMPARE WORK FILE"
004260             TO WS-ABEND-MESSAGE
004270         GO TO 9800-ABEND-RUN
004280     END-IF.
004290*    PE1-HIST ONLY SUPPLIES THE PARAMETERS FOR THE HEADER
004300*    SECTION - WITHOUT IT THE OUTPUTS ARE STILL COMPARED.
004310     OPEN INPUT PE1-HIST-FILE.
004320     IF WS-HIST-FILE-STATUS = "00"
004330         MOVE "Y" TO WS-HIST-OPEN-SW
004340     END-IF.
004350     OPEN OUTPUT PE1-CMPR-FILE.
004360     IF WS-CMPR-FILE-STATUS NOT = "00"
004370         MOVE "UNABLE TO OPEN PE1CMPR COMPARE REPORT"
004380             TO WS-ABEND-MESSAGE
004390         GO TO 9800-ABEND-RUN
004400     END-IF.
004410 1000-INITIALIZE-EXIT.
004420     EXIT.
004430******************************************************************
004440*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004450*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004460*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004470*    CONDITIONS STILL REACH THE CONSOLE AND THE REPORT.  UNTIL
004480*    THE CARD IS READ THE RECORDS CARRY THE STEP'S OWN START
004490*    DATE AND TIME AS THE RUN-ID.
004500******************************************************************
004510 1050-OPEN-RUN-LOG.
004520     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004530     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004540     OPEN EXTEND PE1-LOG-FILE.
004550     IF WS-LOG-FILE-STATUS NOT = "00"
004560         OPEN OUTPUT PE1-LOG-FILE
004570     END-IF.
004580     IF WS-LOG-FILE-STATUS NOT = "00"
004590         DISPLAY "PE1COMP UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004600         GO TO 1050-OPEN-RUN-LOG-EXIT
004610     END-IF.
004620     MOVE "Y" TO WS-LOG-OPEN-SW.
004630 1050-OPEN-RUN-LOG-EXIT.
004640     EXIT.
004650******************************************************************
004660*    1100-LOCATE-CATALOG-ENTRIES - ONE PASS OVER THE CATALOG
004670*    PICKS UP BOTH RUNS.
004680******************************************************************
004690 1100-LOCATE-CATALOG-ENTRIES.
004700     OPEN INPUT PE1-CAT-FILE.
004710     IF WS-CAT-FILE-STATUS NOT = "00"
004720         MOVE "UNABLE TO OPEN PE1-CAT RUN CATALOG"
004730             TO WS-ABEND-MESSAGE
004740         GO TO 9800-ABEND-RUN
004750     END-IF.
004760     PERFORM 1110-SCAN-ONE-CAT-RECORD
004770         THRU 1110-SCAN-ONE-CAT-RECORD-EXIT
004780         UNTIL WS-EOF-CAT.
004790     CLOSE PE1-CAT-FILE.
004800 1100-LOCATE-CATALOG-ENTRIES-EXIT.
004810     EXIT.
004820******************************************************************
004830 1110-SCAN-ONE-CAT-RECORD.
004840     READ PE1-CAT-FILE
004850         AT END
004860             MOVE "Y" TO WS-EOF-CAT-SW
004870             GO TO 1110-SCAN-ONE-CAT-RECORD-EXIT
004880     END-READ.
004890     IF CAT-OUT-DSN = SPACES
004900         GO TO 1110-SCAN-ONE-CAT-RECORD-EXIT
004910     END-IF.
004920     PERFORM 1120-TAKE-CAT-FOR-SIDE
004930         THRU 1120-TAKE-CAT-FOR-SIDE-EXIT
004940         VARYING WS-SIDE FROM 1 BY 1
004950             UNTIL WS-SIDE > 2.
004960 1110-SCAN-ONE-CAT-RECORD-EXIT.
004970     EXIT.
004980******************************************************************
004990 1120-TAKE-CAT-FOR-SIDE.
005000     IF CAT-RUN-ID NOT = WS-RUN-ID (WS-SIDE)
005010         GO TO 1120-TAKE-CAT-FOR-SIDE-EXIT
005020     END-IF.
005030     MOVE "Y"              TO WS-RUN-CAT-SW (WS-SIDE).
005040     MOVE CAT-RUN-DATE     TO WS-RUN-CAT-DATE (WS-SIDE).
005050     MOVE CAT-PARTITION-ID TO WS-RUN-PARTITION-ID (WS-SIDE).
005060     MOVE CAT-OUT-DSN      TO WS-RUN-OUT-DSN (WS-SIDE).
005070     IF CAT-PURGED
005080         MOVE "Y" TO WS-RUN-PURGED-SW (WS-SIDE)
005090     ELSE
005100         MOVE "N" TO WS-RUN-PURGED-SW (WS-SIDE)
005110     END-IF.
005120 1120-TAKE-CAT-FOR-SIDE-EXIT.
005130     EXIT.
005140******************************************************************
005150*    2000-LOAD-RUNS - READ EACH RUN'S OUTPUT, FROM THE RUN-
005160*    STAMPED DATASET WHILE THE GENERATION IS STILL ACTIVE OR
005170*    FROM THE PE1-ARCH ARCHIVE ONCE IT HAS BEEN PURGED.  DETAILS
005180*    GO TO THE MATCH FILE KEYED BY REQUEST AND CTR, SO THE
005190*    REQUEST GROUPS NEED NOT COME IN THE SAME ORDER ON BOTH
005200*    RUNS; HEADERS AND TRAILERS GO TO THE REQUEST TABLE.  EACH
005210*    RUN'S PARAMETERS ARE THEN LOOKED UP ON PE1-HIST.
005220******************************************************************
005230 2000-LOAD-RUNS.
005240     PERFORM 2050-LOAD-ONE-RUN THRU 2050-LOAD-ONE-RUN-EXIT
005250         VARYING WS-SIDE FROM 1 BY 1
005260             UNTIL WS-SIDE > 2.
005270     IF WS-REQ-COUNT = ZERO
005280         MOVE "NEITHER RUN CARRIES OUTPUT FOR THE REQUEST"
005290             TO WS-ABEND-MESSAGE
005300         GO TO 9800-ABEND-RUN
005310     END-IF.
005320     IF WS-HIST-IS-OPEN
005330         PERFORM 2400-LOOK-UP-PARAMETERS
005340             THRU 2400-LOOK-UP-PARAMETERS-EXIT
005350             VARYING WS-REQ-IDX FROM 1 BY 1
005360                 UNTIL WS-REQ-IDX > WS-REQ-COUNT
005370         CLOSE PE1-HIST-FILE
005380     END-IF.
005390 2000-LOAD-RUNS-EXIT.
005400     EXIT.
005410******************************************************************
005420 2050-LOAD-ONE-RUN.
005430     MOVE ZEROS TO WS-RUN-RECORDS-READ (WS-SIDE).
005440     MOVE ZEROS TO WS-RUN-DETAILS (WS-SIDE).
005450     MOVE ZEROS TO WS-RUN-DUPLICATES (WS-SIDE).
005460     MOVE ZEROS TO WS-RUN-ONLY-COUNT (WS-SIDE).
005470     MOVE ZEROS TO WS-CUR-REQ-IDX.
005480     IF WS-RUN-PURGED (WS-SIDE)
005490         PERFORM 2200-LOAD-FROM-ARCHIVE
005500             THRU 2200-LOAD-FROM-ARCHIVE-EXIT
005510     ELSE
005520         PERFORM 2100-LOAD-FROM-DATASET
005530             THRU 2100-LOAD-FROM-DATASET-EXIT
005540     END-IF.
005550 2050-LOAD-ONE-RUN-EXIT.
005560     EXIT.
005570******************************************************************
005580*    2100-LOAD-FROM-DATASET - THE GENERATION IS STILL ON DISK
005590*    UNDER THE CATALOGED RUN-STAMPED NAME.
005600******************************************************************
005610 2100-LOAD-FROM-DATASET.
005620     MOVE WS-RUN-OUT-DSN (WS-SIDE) TO WS-OUTIN-DSN.
005630     OPEN INPUT PE1-OUTIN-FILE.
005640     IF WS-OUTIN-FILE-STATUS NOT = "00"
005650         MOVE "CATALOGED OUTPUT DATASET NOT FOUND ON DISK"
005660             TO WS-ABEND-MESSAGE
005670         GO TO 9800-ABEND-RUN
005680     END-IF.
005690     MOVE "N" TO WS-EOF-OUTIN-SW.
005700     PERFORM 2110-LOAD-ONE-OUTIN-RECORD
005710         THRU 2110-LOAD-ONE-OUTIN-RECORD-EXIT
005720         UNTIL WS-EOF-OUTIN.
005730     CLOSE PE1-OUTIN-FILE.
005740 2100-LOAD-FROM-DATASET-EXIT.
005750     EXIT.
005760******************************************************************
005770 2110-LOAD-ONE-OUTIN-RECORD.
005780     READ PE1-OUTIN-FILE
005790         AT END
005800             MOVE "Y" TO WS-EOF-OUTIN-SW
005810             GO TO 2110-LOAD-ONE-OUTIN-RECORD-EXIT
005820     END-READ.
005830     MOVE PE1-OUTIN-RECORD TO PE1-OUT-RECORD.
005840     PERFORM 2300-LOAD-ONE-OUT-RECORD
005850         THRU 2300-LOAD-ONE-OUT-RECORD-EXIT.
005860 2110-LOAD-ONE-OUTIN-RECORD-EXIT.
005870     EXIT.
005880******************************************************************
005890*    2200-LOAD-FROM-ARCHIVE - THE GENERATION WAS ARCHIVED AND
005900*    DELETED BY PE1PURGE; ITS OUTPUT RECORDS SIT ON PE1-ARCH
005910*    TAGGED WITH THE RUN-ID AND FILE TYPE "OUT ".
005920******************************************************************
005930 2200-LOAD-FROM-ARCHIVE.
005940     OPEN INPUT PE1-ARCH-FILE.
005950     IF WS-ARCH-FILE-STATUS NOT = "00"
005960         MOVE "RUN IS PURGED AND PE1-ARCH IS NOT ON THE STEP"
005970             TO WS-ABEND-MESSAGE
005980         GO TO 9800-ABEND-RUN
005990     END-IF.
006000     MOVE "N" TO WS-EOF-ARCH-SW.
006010     PERFORM 2210-LOAD-ONE-ARCH-RECORD
006020         THRU 2210-LOAD-ONE-ARCH-RECORD-EXIT
006030         UNTIL WS-EOF-ARCH.
006040     CLOSE PE1-ARCH-FILE.
006050 2200-LOAD-FROM-ARCHIVE-EXIT.
006060     EXIT.
006070******************************************************************
006080 2210-LOAD-ONE-ARCH-RECORD.
006090     READ PE1-ARCH-FILE
006100         AT END
006110             MOVE "Y" TO WS-EOF-ARCH-SW
006120             GO TO 2210-LOAD-ONE-ARCH-RECORD-EXIT
006130     END-READ.
006140     IF ARCH-RUN-ID NOT = WS-RUN-ID (WS-SIDE)
006150        OR ARCH-FILE-TYPE NOT = "OUT "
006160         GO TO 2210-LOAD-ONE-ARCH-RECORD-EXIT
006170     END-IF.
006180     MOVE ARCH-DATA TO PE1-OUT-RECORD.
006190     PERFORM 2300-LOAD-ONE-OUT-RECORD
006200         THRU 2300-LOAD-ONE-OUT-RECORD-EXIT.
006210 2210-LOAD-ONE-ARCH-RECORD-EXIT.
006220     EXIT.
006230******************************************************************
006240*    2300-LOAD-ONE-OUT-RECORD - FILE ONE OUTPUT RECORD OF THE
006250*    CURRENT RUN UNDER ITS REQUEST.  WITH A REQUEST ID ON THE
006260*    CARD, EVERY OTHER REQUEST'S GROUP IS PASSED OVER.
006270******************************************************************
006280 2300-LOAD-ONE-OUT-RECORD.
006290     IF WS-COMP-REQUEST-ID NOT = SPACES
006300        AND OUT-REQUEST-ID NOT = WS-COMP-REQUEST-ID
006310         GO TO 2300-LOAD-ONE-OUT-RECORD-EXIT
006320     END-IF.
006330     ADD 1 TO WS-RUN-RECORDS-READ (WS-SIDE).
006340     IF WS-CUR-REQ-IDX = ZERO
006350         PERFORM 2310-FIND-REQUEST-ENTRY
006360             THRU 2310-FIND-REQUEST-ENTRY-EXIT
006370     ELSE
006380         IF WS-REQ-ID (WS-CUR-REQ-IDX) NOT = OUT-REQUEST-ID
006390             PERFORM 2310-FIND-REQUEST-ENTRY
006400                 THRU 2310-FIND-REQUEST-ENTRY-EXIT
006410         END-IF
006420     END-IF.
006430     MOVE "Y" TO WS-REQ-SEEN-SW (WS-CUR-REQ-IDX WS-SIDE).
006440     EVALUATE TRUE
006450         WHEN OUT-TYPE-HEADER
006460             MOVE "Y" TO WS-REQ-HDR-SW (WS-CUR-REQ-IDX WS-SIDE)
006470             MOVE OUT-HDR-RUN-DATE
006480                 TO WS-REQ-RUN-DATE (WS-CUR-REQ-IDX WS-SIDE)
006490             MOVE OUT-HDR-PARTITION-ID
006500                 TO WS-REQ-PARTITION-ID (WS-CUR-REQ-IDX WS-SIDE)
006510             MOVE OUT-HDR-RANGE-START
006520                 TO WS-REQ-RANGE-START (WS-CUR-REQ-IDX WS-SIDE)
006530             MOVE OUT-HDR-RANGE-END
006540                 TO WS-REQ-RANGE-END (WS-CUR-REQ-IDX WS-SIDE)
006550         WHEN OUT-TYPE-DETAIL
006560             ADD 1 TO WS-RUN-DETAILS (WS-SIDE)
006570             ADD 1 TO WS-REQ-DETAILS (WS-CUR-REQ-IDX WS-SIDE)
006580             PERFORM 2320-FILE-ONE-DETAIL
006590                 THRU 2320-FILE-ONE-DETAIL-EXIT
006600         WHEN OUT-TYPE-TRAILER
006610             MOVE "Y" TO WS-REQ-TRL-SW (WS-CUR-REQ-IDX WS-SIDE)
006620             MOVE OUT-TRL-RESULT
006630                 TO WS-REQ-RESULT (WS-CUR-REQ-IDX WS-SIDE)
006640             MOVE OUT-TRL-QUAL-COUNT
006650                 TO WS-REQ-QUAL-COUNT (WS-CUR-REQ-IDX WS-SIDE)
006660             MOVE OUT-TRL-EXCL-COUNT
006670                 TO WS-REQ-EXCL-COUNT (WS-CUR-REQ-IDX WS-SIDE)
006680             MOVE OUT-TRL-EXCL-SUM
006690                 TO WS-REQ-EXCL-SUM (WS-CUR-REQ-IDX WS-SIDE)
006700     END-EVALUATE.
006710 2300-LOAD-ONE-OUT-RECORD-EXIT.
006720     EXIT.
006730******************************************************************
006740*    2310-FIND-REQUEST-ENTRY - THE REQUEST'S ENTRY, ADDED THE
006750*    FIRST TIME EITHER RUN SHOWS IT.
006760******************************************************************
006770 2310-FIND-REQUEST-ENTRY.
006780     MOVE ZEROS TO WS-CUR-REQ-IDX.
006790     PERFORM 2315-MATCH-ONE-REQUEST-ENTRY
006800         THRU 2315-MATCH-ONE-REQUEST-ENTRY-EXIT
006810         VARYING WS-REQ-IDX FROM 1 BY 1
006820             UNTIL WS-REQ-IDX > WS-REQ-COUNT
006830                OR WS-CUR-REQ-IDX > ZERO.
006840     IF WS-CUR-REQ-IDX > ZERO
006850         GO TO 2310-FIND-REQUEST-ENTRY-EXIT
006860     END-IF.
006870     IF WS-REQ-COUNT NOT < 50
006880         MOVE "MORE THAN 50 REQUESTS ON THE RUNS COMPARED"
006890             TO WS-ABEND-MESSAGE
006900         GO TO 9800-ABEND-RUN
006910     END-IF.
006920     ADD 1 TO WS-REQ-COUNT.
006930     MOVE WS-REQ-COUNT TO WS-CUR-REQ-IDX.
006940     MOVE OUT-REQUEST-ID TO WS-REQ-ID (WS-CUR-REQ-IDX).
006950     MOVE ZEROS TO WS-REQ-HIT-DIFFS (WS-CUR-REQ-IDX).
006960     PERFORM 2318-CLEAR-ONE-REQUEST-SIDE
006970         THRU 2318-CLEAR-ONE-REQUEST-SIDE-EXIT
006980         VARYING WS-OTHER-SIDE FROM 1 BY 1
006990             UNTIL WS-OTHER-SIDE > 2.
007000 2310-FIND-REQUEST-ENTRY-EXIT.
007010     EXIT.
007020******************************************************************
007030 2315-MATCH-ONE-REQUEST-ENTRY.
007040     IF WS-REQ-ID (WS-REQ-IDX) = OUT-REQUEST-ID
007050         MOVE WS-REQ-IDX TO WS-CUR-REQ-IDX
007060     END-IF.
007070 2315-MATCH-ONE-REQUEST-ENTRY-EXIT.
007080     EXIT.
007090******************************************************************
007100 2318-CLEAR-ONE-REQUEST-SIDE.
007110     MOVE "N" TO WS-REQ-SEEN-SW (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007120     MOVE "N" TO WS-REQ-HDR-SW (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007130     MOVE "N" TO WS-REQ-TRL-SW (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007140     MOVE "N" TO WS-REQ-HIST-SW (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007150     MOVE SPACES
007160         TO WS-REQ-RUN-DATE (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007170     MOVE SPACES
007180         TO WS-REQ-PARTITION-ID (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007190     MOVE ZEROS
007200         TO WS-REQ-RANGE-START (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007210            WS-REQ-RANGE-END (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007220            WS-REQ-RESULT (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007230            WS-REQ-QUAL-COUNT (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007240            WS-REQ-EXCL-COUNT (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007250            WS-REQ-EXCL-SUM (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007260            WS-REQ-DETAILS (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007270            WS-REQ-ONLY-COUNT (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007280            WS-REQ-CEILING (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007290            WS-REQ-DIV-COUNT (WS-CUR-REQ-IDX WS-OTHER-SIDE)
007300            WS-REQ-DIV-TABLE (WS-CUR-REQ-IDX WS-OTHER-SIDE).
007310 2318-CLEAR-ONE-REQUEST-SIDE-EXIT.
007320     EXIT.
007330******************************************************************
007340*    2320-FILE-ONE-DETAIL - RECORD THE CTR AND ITS DIVISOR HITS
007350*    ON THE MATCH FILE UNDER THE CURRENT RUN.  A CTR THE SAME
007360*    RUN HAS ALREADY FILED IS A DAMAGED OUTPUT - IT IS COUNTED,
007370*    NOT FILED TWICE.
007380******************************************************************
007390 2320-FILE-ONE-DETAIL.
007400     MOVE OUT-REQUEST-ID TO CMPW-REQUEST-ID.
007410     MOVE OUT-DTL-CTR    TO CMPW-CTR.
007420     MOVE "Y" TO WS-CMPW-FOUND-SW.
007430     READ PE1-CMPW-FILE
007440         INVALID KEY
007450             MOVE "N" TO WS-CMPW-FOUND-SW
007460     END-READ.
007470     IF NOT WS-CMPW-FOUND
007480         MOVE SPACES         TO PE1-CMPW-RECORD
007490         MOVE OUT-REQUEST-ID TO CMPW-REQUEST-ID
007500         MOVE OUT-DTL-CTR    TO CMPW-CTR
007510         MOVE "N" TO CMPW-PRESENT-SW (1)
007520         MOVE "N" TO CMPW-PRESENT-SW (2)
007530         MOVE "Y" TO CMPW-PRESENT-SW (WS-SIDE)
007540         MOVE OUT-DTL-DIVISOR-HITS TO CMPW-HITS (WS-SIDE)
007550         WRITE PE1-CMPW-RECORD
007560             INVALID KEY
007570                 MOVE "PE1CMPW WRITE FAILED"
007580                     TO WS-ABEND-MESSAGE
007590                 GO TO 9800-ABEND-RUN
007600         END-WRITE
007610         GO TO 2320-FILE-ONE-DETAIL-EXIT
007620     END-IF.
007630     IF CMPW-PRESENT (WS-SIDE)
007640         ADD 1 TO WS-RUN-DUPLICATES (WS-SIDE)
007650         GO TO 2320-FILE-ONE-DETAIL-EXIT
007660     END-IF.
007670     MOVE "Y" TO CMPW-PRESENT-SW (WS-SIDE).
007680     MOVE OUT-DTL-DIVISOR-HITS TO CMPW-HITS (WS-SIDE).
007690     REWRITE PE1-CMPW-RECORD
007700         INVALID KEY
007710             MOVE "PE1CMPW REWRITE FAILED"
007720                 TO WS-ABEND-MESSAGE
007730             GO TO 9800-ABEND-RUN
007740     END-REWRITE.
007750 2320-FILE-ONE-DETAIL-EXIT.
007760     EXIT.
007770******************************************************************
007780*    2400-LOOK-UP-PARAMETERS - THE CEILING AND DIVISOR LIST EACH
007790*    RUN ACTUALLY APPLIED, FROM THE REQUEST'S PE1-HIST RECORD
007800*    FOR THE RUN DATE.  THE RECORD ONLY COUNTS WHEN IT WAS
007810*    WRITTEN BY THAT RUN - A LATER RUN THE SAME DAY REPLACES IT,
007820*    AND A PARTITION RUN WRITES NONE - OTHERWISE THE RUN'S
007830*    PARAMETERS ARE REPORTED AS NOT ON FILE AND NOT COMPARED.
007840******************************************************************
007850 2400-LOOK-UP-PARAMETERS.
007860     PERFORM 2410-LOOK-UP-ONE-SIDE THRU 2410-LOOK-UP-ONE-SIDE-EXIT
007870         VARYING WS-SIDE FROM 1 BY 1
007880             UNTIL WS-SIDE > 2.
007890 2400-LOOK-UP-PARAMETERS-EXIT.
007900     EXIT.
007910******************************************************************
007920 2410-LOOK-UP-ONE-SIDE.
007930     IF NOT WS-REQ-SEEN (WS-REQ-IDX WS-SIDE)
007940         GO TO 2410-LOOK-UP-ONE-SIDE-EXIT
007950     END-IF.
007960     MOVE WS-REQ-ID (WS-REQ-IDX) TO HIST-REQUEST-ID.
007970     IF WS-REQ-HDR-SEEN (WS-REQ-IDX WS-SIDE)
007980         MOVE WS-REQ-RUN-DATE (WS-REQ-IDX WS-SIDE)
007990             TO HIST-RUN-DATE
008000     ELSE
008010         MOVE WS-RUN-CAT-DATE (WS-SIDE) TO HIST-RUN-DATE
008020     END-IF.
008030     READ PE1-HIST-FILE
008040         INVALID KEY
008050             GO TO 2410-LOOK-UP-ONE-SIDE-EXIT
008060     END-READ.
008070     IF HIST-RUN-ID NOT = WS-RUN-ID (WS-SIDE)
008080         GO TO 2410-LOOK-UP-ONE-SIDE-EXIT
008090     END-IF.
008100     MOVE "Y" TO WS-REQ-HIST-SW (WS-REQ-IDX WS-SIDE).
008110     MOVE HIST-CEILING TO WS-REQ-CEILING (WS-REQ-IDX WS-SIDE).
008120     MOVE HIST-DIVISOR-COUNT
008130         TO WS-REQ-DIV-COUNT (WS-REQ-IDX WS-SIDE).
008140     PERFORM 2420-COPY-ONE-DIVISOR THRU 2420-COPY-ONE-DIVISOR-EXIT
008150         VARYING WS-DIV-IDX FROM 1 BY 1
008160             UNTIL WS-DIV-IDX > 10.
008170 2410-LOOK-UP-ONE-SIDE-EXIT.
008180     EXIT.
008190******************************************************************
008200 2420-COPY-ONE-DIVISOR.
008210     MOVE HIST-DIVISOR-TABLE (WS-DIV-IDX)
008220         TO WS-REQ-DIVISOR (WS-REQ-IDX WS-SIDE WS-DIV-IDX).
008230 2420-COPY-ONE-DIVISOR-EXIT.
008240     EXIT.
008250******************************************************************
008260*    3000-COMPARE-HEADERS - REPORT HEADINGS, ONE LINE PER RUN,
008270*    THEN THE HEADER AND PARAMETER DIFFERENCES REQUEST BY
008280*    REQUEST: A REQUEST GROUP ON ONE RUN ONLY, THE PARTITION AND
008290*    CTR RANGE FROM THE HEADERS, AND THE CEILING AND DIVISOR
008300*    LIST FROM PE1-HIST.
008310******************************************************************
008320 3000-COMPARE-HEADERS.
008330     IF WS-COMP-REQUEST-ID = SPACES
008340         MOVE "ALL"              TO RPT-HDG1-REQUEST
008350     ELSE
008360         MOVE WS-COMP-REQUEST-ID TO RPT-HDG1-REQUEST
008370     END-IF.
008380     MOVE WS-CURRENT-DATE TO RPT-HDG1-DATE.
008390     WRITE PE1-CMPR-RECORD FROM WS-RPT-HEADING-LINE-1.
008400     PERFORM 3010-WRITE-ONE-RUN-LINE
008410         THRU 3010-WRITE-ONE-RUN-LINE-EXIT
008420         VARYING WS-SIDE FROM 1 BY 1
008430             UNTIL WS-SIDE > 2.
008440     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
008450     MOVE "HEADER AND PARAMETER DIFFERENCES" TO WS-RPT-TEXT-LINE.
008460     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
008470     PERFORM 3100-COMPARE-ONE-HEADER
008480         THRU 3100-COMPARE-ONE-HEADER-EXIT
008490         VARYING WS-REQ-IDX FROM 1 BY 1
008500             UNTIL WS-REQ-IDX > WS-REQ-COUNT.
008510     IF WS-PARM-DIFFS = ZERO AND WS-REQ-ONE-SIDE = ZERO
008520         MOVE "  NONE" TO WS-RPT-TEXT-LINE
008530         WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE
008540     END-IF.
008550 3000-COMPARE-HEADERS-EXIT.
008560     EXIT.
008570******************************************************************
008580 3010-WRITE-ONE-RUN-LINE.
008590     MOVE WS-RUN-LABEL (WS-SIDE)        TO RPT-RUN-LABEL.
008600     MOVE WS-RUN-ID (WS-SIDE)           TO RPT-RUN-ID.
008610     MOVE WS-RUN-CAT-DATE (WS-SIDE)     TO RPT-RUN-DATE.
008620     MOVE WS-RUN-PARTITION-ID (WS-SIDE) TO RPT-RUN-PARTITION-ID.
008630     IF WS-RUN-PURGED (WS-SIDE)
008640         MOVE "FROM PE1-ARCH (PURGED)" TO RPT-RUN-SOURCE
008650     ELSE
008660         MOVE WS-RUN-OUT-DSN (WS-SIDE) TO RPT-RUN-SOURCE
008670     END-IF.
008680     WRITE PE1-CMPR-RECORD FROM WS-RPT-RUN-LINE.
008690 3010-WRITE-ONE-RUN-LINE-EXIT.
008700     EXIT.
008710******************************************************************
008720 3100-COMPARE-ONE-HEADER.
008730     IF NOT WS-REQ-SEEN (WS-REQ-IDX 1)
008740        OR NOT WS-REQ-SEEN (WS-REQ-IDX 2)
008750         ADD 1 TO WS-REQ-ONE-SIDE
008760         MOVE SPACES TO WS-RPT-TEXT-LINE
008770         IF WS-REQ-SEEN (WS-REQ-IDX 1)
008780             STRING WS-REQ-ID (WS-REQ-IDX) DELIMITED BY SIZE
008790                 "  REQUEST ON RUN A ONLY" DELIMITED BY SIZE
008800                 INTO WS-RPT-TEXT-LINE
008810         ELSE
008820             STRING WS-REQ-ID (WS-REQ-IDX) DELIMITED BY SIZE
008830                 "  REQUEST ON RUN B ONLY" DELIMITED BY SIZE
008840                 INTO WS-RPT-TEXT-LINE
008850         END-IF
008860         WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE
008870         GO TO 3100-COMPARE-ONE-HEADER-EXIT
008880     END-IF.
008890     IF WS-REQ-PARTITION-ID (WS-REQ-IDX 1)
008900        NOT = WS-REQ-PARTITION-ID (WS-REQ-IDX 2)
008910         ADD 1 TO WS-PARM-DIFFS
008920         MOVE "PARTITION"  TO WS-PRM-FIELD
008930         MOVE WS-REQ-PARTITION-ID (WS-REQ-IDX 1) TO WS-PRM-VALUE-A
008940         MOVE WS-REQ-PARTITION-ID (WS-REQ-IDX 2) TO WS-PRM-VALUE-B
008950         PERFORM 3200-WRITE-PARM-LINE
008960             THRU 3200-WRITE-PARM-LINE-EXIT
008970     END-IF.
008980     IF WS-REQ-RANGE-START (WS-REQ-IDX 1)
008990        NOT = WS-REQ-RANGE-START (WS-REQ-IDX 2)
009000         ADD 1 TO WS-PARM-DIFFS
009010         MOVE "RANGE START" TO WS-PRM-FIELD
009020         MOVE WS-REQ-RANGE-START (WS-REQ-IDX 1) TO WS-EDIT-8
009030         MOVE WS-EDIT-8 TO WS-PRM-VALUE-A
009040         MOVE WS-REQ-RANGE-START (WS-REQ-IDX 2) TO WS-EDIT-8
009050         MOVE WS-EDIT-8 TO WS-PRM-VALUE-B
009060         PERFORM 3200-WRITE-PARM-LINE
009070             THRU 3200-WRITE-PARM-LINE-EXIT
009080     END-IF.
009090     IF WS-REQ-RANGE-END (WS-REQ-IDX 1)
009100        NOT = WS-REQ-RANGE-END (WS-REQ-IDX 2)
009110         ADD 1 TO WS-PARM-DIFFS
009120         MOVE "RANGE END"  TO WS-PRM-FIELD
009130         MOVE WS-REQ-RANGE-END (WS-REQ-IDX 1) TO WS-EDIT-8
009140         MOVE WS-EDIT-8 TO WS-PRM-VALUE-A
009150         MOVE WS-REQ-RANGE-END (WS-REQ-IDX 2) TO WS-EDIT-8
009160         MOVE WS-EDIT-8 TO WS-PRM-VALUE-B
009170         PERFORM 3200-WRITE-PARM-LINE
009180             THRU 3200-WRITE-PARM-LINE-EXIT
009190     END-IF.
009200     PERFORM 3110-COMPARE-PARAMETERS
009210         THRU 3110-COMPARE-PARAMETERS-EXIT.
009220 3100-COMPARE-ONE-HEADER-EXIT.
009230     EXIT.
009240******************************************************************
009250*    3110-COMPARE-PARAMETERS - CEILING AND DIVISOR LIST, ONLY
009260*    WHEN PE1-HIST STILL HOLDS EACH RUN'S OWN RECORD.  A RUN
009270*    WHOSE PARAMETERS ARE NOT ON FILE IS NOTED, NOT COUNTED.
009280******************************************************************
009290 3110-COMPARE-PARAMETERS.
009300     IF NOT WS-REQ-HIST-FOUND (WS-REQ-IDX 1)
009310        OR NOT WS-REQ-HIST-FOUND (WS-REQ-IDX 2)
009320         PERFORM 3120-NOTE-PARMS-NOT-ON-FILE
009330             THRU 3120-NOTE-PARMS-NOT-ON-FILE-EXIT
009340             VARYING WS-SIDE FROM 1 BY 1
009350                 UNTIL WS-SIDE > 2
009360         GO TO 3110-COMPARE-PARAMETERS-EXIT
009370     END-IF.
009380     IF WS-REQ-CEILING (WS-REQ-IDX 1)
009390        NOT = WS-REQ-CEILING (WS-REQ-IDX 2)
009400         ADD 1 TO WS-PARM-DIFFS
009410         MOVE "CEILING"    TO WS-PRM-FIELD
009420         MOVE WS-REQ-CEILING (WS-REQ-IDX 1) TO WS-EDIT-8
009430         MOVE WS-EDIT-8 TO WS-PRM-VALUE-A
009440         MOVE WS-REQ-CEILING (WS-REQ-IDX 2) TO WS-EDIT-8
009450         MOVE WS-EDIT-8 TO WS-PRM-VALUE-B
009460         PERFORM 3200-WRITE-PARM-LINE
009470             THRU 3200-WRITE-PARM-LINE-EXIT
009480     END-IF.
009490     IF WS-REQ-DIV-COUNT (WS-REQ-IDX 1)
009500        NOT = WS-REQ-DIV-COUNT (WS-REQ-IDX 2)
009510        OR WS-REQ-DIV-TABLE (WS-REQ-IDX 1)
009520        NOT = WS-REQ-DIV-TABLE (WS-REQ-IDX 2)
009530         ADD 1 TO WS-PARM-DIFFS
009540         PERFORM 3130-WRITE-DIVISOR-LINE
009550             THRU 3130-WRITE-DIVISOR-LINE-EXIT
009560             VARYING WS-SIDE FROM 1 BY 1
009570                 UNTIL WS-SIDE > 2
009580     END-IF.
009590 3110-COMPARE-PARAMETERS-EXIT.
009600     EXIT.
009610******************************************************************
009620 3120-NOTE-PARMS-NOT-ON-FILE.
009630     IF WS-REQ-HIST-FOUND (WS-REQ-IDX WS-SIDE)
009640         GO TO 3120-NOTE-PARMS-NOT-ON-FILE-EXIT
009650     END-IF.
009660     MOVE SPACES TO WS-RPT-TEXT-LINE.
009670     STRING WS-REQ-ID (WS-REQ-IDX) DELIMITED BY SIZE
009680         "  RUN " DELIMITED BY SIZE
009690         WS-RUN-LABEL (WS-SIDE) DELIMITED BY SIZE
009700         " PARAMETERS NOT ON PE1-HIST - NOT COMPARED"
009710             DELIMITED BY SIZE
009720         INTO WS-RPT-TEXT-LINE.
009730     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
009740 3120-NOTE-PARMS-NOT-ON-FILE-EXIT.
009750     EXIT.
009760******************************************************************
009770 3130-WRITE-DIVISOR-LINE.
009780     MOVE SPACES TO WS-DIV-TEXT.
009790     MOVE 1 TO WS-DIV-TEXT-PTR.
009800     PERFORM 3135-APPEND-ONE-DIVISOR
009810         THRU 3135-APPEND-ONE-DIVISOR-EXIT
009820         VARYING WS-DIV-IDX FROM 1 BY 1
009830             UNTIL WS-DIV-IDX > 10
009840                OR WS-DIV-IDX >
009850                   WS-REQ-DIV-COUNT (WS-REQ-IDX WS-SIDE).
009860*    THE REQUEST AND FIELD NAME PRINT ON THE RUN A LINE ONLY.
009870     IF WS-SIDE = 1
009880         MOVE WS-REQ-ID (WS-REQ-IDX) TO RPT-DIV-REQUEST
009890         MOVE "DIVISORS"             TO RPT-DIV-FIELD
009900     ELSE
009910         MOVE SPACES TO RPT-DIV-REQUEST RPT-DIV-FIELD
009920     END-IF.
009930     MOVE WS-RUN-LABEL (WS-SIDE) TO RPT-DIV-LABEL.
009940     MOVE WS-DIV-TEXT            TO RPT-DIV-TEXT.
009950     WRITE PE1-CMPR-RECORD FROM WS-RPT-DIVISOR-LINE.
009960 3130-WRITE-DIVISOR-LINE-EXIT.
009970     EXIT.
009980******************************************************************
009990 3135-APPEND-ONE-DIVISOR.
010000     STRING WS-REQ-DIVISOR (WS-REQ-IDX WS-SIDE WS-DIV-IDX)
010010             DELIMITED BY SIZE
010020         " " DELIMITED BY SIZE
010030         INTO WS-DIV-TEXT
010040         WITH POINTER WS-DIV-TEXT-PTR.
010050 3135-APPEND-ONE-DIVISOR-EXIT.
010060     EXIT.
010070******************************************************************
010080*    3200-WRITE-PARM-LINE - ONE DIFFERING FIELD, BOTH RUNS' VALUES
010090*    SIDE BY SIDE.  THE CALLER FILLS IN WS-PRM-FIELD AND THE TWO
010100*    VALUES AND COUNTS THE DIFFERENCE UNDER ITS OWN SECTION.
010110******************************************************************
010120 3200-WRITE-PARM-LINE.
010130     MOVE WS-REQ-ID (WS-REQ-IDX) TO RPT-PRM-REQUEST.
010140     MOVE WS-PRM-FIELD           TO RPT-PRM-FIELD.
010150     MOVE WS-PRM-VALUE-A         TO RPT-PRM-VALUE-A.
010160     MOVE WS-PRM-VALUE-B         TO RPT-PRM-VALUE-B.
010170     WRITE PE1-CMPR-RECORD FROM WS-RPT-PARM-LINE.
010180 3200-WRITE-PARM-LINE-EXIT.
010190     EXIT.
010200******************************************************************
010210*    4000-COMPARE-DETAILS - TWO PASSES OVER THE MATCH FILE IN
010220*    REQUEST AND CTR ORDER: FIRST THE CTRS ON ONE RUN ONLY,
010230*    THEN THE CTRS ON BOTH WHOSE DIVISOR HITS DIFFER.
010240******************************************************************
010250 4000-COMPARE-DETAILS.
010260     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
010270     MOVE "CTRS IN ONE RUN ONLY" TO WS-RPT-TEXT-LINE.
010280     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
010290     WRITE PE1-CMPR-RECORD FROM WS-RPT-ONLY-HEADER.
010300     MOVE ZEROS TO WS-LINES-PRINTED WS-LINES-SUPPRESSED.
010310     MOVE ZEROS TO WS-SECTION-COUNT.
010320     PERFORM 4010-START-MATCH-FILE
010330         THRU 4010-START-MATCH-FILE-EXIT.
010340     PERFORM 4100-CHECK-ONE-FOR-ONE-SIDE
010350         THRU 4100-CHECK-ONE-FOR-ONE-SIDE-EXIT
010360         UNTIL WS-EOF-CMPW.
010370     PERFORM 4900-END-DETAIL-SECTION
010380         THRU 4900-END-DETAIL-SECTION-EXIT.
010390     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
010400     MOVE "DIVISOR-HIT DIFFERENCES" TO WS-RPT-TEXT-LINE.
010410     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
010420     WRITE PE1-CMPR-RECORD FROM WS-RPT-HIT-HEADER.
010430     MOVE ZEROS TO WS-LINES-PRINTED WS-LINES-SUPPRESSED.
010440     MOVE ZEROS TO WS-SECTION-COUNT.
010450     PERFORM 4010-START-MATCH-FILE
010460         THRU 4010-START-MATCH-FILE-EXIT.
010470     PERFORM 4200-CHECK-ONE-FOR-HITS
010480         THRU 4200-CHECK-ONE-FOR-HITS-EXIT
010490         UNTIL WS-EOF-CMPW.
010500     PERFORM 4900-END-DETAIL-SECTION
010510         THRU 4900-END-DETAIL-SECTION-EXIT.
010520     CLOSE PE1-CMPW-FILE.
010530 4000-COMPARE-DETAILS-EXIT.
010540     EXIT.
010550******************************************************************
010560 4010-START-MATCH-FILE.
010570     MOVE "N" TO WS-EOF-CMPW-SW.
010580     MOVE ZEROS TO WS-CUR-REQ-IDX.
010590     MOVE LOW-VALUES TO CMPW-KEY.
010600     START PE1-CMPW-FILE KEY IS NOT LESS THAN CMPW-KEY
010610         INVALID KEY
010620             MOVE "Y" TO WS-EOF-CMPW-SW
010630     END-START.
010640 4010-START-MATCH-FILE-EXIT.
010650     EXIT.
010660******************************************************************
010670*    4100-CHECK-ONE-FOR-ONE-SIDE - A CTR FILED BY ONE RUN ONLY.
010680******************************************************************
010690 4100-CHECK-ONE-FOR-ONE-SIDE.
010700     READ PE1-CMPW-FILE NEXT RECORD
010710         AT END
010720             MOVE "Y" TO WS-EOF-CMPW-SW
010730             GO TO 4100-CHECK-ONE-FOR-ONE-SIDE-EXIT
010740     END-READ.
010750     IF CMPW-PRESENT (1) AND CMPW-PRESENT (2)
010760         GO TO 4100-CHECK-ONE-FOR-ONE-SIDE-EXIT
010770     END-IF.
010780     IF CMPW-PRESENT (1)
010790         MOVE 1 TO WS-SIDE
010800     ELSE
010810         MOVE 2 TO WS-SIDE
010820     END-IF.
010830     PERFORM 4300-LOCATE-MATCH-REQUEST
010840         THRU 4300-LOCATE-MATCH-REQUEST-EXIT.
010850     ADD 1 TO WS-SECTION-COUNT.
010860     ADD 1 TO WS-RUN-ONLY-COUNT (WS-SIDE).
010870     ADD 1 TO WS-REQ-ONLY-COUNT (WS-CUR-REQ-IDX WS-SIDE).
010880     IF WS-LINES-PRINTED NOT < WS-PRINT-LIMIT
010890         ADD 1 TO WS-LINES-SUPPRESSED
010900         GO TO 4100-CHECK-ONE-FOR-ONE-SIDE-EXIT
010910     END-IF.
010920     MOVE CMPW-REQUEST-ID        TO RPT-ONL-REQUEST.
010930     MOVE CMPW-CTR               TO RPT-ONL-CTR.
010940     MOVE WS-RUN-LABEL (WS-SIDE) TO RPT-ONL-LABEL.
010950     MOVE CMPW-HITS (WS-SIDE)    TO RPT-ONL-HITS.
010960     WRITE PE1-CMPR-RECORD FROM WS-RPT-ONLY-LINE.
010970     ADD 1 TO WS-LINES-PRINTED.
010980 4100-CHECK-ONE-FOR-ONE-SIDE-EXIT.
010990     EXIT.
011000******************************************************************
011010*    4200-CHECK-ONE-FOR-HITS - A CTR ON BOTH RUNS WHOSE DIVISOR
011020*    HIT LISTS DISAGREE.
011030******************************************************************
011040 4200-CHECK-ONE-FOR-HITS.
011050     READ PE1-CMPW-FILE NEXT RECORD
011060         AT END
011070             MOVE "Y" TO WS-EOF-CMPW-SW
011080             GO TO 4200-CHECK-ONE-FOR-HITS-EXIT
011090     END-READ.
011100     IF NOT CMPW-PRESENT (1) OR NOT CMPW-PRESENT (2)
011110         GO TO 4200-CHECK-ONE-FOR-HITS-EXIT
011120     END-IF.
011130     IF CMPW-HITS (1) = CMPW-HITS (2)
011140         GO TO 4200-CHECK-ONE-FOR-HITS-EXIT
011150     END-IF.
011160     PERFORM 4300-LOCATE-MATCH-REQUEST
011170         THRU 4300-LOCATE-MATCH-REQUEST-EXIT.
011180     ADD 1 TO WS-SECTION-COUNT.
011190     ADD 1 TO WS-HIT-DIFFS.
011200     ADD 1 TO WS-REQ-HIT-DIFFS (WS-CUR-REQ-IDX).
011210     IF WS-LINES-PRINTED NOT < WS-PRINT-LIMIT
011220         ADD 1 TO WS-LINES-SUPPRESSED
011230         GO TO 4200-CHECK-ONE-FOR-HITS-EXIT
011240     END-IF.
011250     MOVE CMPW-REQUEST-ID TO RPT-HIT-REQUEST.
011260     MOVE CMPW-CTR        TO RPT-HIT-CTR.
011270     WRITE PE1-CMPR-RECORD FROM WS-RPT-HIT-LINE.
011280     MOVE WS-RUN-LABEL (1) TO RPT-HIT-LABEL.
011281     MOVE CMPW-HITS (1)    TO RPT-HIT-HITS.
011282     WRITE PE1-CMPR-RECORD FROM WS-RPT-HIT-RUN-LINE.
011283     MOVE WS-RUN-LABEL (2) TO RPT-HIT-LABEL.
011284     MOVE CMPW-HITS (2)    TO RPT-HIT-HITS.
011290     WRITE PE1-CMPR-RECORD FROM WS-RPT-HIT-RUN-LINE.
011300     ADD 1 TO WS-LINES-PRINTED.
011310 4200-CHECK-ONE-FOR-HITS-EXIT.
011320     EXIT.
011330******************************************************************
011340*    4300-LOCATE-MATCH-REQUEST - THE REQUEST TABLE ENTRY FOR THE
011350*    MATCH RECORD, LOOKED UP AGAIN ONLY WHEN THE REQUEST CHANGES.
011360******************************************************************
011370 4300-LOCATE-MATCH-REQUEST.
011380     IF WS-CUR-REQ-IDX > ZERO
011390         IF WS-REQ-ID (WS-CUR-REQ-IDX) = CMPW-REQUEST-ID
011400             GO TO 4300-LOCATE-MATCH-REQUEST-EXIT
011410         END-IF
011420     END-IF.
011430     MOVE CMPW-REQUEST-ID TO OUT-REQUEST-ID.
011440     PERFORM 2310-FIND-REQUEST-ENTRY
011450         THRU 2310-FIND-REQUEST-ENTRY-EXIT.
011460 4300-LOCATE-MATCH-REQUEST-EXIT.
011470     EXIT.
011480******************************************************************
011490*    4900-END-DETAIL-SECTION - CLOSE A DETAIL SECTION WITH ITS
011500*    OVERFLOW COUNT, OR "NONE" WHEN IT FOUND NOTHING.
011510******************************************************************
011520 4900-END-DETAIL-SECTION.
011530     IF WS-SECTION-COUNT = ZERO
011540         MOVE "  NONE" TO WS-RPT-TEXT-LINE
011550         WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE
011560     END-IF.
011570     IF WS-LINES-SUPPRESSED > ZERO
011580         MOVE WS-LINES-SUPPRESSED TO WS-EDIT-8
011590         MOVE SPACES TO WS-RPT-TEXT-LINE
011600         STRING "  ... " DELIMITED BY SIZE
011610             WS-EDIT-8 DELIMITED BY SIZE
011620             " MORE NOT PRINTED" DELIMITED BY SIZE
011630             INTO WS-RPT-TEXT-LINE
011640         WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE
011650     END-IF.
011660 4900-END-DETAIL-SECTION-EXIT.
011670     EXIT.
011680******************************************************************
011690*    5000-COMPARE-TRAILERS - RESULT, QUALIFYING COUNT AND THE
011700*    EXCLUDED COUNT AND SUM, FOR EVERY REQUEST ON BOTH RUNS.  A
011710*    GROUP WITH NO TRAILER IS ITSELF A TRAILER DIFFERENCE.
011720******************************************************************
011730 5000-COMPARE-TRAILERS.
011740     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
011750     MOVE "TRAILER TOTAL DIFFERENCES" TO WS-RPT-TEXT-LINE.
011760     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
011770     PERFORM 5100-COMPARE-ONE-TRAILER
011780         THRU 5100-COMPARE-ONE-TRAILER-EXIT
011790         VARYING WS-REQ-IDX FROM 1 BY 1
011800             UNTIL WS-REQ-IDX > WS-REQ-COUNT.
011810     IF WS-TRL-DIFFS = ZERO
011820         MOVE "  NONE" TO WS-RPT-TEXT-LINE
011830         WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE
011840     END-IF.
011850 5000-COMPARE-TRAILERS-EXIT.
011860     EXIT.
011870******************************************************************
011880 5100-COMPARE-ONE-TRAILER.
011890     IF NOT WS-REQ-SEEN (WS-REQ-IDX 1)
011900        OR NOT WS-REQ-SEEN (WS-REQ-IDX 2)
011910         GO TO 5100-COMPARE-ONE-TRAILER-EXIT
011920     END-IF.
011930     MOVE "N" TO WS-REQ-DIFFERS-SW.
011940     IF NOT WS-REQ-TRL-SEEN (WS-REQ-IDX 1)
011950        OR NOT WS-REQ-TRL-SEEN (WS-REQ-IDX 2)
011960         MOVE "Y" TO WS-REQ-DIFFERS-SW
011970         MOVE "TRAILER"    TO WS-PRM-FIELD
011980         MOVE "PRESENT"    TO WS-PRM-VALUE-A
011990         MOVE "PRESENT"    TO WS-PRM-VALUE-B
012000         IF NOT WS-REQ-TRL-SEEN (WS-REQ-IDX 1)
012010             MOVE "MISSING" TO WS-PRM-VALUE-A
012020         END-IF
012030         IF NOT WS-REQ-TRL-SEEN (WS-REQ-IDX 2)
012040             MOVE "MISSING" TO WS-PRM-VALUE-B
012050         END-IF
012060         PERFORM 3200-WRITE-PARM-LINE
012070             THRU 3200-WRITE-PARM-LINE-EXIT
012080         GO TO 5100-COMPARE-ONE-TRAILER-DONE
012090     END-IF.
012100     IF WS-REQ-RESULT (WS-REQ-IDX 1)
012110        NOT = WS-REQ-RESULT (WS-REQ-IDX 2)
012120         MOVE "Y" TO WS-REQ-DIFFERS-SW
012130         MOVE "RESULT"     TO WS-PRM-FIELD
012140         MOVE WS-REQ-RESULT (WS-REQ-IDX 1) TO WS-EDIT-16
012150         MOVE WS-EDIT-16 TO WS-PRM-VALUE-A
012160         MOVE WS-REQ-RESULT (WS-REQ-IDX 2) TO WS-EDIT-16
012170         MOVE WS-EDIT-16 TO WS-PRM-VALUE-B
012180         PERFORM 3200-WRITE-PARM-LINE
012190             THRU 3200-WRITE-PARM-LINE-EXIT
012200     END-IF.
012210     IF WS-REQ-QUAL-COUNT (WS-REQ-IDX 1)
012220        NOT = WS-REQ-QUAL-COUNT (WS-REQ-IDX 2)
012230         MOVE "Y" TO WS-REQ-DIFFERS-SW
012240         MOVE "QUAL COUNT" TO WS-PRM-FIELD
012250         MOVE WS-REQ-QUAL-COUNT (WS-REQ-IDX 1) TO WS-EDIT-8
012260         MOVE WS-EDIT-8 TO WS-PRM-VALUE-A
012270         MOVE WS-REQ-QUAL-COUNT (WS-REQ-IDX 2) TO WS-EDIT-8
012280         MOVE WS-EDIT-8 TO WS-PRM-VALUE-B
012290         PERFORM 3200-WRITE-PARM-LINE
012300             THRU 3200-WRITE-PARM-LINE-EXIT
012310     END-IF.
012320     IF WS-REQ-EXCL-COUNT (WS-REQ-IDX 1)
012330        NOT = WS-REQ-EXCL-COUNT (WS-REQ-IDX 2)
012340         MOVE "Y" TO WS-REQ-DIFFERS-SW
012350         MOVE "EXCL COUNT" TO WS-PRM-FIELD
012360         MOVE WS-REQ-EXCL-COUNT (WS-REQ-IDX 1) TO WS-EDIT-8
012370         MOVE WS-EDIT-8 TO WS-PRM-VALUE-A
012380         MOVE WS-REQ-EXCL-COUNT (WS-REQ-IDX 2) TO WS-EDIT-8
012390         MOVE WS-EDIT-8 TO WS-PRM-VALUE-B
012400         PERFORM 3200-WRITE-PARM-LINE
012410             THRU 3200-WRITE-PARM-LINE-EXIT
012420     END-IF.
012430     IF WS-REQ-EXCL-SUM (WS-REQ-IDX 1)
012440        NOT = WS-REQ-EXCL-SUM (WS-REQ-IDX 2)
012450         MOVE "Y" TO WS-REQ-DIFFERS-SW
012460         MOVE "EXCL SUM"   TO WS-PRM-FIELD
012470         MOVE WS-REQ-EXCL-SUM (WS-REQ-IDX 1) TO WS-EDIT-16
012480         MOVE WS-EDIT-16 TO WS-PRM-VALUE-A
012490         MOVE WS-REQ-EXCL-SUM (WS-REQ-IDX 2) TO WS-EDIT-16
012500         MOVE WS-EDIT-16 TO WS-PRM-VALUE-B
012510         PERFORM 3200-WRITE-PARM-LINE
012520             THRU 3200-WRITE-PARM-LINE-EXIT
012530     END-IF.
012540 5100-COMPARE-ONE-TRAILER-DONE.
012550     IF WS-REQ-DIFFERS
012560         ADD 1 TO WS-TRL-DIFFS
012570     END-IF.
012580 5100-COMPARE-ONE-TRAILER-EXIT.
012590     EXIT.
012600******************************************************************
012610*    6000-FINALIZE - THE SUMMARY, ONE LOG RECORD PER CLASS OF
012620*    DIFFERENCE FOUND, AND THE RETURN CODE THAT GATES THE
012630*    RESEND (SEE THE RETURN CODES ABOVE).
012640******************************************************************
012650 6000-FINALIZE.
012660     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
012670     MOVE "SUMMARY" TO WS-RPT-TEXT-LINE.
012680     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
012690     MOVE "DETAIL RECORDS      RUN A:" TO RPT-SUM-LABEL.
012700     MOVE WS-RUN-DETAILS (1)           TO RPT-SUM-COUNT-A.
012710     MOVE "RUN B:"                     TO RPT-SUM-LABEL-2.
012720     MOVE WS-RUN-DETAILS (2)           TO RPT-SUM-COUNT-B.
012730     WRITE PE1-CMPR-RECORD FROM WS-RPT-SUMMARY-LINE.
012740     MOVE "CTRS IN ONE RUN ONLY  RUN A:" TO RPT-SUM-LABEL.
012750     MOVE WS-RUN-ONLY-COUNT (1)          TO RPT-SUM-COUNT-A.
012760     MOVE "RUN B:"                       TO RPT-SUM-LABEL-2.
012770     MOVE WS-RUN-ONLY-COUNT (2)          TO RPT-SUM-COUNT-B.
012780     WRITE PE1-CMPR-RECORD FROM WS-RPT-SUMMARY-LINE.
012790     MOVE "DUPLICATE CTRS      RUN A:" TO RPT-SUM-LABEL.
012800     MOVE WS-RUN-DUPLICATES (1)        TO RPT-SUM-COUNT-A.
012810     MOVE "RUN B:"                     TO RPT-SUM-LABEL-2.
012820     MOVE WS-RUN-DUPLICATES (2)        TO RPT-SUM-COUNT-B.
012830     WRITE PE1-CMPR-RECORD FROM WS-RPT-SUMMARY-LINE.
012840     MOVE "DIVISOR-HIT DIFFERENCES:"   TO RPT-SUM-LABEL.
012850     MOVE WS-HIT-DIFFS                 TO RPT-SUM-COUNT-A.
012860     MOVE "TRAILER DIFFS:"             TO RPT-SUM-LABEL-2.
012870     MOVE WS-TRL-DIFFS                 TO RPT-SUM-COUNT-B.
012880     WRITE PE1-CMPR-RECORD FROM WS-RPT-SUMMARY-LINE.
012890     MOVE "HEADER/PARAMETER DIFFERENCES:" TO RPT-SUM-LABEL.
012900     MOVE WS-PARM-DIFFS                TO RPT-SUM-COUNT-A.
012910     MOVE "ONE-RUN REQUESTS:"          TO RPT-SUM-LABEL-2.
012920     MOVE WS-REQ-ONE-SIDE              TO RPT-SUM-COUNT-B.
012930     WRITE PE1-CMPR-RECORD FROM WS-RPT-SUMMARY-LINE.
012940     MOVE "CMP-001" TO WS-LOG-CODE.
012950     MOVE "I"       TO WS-LOG-SEVERITY.
012960     MOVE "RUNS COMPARED - DETAILS RUN A / RUN B" TO WS-LOG-TEXT.
012970     MOVE WS-RUN-DETAILS (1) TO WS-LOG-VALUE-1.
012980     MOVE WS-RUN-DETAILS (2) TO WS-LOG-VALUE-2.
012990     PERFORM 9000-WRITE-LOG-RECORD
013000         THRU 9000-WRITE-LOG-RECORD-EXIT.
013010     IF WS-PARM-DIFFS > ZERO
013020         MOVE 4 TO WS-COMP-RC
013030         MOVE "CMP-002" TO WS-LOG-CODE
013040         MOVE "W"       TO WS-LOG-SEVERITY
013050         MOVE "HEADER OR PARAMETER DIFFERENCES"
013060             TO WS-LOG-TEXT
013070         MOVE WS-PARM-DIFFS TO WS-LOG-VALUE-1
013080         PERFORM 9000-WRITE-LOG-RECORD
013090             THRU 9000-WRITE-LOG-RECORD-EXIT
013100     END-IF.
013110     IF WS-REQ-ONE-SIDE > ZERO
013120        OR WS-RUN-ONLY-COUNT (1) > ZERO
013130        OR WS-RUN-ONLY-COUNT (2) > ZERO
013140         MOVE 8 TO WS-COMP-RC
013150         MOVE "CMP-003" TO WS-LOG-CODE
013160         MOVE "E"       TO WS-LOG-SEVERITY
013170         MOVE "CTRS IN ONE RUN ONLY - RUN A / RUN B"
013180             TO WS-LOG-TEXT
013190         MOVE WS-RUN-ONLY-COUNT (1) TO WS-LOG-VALUE-1
013200         MOVE WS-RUN-ONLY-COUNT (2) TO WS-LOG-VALUE-2
013210         PERFORM 9000-WRITE-LOG-RECORD
013220             THRU 9000-WRITE-LOG-RECORD-EXIT
013230     END-IF.
013240     IF WS-HIT-DIFFS > ZERO
013250         MOVE 8 TO WS-COMP-RC
013260         MOVE "CMP-004" TO WS-LOG-CODE
013270         MOVE "E"       TO WS-LOG-SEVERITY
013280         MOVE "DIVISOR-HIT DIFFERENCES" TO WS-LOG-TEXT
013290         MOVE WS-HIT-DIFFS TO WS-LOG-VALUE-1
013300         PERFORM 9000-WRITE-LOG-RECORD
013310             THRU 9000-WRITE-LOG-RECORD-EXIT
013320     END-IF.
013330     IF WS-TRL-DIFFS > ZERO
013340         MOVE 8 TO WS-COMP-RC
013350         MOVE "CMP-005" TO WS-LOG-CODE
013360         MOVE "E"       TO WS-LOG-SEVERITY
013370         MOVE "TRAILER TOTAL DIFFERENCES" TO WS-LOG-TEXT
013380         MOVE WS-TRL-DIFFS TO WS-LOG-VALUE-1
013390         PERFORM 9000-WRITE-LOG-RECORD
013400             THRU 9000-WRITE-LOG-RECORD-EXIT
013410     END-IF.
013420     IF WS-RUN-DUPLICATES (1) > ZERO
013430        OR WS-RUN-DUPLICATES (2) > ZERO
013440         MOVE 8 TO WS-COMP-RC
013450         MOVE "CMP-006" TO WS-LOG-CODE
013460         MOVE "E"       TO WS-LOG-SEVERITY
013470         MOVE "DUPLICATE CTRS - RUN A / RUN B" TO WS-LOG-TEXT
013480         MOVE WS-RUN-DUPLICATES (1) TO WS-LOG-VALUE-1
013490         MOVE WS-RUN-DUPLICATES (2) TO WS-LOG-VALUE-2
013500         PERFORM 9000-WRITE-LOG-RECORD
013510             THRU 9000-WRITE-LOG-RECORD-EXIT
013520     END-IF.
013530     EVALUATE WS-COMP-RC
013540         WHEN 0
013550             MOVE "RESULT: THE RUNS MATCH" TO WS-RPT-TEXT-LINE
013560         WHEN 4
013570             MOVE "RESULT: SAME OUTPUT - PARAMETERS DIFFER"
013580                 TO WS-RPT-TEXT-LINE
013590         WHEN OTHER
013600             MOVE "RESULT: THE RUNS DIFFER" TO WS-RPT-TEXT-LINE
013610     END-EVALUATE.
013620     WRITE PE1-CMPR-RECORD FROM WS-RPT-BLANK-LINE.
013630     WRITE PE1-CMPR-RECORD FROM WS-RPT-TEXT-LINE.
013640     CLOSE PE1-CMPR-FILE.
013650     DISPLAY "PE1COMP RUN A " WS-RUN-ID (1) " RUN B "
013660         WS-RUN-ID (2) " RC " WS-COMP-RC.
013670     IF WS-LOG-IS-OPEN
013680         CLOSE PE1-LOG-FILE
013690     END-IF.
013700     MOVE WS-COMP-RC TO RETURN-CODE.
013710 6000-FINALIZE-EXIT.
013720     EXIT.
013730******************************************************************
013740*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
013750*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
013760*    CALLER.  THE RETURN CODE STAYS WITH 6000-FINALIZE - THE LOG
013770*    RECORDS A CONDITION, IT DOES NOT GRADE THE STEP.
013780******************************************************************
013790 9000-WRITE-LOG-RECORD.
013800     IF NOT WS-LOG-IS-OPEN
013810         GO TO 9000-WRITE-LOG-RECORD-CLEAR
013820     END-IF.
013830     MOVE SPACES            TO PE1-LOG-RECORD.
013840     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
013850     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
013860     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
013870     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
013880     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
013890     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
013900     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
013910     WRITE PE1-LOG-RECORD.
013920 9000-WRITE-LOG-RECORD-CLEAR.
013930     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
013940 9000-WRITE-LOG-RECORD-EXIT.
013950     EXIT.
013960******************************************************************
013970*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
013980*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
013990******************************************************************
014000 9800-ABEND-RUN.
014010     DISPLAY "PE1COMP ABEND - " WS-ABEND-MESSAGE.
014020     MOVE "CMP-099" TO WS-LOG-CODE.
014030     MOVE "E"       TO WS-LOG-SEVERITY.
014040     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
014050     PERFORM 9000-WRITE-LOG-RECORD
014060         THRU 9000-WRITE-LOG-RECORD-EXIT.
014070     IF WS-LOG-IS-OPEN
014080         CLOSE PE1-LOG-FILE
014090     END-IF.
014100     MOVE 16 TO RETURN-CODE.
014110     STOP RUN.
