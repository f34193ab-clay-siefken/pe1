000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1INTG.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - WEEKLY CROSS-FILE
000110*                   INTEGRITY CHECK.  EACH JOB KEEPS ITS OWN
000120*                   KEYED FILE AND NOTHING PROVED THEY STILL
000130*                   AGREE; THIS WALKS PE1-STAT, PE1-RSTAT,
000140*                   PE1-DISP, PE1-HIST, PE1-CAT, PE1-PCHG,
000150*                   PE1-EXCL, PE1-CAL AND PE1-DEST AGAINST EACH
000160*                   OTHER AND AGAINST PE1-CTL, PRINTS EVERY
000170*                   ORPHAN OR MISMATCH UNDER ITS CHECK, AND ENDS
000180*                   RC 8 ON ANY ERROR-CLASS FINDING (RC 4 ON
000190*                   WARNINGS ONLY OR A CHECK LEFT UNDONE).  WITH
000200*                   "Y" ON THE PE1INTC CARD IT ALSO WRITES THE
000210*                   PE1INTF FIX-UP LIST FOR REVIEW - IT NEVER
000211*                   CHANGES A FILE ITSELF.
000212*  2026-10-15  DD   EXCLUSION DATES - CHECK 11 ALSO FINDS A
000214*                   PE1-EXCL DATE PE1 WOULD ABEND ON, OR AN
000216*                   EXPIRY BEFORE THE EFFECTIVE DATE; CHECK 10
000218*                   PASSES OVER RETIRED ENTRIES.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.  IBM-Z.
000260 OBJECT-COMPUTER.  IBM-Z.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PE1-INTC-FILE  ASSIGN TO "PE1INTC"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-INTC-FILE-STATUS.
000320     SELECT PE1-CTL-FILE   ASSIGN TO "PE1CTL"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-CTL-FILE-STATUS.
000350     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS HIST-KEY
000390         FILE STATUS IS WS-HIST-FILE-STATUS.
000400     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS STAT-KEY
000440         FILE STATUS IS WS-STAT-FILE-STATUS.
000450     SELECT PE1-RSTAT-FILE ASSIGN TO "PE1RSTAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS RST-KEY
000490         FILE STATUS IS WS-RSTAT-FILE-STATUS.
000500     SELECT PE1-DISP-FILE  ASSIGN TO "PE1DISP"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS DISP-KEY
000540         FILE STATUS IS WS-DISP-FILE-STATUS.
000550     SELECT PE1-PCHG-FILE  ASSIGN TO "PE1PCHG"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS PCHG-KEY
000590         FILE STATUS IS WS-PCHG-FILE-STATUS.
000600     SELECT PE1-CAT-FILE   ASSIGN TO "PE1CAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CAT-FILE-STATUS.
000630     SELECT PE1-DSN-FILE   ASSIGN TO WS-CHECK-DSN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-DSN-FILE-STATUS.
000660     SELECT PE1-EXCL-FILE  ASSIGN TO "PE1EXCL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-EXCL-FILE-STATUS.
000690     SELECT PE1-CAL-FILE   ASSIGN TO "PE1CAL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CAL-FILE-STATUS.
000720     SELECT PE1-DEST-FILE  ASSIGN TO "PE1DEST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DEST-FILE-STATUS.
000750     SELECT PE1-INTR-FILE  ASSIGN TO "PE1INTR"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-INTR-FILE-STATUS.
000780     SELECT PE1-INTF-FILE  ASSIGN TO "PE1INTF"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-INTF-FILE-STATUS.
000810     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-LOG-FILE-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PE1-INTC-FILE
000870     RECORDING MODE IS F.
000880 01  PE1-INTC-RECORD.
000890     05  INTC-FIXUP-LIST         PIC X(01).
000900     05  FILLER                  PIC X(79).
000910 FD  PE1-CTL-FILE
000920     RECORDING MODE IS F.
000930     COPY "PE1CTL.CPY".
000940 FD  PE1-HIST-FILE.
000950     COPY "PE1HIST.CPY".
000960 FD  PE1-STAT-FILE.
000970     COPY "PE1STAT.CPY".
000980 FD  PE1-RSTAT-FILE.
000990     COPY "PE1RST.CPY".
001000 FD  PE1-DISP-FILE.
001010     COPY "PE1DISP.CPY".
001020 FD  PE1-PCHG-FILE.
001030     COPY "PE1PCHG.CPY".
001040 FD  PE1-CAT-FILE
001050     RECORDING MODE IS F.
001060     COPY "PE1CAT.CPY".
001070 FD  PE1-DSN-FILE
001080     RECORDING MODE IS F.
001090 01  PE1-DSN-RECORD              PIC X(80).
001100 FD  PE1-EXCL-FILE
001110     RECORDING MODE IS F.
001120     COPY "PE1EXCL.CPY".
001130 FD  PE1-CAL-FILE
001140     RECORDING MODE IS F.
001150     COPY "PE1CAL.CPY".
001160 FD  PE1-DEST-FILE
001170     RECORDING MODE IS F.
001180     COPY "PE1DEST.CPY".
001190 FD  PE1-INTR-FILE
001200     RECORDING MODE IS F.
001210 01  PE1-INTR-RECORD             PIC X(80).
001220 FD  PE1-INTF-FILE
001230     RECORDING MODE IS F.
001240 01  PE1-INTF-RECORD             PIC X(80).
001250 FD  PE1-LOG-FILE
001260     RECORDING MODE IS F.
001270     COPY "PE1LOG.CPY".
001280******************************************************************
001290 WORKING-STORAGE SECTION.
001300******************************************************************
001310*    FILE STATUS SWITCHES
001320******************************************************************
001330 01  WS-FILE-STATUSES.
001340     05  WS-INTC-FILE-STATUS     PIC X(02) VALUE "00".
001350     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE "00".
001360     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001370     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
001380     05  WS-RSTAT-FILE-STATUS    PIC X(02) VALUE "00".
001390     05  WS-DISP-FILE-STATUS     PIC X(02) VALUE "00".
001400     05  WS-PCHG-FILE-STATUS     PIC X(02) VALUE "00".
001410     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
001420     05  WS-DSN-FILE-STATUS      PIC X(02) VALUE "00".
001430     05  WS-EXCL-FILE-STATUS     PIC X(02) VALUE "00".
001440     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
001450     05  WS-DEST-FILE-STATUS     PIC X(02) VALUE "00".
001460     05  WS-INTR-FILE-STATUS     PIC X(02) VALUE "00".
001470     05  WS-INTF-FILE-STATUS     PIC X(02) VALUE "00".
001480     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
001490******************************************************************
001500*    PROCESSING SWITCHES
001510******************************************************************
001520 01  WS-INTG-SWITCHES.
001530     05  WS-EOF-SW               PIC X(01) VALUE "N".
001540         88  WS-EOF                  VALUE "Y".
001550     05  WS-EOF-CTL-SW           PIC X(01) VALUE "N".
001560         88  WS-EOF-CTL              VALUE "Y".
001570     05  WS-FIXUP-SW             PIC X(01) VALUE "N".
001580         88  WS-FIXUP-LIST           VALUE "Y".
001590     05  WS-CAL-AVAILABLE-SW     PIC X(01) VALUE "N".
001600         88  WS-CAL-AVAILABLE        VALUE "Y".
001610     05  WS-DEST-AVAILABLE-SW    PIC X(01) VALUE "N".
001620         88  WS-DEST-AVAILABLE       VALUE "Y".
001630     05  WS-CHECKED-SW           PIC X(01) VALUE "N".
001640         88  WS-CHECKED              VALUE "Y".
001650     05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
001660         88  WS-HIST-FOUND           VALUE "Y".
001670     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001680         88  WS-FOUND                VALUE "Y".
001690 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
001700 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
001710******************************************************************
001720*    THE CHECKS, IN THE ORDER THEY PRINT.  EACH ENTRY CARRIES
001730*    ITS CLASS (E = ERROR, RC 8 / W = WARNING, RC 4), THE ACTION
001740*    THE FIX-UP LIST PROPOSES FOR A FINDING (SPACES = NOT LISTED,
001750*    IT NEEDS A PERSON, NOT A DELETE), AND ITS HEADING.
001760*      DELETE  THE ROW IS AN ORPHAN - DELETE IT ONCE REVIEWED
001770*      REJECT  THE CHANGE CAN NEVER APPLY - REJECT IT IN PE1APPR
001780*      REVIEW  THE ENTRY IS WRONG AS IT STANDS - CORRECT IT
001790******************************************************************
001800 01  WS-CHECK-DEF-VALUES.
001810     05  FILLER PIC X(09) VALUE "EDELETE  ".
001820     05  FILLER PIC X(40) VALUE
001830         "STAT FEED WITH NO PE1-HIST RUN".
001840     05  FILLER PIC X(09) VALUE "W        ".
001850     05  FILLER PIC X(40) VALUE
001860         "STAT SENT RESULT NOT THE HIST RESULT".
001870     05  FILLER PIC X(09) VALUE "W        ".
001880     05  FILLER PIC X(40) VALUE
001890         "STAT FEED TO A DEST NOT ON PE1-DEST".
001900     05  FILLER PIC X(09) VALUE "EDELETE  ".
001910     05  FILLER PIC X(40) VALUE
001920         "RSTAT ROW WITH NO PE1-HIST RUN".
001930     05  FILLER PIC X(09) VALUE "W        ".
001940     05  FILLER PIC X(40) VALUE
001950         "RSTAT RESULT NOT THE HIST RESULT".
001960     05  FILLER PIC X(09) VALUE "EDELETE  ".
001970     05  FILLER PIC X(40) VALUE
001980         "DISP SIGN-OFF FOR A RUN NOT ON PE1-HIST".
001990     05  FILLER PIC X(09) VALUE "W        ".
002000     05  FILLER PIC X(40) VALUE
002010         "HIST RUN OF A REQUEST NOT ON PE1-CTL".
002020     05  FILLER PIC X(09) VALUE "EREVIEW  ".
002030     05  FILLER PIC X(40) VALUE
002040         "ACTIVE CAT ENTRY WHOSE DATASET IS GONE".
002050     05  FILLER PIC X(09) VALUE "EREJECT  ".
002060     05  FILLER PIC X(40) VALUE
002070         "OPEN PCHG CHANGE, REQUEST NOT ON PE1-CTL".
002080     05  FILLER PIC X(09) VALUE "W        ".
002090     05  FILLER PIC X(40) VALUE
002100         "EXCL ENTRY FOR A REQUEST NOT ON PE1-CTL".
002110     05  FILLER PIC X(09) VALUE "EREVIEW  ".
002120     05  FILLER PIC X(40) VALUE
002130         "EXCL ENTRY WITH AN INVALID RANGE OR DATE".
002140     05  FILLER PIC X(09) VALUE "W        ".
002150     05  FILLER PIC X(40) VALUE
002160         "CAL ENTRY FOR A REQUEST NOT ON PE1-CTL".
002170     05  FILLER PIC X(09) VALUE "W        ".
002180     05  FILLER PIC X(40) VALUE
002190         "CTL REQUEST WITH NO PE1-CAL ENTRY".
002200     05  FILLER PIC X(09) VALUE "W        ".
002210     05  FILLER PIC X(40) VALUE
002220         "DEST ENTRY FOR A REQUEST NOT ON PE1-CTL".
002230     05  FILLER PIC X(09) VALUE "EREVIEW  ".
002240     05  FILLER PIC X(40) VALUE
002250         "DEST ENTRY WITH A LAYOUT NOT F OR D".
002260     05  FILLER PIC X(09) VALUE "EREVIEW  ".
002270     05  FILLER PIC X(40) VALUE
002280         "REQUEST AND PARTITION TWICE ON PE1-CTL".
002290 01  WS-CHECK-DEF-TABLE REDEFINES WS-CHECK-DEF-VALUES.
002300     05  WS-CHECK-DEF OCCURS 16 TIMES.
002310         10  WS-CHECK-CLASS      PIC X(01).
002320         10  WS-CHECK-ACTION     PIC X(08).
002330         10  WS-CHECK-TEXT       PIC X(40).
002340 01  WS-CHECK-COUNT-TABLE.
002350     05  WS-CHECK-FINDINGS       PIC 9(6)  OCCURS 16 TIMES.
002360 01  WS-CHECK-MAX                PIC 9(2)  VALUE 16.
002370 01  WS-CHECK-NO                 PIC 9(2)  VALUE ZEROS.
002380 01  WS-CHECK-NOT-CHECKED-FILE   PIC X(08) VALUE SPACES.
002390******************************************************************
002400*    PE1-CTL, PE1-CAL AND PE1-DEST ARE SMALL AND ARE HELD IN
002410*    TABLES; THE KEYED FILES ARE WALKED, WITH PE1-HIST READ BY
002420*    KEY FOR EACH ROW THAT SHOULD HAVE A RUN BEHIND IT.
002430******************************************************************
002440 01  WS-CTL-TABLE.
002450     05  WS-CTL-ENTRY OCCURS 20 TIMES.
002460         10  WS-CTL-REQ          PIC X(08).
002470         10  WS-CTL-PART         PIC X(02).
002480 01  WS-CTL-COUNT                PIC 9(2)  VALUE ZEROS.
002490 01  WS-CTL-IDX                  PIC 9(2)  VALUE ZEROS.
002500 01  WS-CTL-IDX-2                PIC 9(2)  VALUE ZEROS.
002510 01  WS-CAL-TABLE.
002520     05  WS-CAL-REQ              PIC X(08) OCCURS 50 TIMES.
002530 01  WS-CAL-COUNT                PIC 9(2)  VALUE ZEROS.
002540 01  WS-CAL-IDX                  PIC 9(2)  VALUE ZEROS.
002550 01  WS-DEST-TABLE.
002560     05  WS-DEST-ENTRY OCCURS 100 TIMES.
002570         10  WS-DEST-ID          PIC X(08).
002580         10  WS-DEST-LAYOUT      PIC X(01).
002590         10  WS-DEST-REQ         PIC X(08).
002600 01  WS-DEST-COUNT               PIC 9(3)  VALUE ZEROS.
002610 01  WS-DEST-IDX                 PIC 9(3)  VALUE ZEROS.
002620 01  WS-LOOK-REQ                 PIC X(08) VALUE SPACES.
002630 01  WS-LOOK-DATE                PIC X(08) VALUE SPACES.
002640 01  WS-LOOK-DEST                PIC X(08) VALUE SPACES.
002650 01  WS-CHECK-DSN                PIC X(30) VALUE SPACES.
002660 01  WS-CHECK-SLOT               PIC X(04) VALUE SPACES.
002670******************************************************************
002680*    ONE FINDING - THE FILE IT IS ON, THE KEY THAT NAMES IT, A
002690*    SHORT NOTE, AND (FOR A RESULT MISMATCH) THE TWO VALUES.
002700******************************************************************
002710 01  WS-FINDING.
002720     05  WS-FIND-FILE            PIC X(08) VALUE SPACES.
002730     05  WS-FIND-KEY             PIC X(45) VALUE SPACES.
002740     05  WS-FIND-NOTE            PIC X(23) VALUE SPACES.
002750     05  WS-FIND-VALUE-SW        PIC X(01) VALUE "N".
002760         88  WS-FIND-HAS-VALUES      VALUE "Y".
002770     05  WS-FIND-VALUE-1         PIC 9(16) VALUE ZEROS.
002780     05  WS-FIND-VALUE-2         PIC 9(16) VALUE ZEROS.
002790 01  WS-TOTAL-ERRORS             PIC 9(6)  VALUE ZEROS.
002800 01  WS-TOTAL-WARNINGS           PIC 9(6)  VALUE ZEROS.
002810 01  WS-FIXUPS-WRITTEN           PIC 9(6)  VALUE ZEROS.
002815 01  WS-CHECKS-NOT-DONE          PIC 9(2)  VALUE ZEROS.
002820 01  WS-LINE-LIMIT               PIC 9(6)  VALUE 500.
002830******************************************************************
002840*    REPORT PRINT LINE TEMPLATES
002850******************************************************************
002860 01  WS-RPT-HEADING-LINE-1.
002870     05  FILLER                  PIC X(40) VALUE
002880         "PE1INTG  CROSS-FILE INTEGRITY CHECK".
002890     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002900     05  RPT-HDG1-DATE           PIC X(08).
002910     05  FILLER                  PIC X(22) VALUE SPACES.
002920 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002930 01  WS-RPT-CHECK-LINE.
002940     05  FILLER                  PIC X(06) VALUE "CHECK ".
002950     05  RPT-CHK-NO              PIC 99.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  RPT-CHK-CLASS           PIC X(07).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  RPT-CHK-TEXT            PIC X(40).
003000     05  FILLER                  PIC X(21) VALUE SPACES.
003010 01  WS-RPT-DETAIL-LINE.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  RPT-DTL-FILE            PIC X(08).
003040     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  RPT-DTL-KEY             PIC X(45).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  RPT-DTL-NOTE            PIC X(23).
003080 01  WS-RPT-VALUE-LINE.
003090     05  FILLER                  PIC X(11) VALUE SPACES.
003100     05  FILLER                  PIC X(06) VALUE "THIS: ".
003110     05  RPT-VAL-1               PIC Z(15)9.
003120     05  FILLER                  PIC X(12) VALUE "  PE1-HIST: ".
003130     05  RPT-VAL-2               PIC Z(15)9.
003140     05  FILLER                  PIC X(19) VALUE SPACES.
003150 01  WS-RPT-NOTE-LINE.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  RPT-NOTE-TEXT           PIC X(78).
003180 01  WS-RPT-SUMMARY-LINE.
003190     05  FILLER                  PIC X(06) VALUE "CHECK ".
003200     05  RPT-SUM-NO              PIC 99.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  RPT-SUM-CLASS           PIC X(01).
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  RPT-SUM-TEXT            PIC X(40).
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  RPT-SUM-COUNT           PIC ZZZZZ9.
003270     05  FILLER                  PIC X(19) VALUE SPACES.
003280 01  WS-RPT-TOTAL-LINE.
003290     05  FILLER                  PIC X(08) VALUE "ERRORS: ".
003300     05  RPT-TOT-ERRORS          PIC ZZZZZ9.
003310     05  FILLER                  PIC X(12) VALUE "  WARNINGS: ".
003320     05  RPT-TOT-WARNINGS        PIC ZZZZZ9.
003330     05  FILLER                  PIC X(12) VALUE "  FIX-UPS: ".
003340     05  RPT-TOT-FIXUPS          PIC ZZZZZ9.
003350     05  FILLER                  PIC X(30) VALUE SPACES.
003360******************************************************************
003370*    PE1INTF FIX-UP LIST LINE - ONE PROPOSED CORRECTION PER
003380*    FINDING, FOR A PERSON TO WORK THROUGH BEFORE ANYTHING IS
003390*    DELETED.  THE CHECK NUMBER TIES IT BACK TO THE REPORT.
003400******************************************************************
003410 01  WS-FIXUP-LINE.
003420     05  FIX-ACTION              PIC X(08).
003430     05  FILLER                  PIC X(01) VALUE SPACES.
003440     05  FIX-FILE                PIC X(08).
003450     05  FILLER                  PIC X(01) VALUE SPACES.
003460     05  FIX-KEY                 PIC X(45).
003470     05  FILLER                  PIC X(01) VALUE SPACES.
003480     05  FIX-CHECK-NO            PIC 99.
003490     05  FILLER                  PIC X(01) VALUE SPACES.
003500     05  FIX-CLASS               PIC X(01).
003510     05  FILLER                  PIC X(12) VALUE SPACES.
003520******************************************************************
003530*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
003540*    9000-WRITE-LOG-RECORD.  THE CHECK IS THE WEEK'S BUSINESS,
003550*    NOT ONE NIGHT'S, SO ITS RECORDS CARRY THE STEP'S OWN START
003560*    DATE AND TIME AS THE RUN-ID (SEE PE1LOG.CPY).
003570******************************************************************
003580 01  WS-LOG-WORK-AREAS.
003590     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
003600     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
003610     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
003620     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
003630     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
003640     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
003650     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
003660 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
003670     88  WS-LOG-IS-OPEN              VALUE "Y".
003680******************************************************************
003690*    ABEND / ERROR MESSAGE AREA
003700******************************************************************
003710 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
003720******************************************************************
003730 PROCEDURE DIVISION.
003740******************************************************************
003750*    0000-MAINLINE
003760******************************************************************
003770 0000-MAINLINE.
003780     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
003790     PERFORM 2000-RUN-ALL-CHECKS  THRU 2000-RUN-ALL-CHECKS-EXIT.
003800     PERFORM 4000-FINALIZE        THRU 4000-FINALIZE-EXIT.
003810     STOP RUN.
003820 0000-MAINLINE-EXIT.
003830     EXIT.
003840******************************************************************
003850*    1000-INITIALIZE - READ THE CARD, LOAD THE CONTROL, CALENDAR
003860*    AND DESTINATION TABLES, OPEN PE1-HIST FOR KEYED LOOKUPS AND
003870*    THE REPORT.  PE1-CTL AND PE1-HIST ARE WHAT EVERYTHING ELSE
003880*    IS PROVED AGAINST, SO EITHER MISSING ENDS THE STEP; ANY
003890*    OTHER FILE MISSING ONLY LEAVES ITS CHECKS NOT DONE.
003900******************************************************************
003910 1000-INITIALIZE.
003920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003930     ACCEPT WS-CURRENT-TIME FROM TIME.
003940     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
003950     PERFORM 1100-READ-REQUEST-CARD
003960         THRU 1100-READ-REQUEST-CARD-EXIT.
003970     PERFORM 1200-LOAD-CONTROL-CARDS
003980         THRU 1200-LOAD-CONTROL-CARDS-EXIT.
003990     PERFORM 1300-LOAD-CALENDAR THRU 1300-LOAD-CALENDAR-EXIT.
004000     PERFORM 1400-LOAD-DESTINATIONS
004010         THRU 1400-LOAD-DESTINATIONS-EXIT.
004020     OPEN INPUT PE1-HIST-FILE.
004030     IF WS-HIST-FILE-STATUS NOT = "00"
004040         MOVE "UNABLE TO OPEN PE1-HIST RUN-HISTORY FILE"
004050             TO WS-ABEND-MESSAGE
004060         GO TO 9800-ABEND-RUN
004070     END-IF.
004080     OPEN OUTPUT PE1-INTR-FILE.
004090     IF WS-INTR-FILE-STATUS NOT = "00"
004100         MOVE "UNABLE TO OPEN PE1INTR REPORT FILE"
004110             TO WS-ABEND-MESSAGE
004120         GO TO 9800-ABEND-RUN
004130     END-IF.
004140     IF WS-FIXUP-LIST
004150         OPEN OUTPUT PE1-INTF-FILE
004160         IF WS-INTF-FILE-STATUS NOT = "00"
004170             MOVE "UNABLE TO OPEN PE1INTF FIX-UP LIST"
004180                 TO WS-ABEND-MESSAGE
004190             GO TO 9800-ABEND-RUN
004200         END-IF
004210     END-IF.
004220     MOVE ZEROS TO WS-CHECK-COUNT-TABLE.
004230     MOVE WS-CURRENT-DATE TO RPT-HDG1-DATE.
004240     WRITE PE1-INTR-RECORD FROM WS-RPT-HEADING-LINE-1.
004250 1000-INITIALIZE-EXIT.
004260     EXIT.
004270******************************************************************
004280*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004290*    REST OF THE STREAM WRITES.  A LOG THAT WILL NOT OPEN COSTS
004300*    THE MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK.
004310******************************************************************
004320 1050-OPEN-RUN-LOG.
004330     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004340     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004350     OPEN EXTEND PE1-LOG-FILE.
004360     IF WS-LOG-FILE-STATUS NOT = "00"
004370         OPEN OUTPUT PE1-LOG-FILE
004380     END-IF.
004390     IF WS-LOG-FILE-STATUS NOT = "00"
004400         DISPLAY "PE1INTG UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004410         GO TO 1050-OPEN-RUN-LOG-EXIT
004420     END-IF.
004430     MOVE "Y" TO WS-LOG-OPEN-SW.
004440 1050-OPEN-RUN-LOG-EXIT.
004450     EXIT.
004460******************************************************************
004470*    1100-READ-REQUEST-CARD - "Y" IN COLUMN 1 OF THE PE1INTC
004480*    CARD ASKS FOR THE FIX-UP LIST.  NO CARD, OR ANYTHING ELSE
004490*    IN THE COLUMN, MEANS THE REPORT ALONE.
004500******************************************************************
004510 1100-READ-REQUEST-CARD.
004520     OPEN INPUT PE1-INTC-FILE.
004530     IF WS-INTC-FILE-STATUS NOT = "00"
004540         GO TO 1100-READ-REQUEST-CARD-EXIT
004550     END-IF.
004560     READ PE1-INTC-FILE
004570         AT END
004580             CLOSE PE1-INTC-FILE
004590             GO TO 1100-READ-REQUEST-CARD-EXIT
004600     END-READ.
004610*    THE CARD FIELD IS HELD BEFORE THE CLOSE - THE FD RECORD
004620*    AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
004630     IF INTC-FIXUP-LIST = "Y"
004640         MOVE "Y" TO WS-FIXUP-SW
004650     END-IF.
004660     CLOSE PE1-INTC-FILE.
004670 1100-READ-REQUEST-CARD-EXIT.
004680     EXIT.
004690******************************************************************
004700*    1200-LOAD-CONTROL-CARDS - EVERY PE1-CTL REQUEST AND ITS
004710*    PARTITION.  THE SAME 20-RECORD LIMIT PE1APPR HOLDS TO.
004720******************************************************************
004730 1200-LOAD-CONTROL-CARDS.
004740     OPEN INPUT PE1-CTL-FILE.
004750     IF WS-CTL-FILE-STATUS NOT = "00"
004760         MOVE "UNABLE TO OPEN PE1-CTL CONTROL FILE"
004770             TO WS-ABEND-MESSAGE
004780         GO TO 9800-ABEND-RUN
004790     END-IF.
004800     PERFORM 1210-READ-ONE-CTL-RECORD
004810         THRU 1210-READ-ONE-CTL-RECORD-EXIT
004820         UNTIL WS-EOF-CTL.
004830     CLOSE PE1-CTL-FILE.
004840 1200-LOAD-CONTROL-CARDS-EXIT.
004850     EXIT.
004860******************************************************************
004870 1210-READ-ONE-CTL-RECORD.
004880     READ PE1-CTL-FILE
004890         AT END
004900             MOVE "Y" TO WS-EOF-CTL-SW
004910             GO TO 1210-READ-ONE-CTL-RECORD-EXIT
004920     END-READ.
004930     IF WS-CTL-COUNT NOT < 20
004940         MOVE "PE1-CTL HAS MORE THAN 20 REQUEST RECORDS"
004950             TO WS-ABEND-MESSAGE
004960         GO TO 9800-ABEND-RUN
004970     END-IF.
004980     ADD 1 TO WS-CTL-COUNT.
004990     MOVE CTL-REQUEST-ID   TO WS-CTL-REQ (WS-CTL-COUNT).
005000     MOVE CTL-PARTITION-ID TO WS-CTL-PART (WS-CTL-COUNT).
005010 1210-READ-ONE-CTL-RECORD-EXIT.
005020     EXIT.
005030******************************************************************
005040*    1300-LOAD-CALENDAR - THE REQUEST IDS ON PE1-CAL (50, THE
005050*    SAME LIMIT PE1 HOLDS THE CALENDAR TO).
005060******************************************************************
005070 1300-LOAD-CALENDAR.
005080     OPEN INPUT PE1-CAL-FILE.
005090     IF WS-CAL-FILE-STATUS NOT = "00"
005100         GO TO 1300-LOAD-CALENDAR-EXIT
005110     END-IF.
005120     MOVE "Y" TO WS-CAL-AVAILABLE-SW.
005130     MOVE "N" TO WS-EOF-SW.
005140     PERFORM 1310-READ-ONE-CAL-RECORD
005150         THRU 1310-READ-ONE-CAL-RECORD-EXIT
005160         UNTIL WS-EOF.
005170     CLOSE PE1-CAL-FILE.
005180 1300-LOAD-CALENDAR-EXIT.
005190     EXIT.
005200******************************************************************
005210 1310-READ-ONE-CAL-RECORD.
005220     READ PE1-CAL-FILE
005230         AT END
005240             MOVE "Y" TO WS-EOF-SW
005250             GO TO 1310-READ-ONE-CAL-RECORD-EXIT
005260     END-READ.
005270     IF WS-CAL-COUNT NOT < 50
005280         MOVE "PE1-CAL HAS MORE THAN 50 CALENDAR RECORDS"
005290             TO WS-ABEND-MESSAGE
005300         GO TO 9800-ABEND-RUN
005310     END-IF.
005320     ADD 1 TO WS-CAL-COUNT.
005330     MOVE CAL-REQUEST-ID TO WS-CAL-REQ (WS-CAL-COUNT).
005340 1310-READ-ONE-CAL-RECORD-EXIT.
005350     EXIT.
005360******************************************************************
005370*    1400-LOAD-DESTINATIONS - EVERY PE1-DEST SUBSCRIPTION.
005380******************************************************************
005390 1400-LOAD-DESTINATIONS.
005400     OPEN INPUT PE1-DEST-FILE.
005410     IF WS-DEST-FILE-STATUS NOT = "00"
005420         GO TO 1400-LOAD-DESTINATIONS-EXIT
005430     END-IF.
005440     MOVE "Y" TO WS-DEST-AVAILABLE-SW.
005450     MOVE "N" TO WS-EOF-SW.
005460     PERFORM 1410-READ-ONE-DEST-RECORD
005470         THRU 1410-READ-ONE-DEST-RECORD-EXIT
005480         UNTIL WS-EOF.
005490     CLOSE PE1-DEST-FILE.
005500 1400-LOAD-DESTINATIONS-EXIT.
005510     EXIT.
005520******************************************************************
005530 1410-READ-ONE-DEST-RECORD.
005540     READ PE1-DEST-FILE
005550         AT END
005560             MOVE "Y" TO WS-EOF-SW
005570             GO TO 1410-READ-ONE-DEST-RECORD-EXIT
005580     END-READ.
005590     IF WS-DEST-COUNT NOT < 100
005600         MOVE "PE1-DEST HAS MORE THAN 100 SUBSCRIPTIONS"
005610             TO WS-ABEND-MESSAGE
005620         GO TO 9800-ABEND-RUN
005630     END-IF.
005640     ADD 1 TO WS-DEST-COUNT.
005650     MOVE DEST-ID         TO WS-DEST-ID (WS-DEST-COUNT).
005660     MOVE DEST-LAYOUT     TO WS-DEST-LAYOUT (WS-DEST-COUNT).
005670     MOVE DEST-REQUEST-ID TO WS-DEST-REQ (WS-DEST-COUNT).
005680 1410-READ-ONE-DEST-RECORD-EXIT.
005690     EXIT.
005700******************************************************************
005710*    2000-RUN-ALL-CHECKS - EACH CHECK IS ITS OWN PASS, SO THE
005720*    REPORT READS CHECK BY CHECK.  THE FILES ARE SMALL AND THE
005730*    JOB IS WEEKLY; THE EXTRA PASSES COST NOTHING THAT MATTERS.
005740******************************************************************
005750 2000-RUN-ALL-CHECKS.
005760     PERFORM 2100-RUN-ONE-CHECK THRU 2100-RUN-ONE-CHECK-EXIT
005770         VARYING WS-CHECK-NO FROM 1 BY 1
005780             UNTIL WS-CHECK-NO > WS-CHECK-MAX.
005790 2000-RUN-ALL-CHECKS-EXIT.
005800     EXIT.
005810******************************************************************
005820 2100-RUN-ONE-CHECK.
005830     WRITE PE1-INTR-RECORD FROM WS-RPT-BLANK-LINE.
005840     MOVE WS-CHECK-NO TO RPT-CHK-NO.
005850     IF WS-CHECK-CLASS (WS-CHECK-NO) = "E"
005860         MOVE "ERROR"   TO RPT-CHK-CLASS
005870     ELSE
005880         MOVE "WARNING" TO RPT-CHK-CLASS
005890     END-IF.
005900     MOVE WS-CHECK-TEXT (WS-CHECK-NO) TO RPT-CHK-TEXT.
005910     WRITE PE1-INTR-RECORD FROM WS-RPT-CHECK-LINE.
005920     MOVE "Y"    TO WS-CHECKED-SW.
005930     MOVE SPACES TO WS-CHECK-NOT-CHECKED-FILE.
005940     EVALUATE WS-CHECK-NO
005950         WHEN 1 THRU 3
005960             PERFORM 3100-SCAN-STAT   THRU 3100-SCAN-STAT-EXIT
005970         WHEN 4 THRU 5
005980             PERFORM 3200-SCAN-RSTAT  THRU 3200-SCAN-RSTAT-EXIT
005990         WHEN 6
006000             PERFORM 3300-SCAN-DISP   THRU 3300-SCAN-DISP-EXIT
006010         WHEN 7
006020             PERFORM 3400-SCAN-HIST   THRU 3400-SCAN-HIST-EXIT
006030         WHEN 8
006040             PERFORM 3500-SCAN-CAT    THRU 3500-SCAN-CAT-EXIT
006050         WHEN 9
006060             PERFORM 3600-SCAN-PCHG   THRU 3600-SCAN-PCHG-EXIT
006070         WHEN 10 THRU 11
006080             PERFORM 3700-SCAN-EXCL   THRU 3700-SCAN-EXCL-EXIT
006090         WHEN 12 THRU 13
006100             PERFORM 3800-CHECK-CAL   THRU 3800-CHECK-CAL-EXIT
006110         WHEN 14 THRU 15
006120             PERFORM 3900-CHECK-DEST  THRU 3900-CHECK-DEST-EXIT
006130         WHEN 16
006140             PERFORM 3950-CHECK-CTL   THRU 3950-CHECK-CTL-EXIT
006150     END-EVALUATE.
006160     MOVE SPACES TO WS-RPT-NOTE-LINE.
006170     IF NOT WS-CHECKED
006180         MOVE "NOT CHECKED - FILE NOT AVAILABLE:"
006190             TO RPT-NOTE-TEXT
006200         MOVE WS-CHECK-NOT-CHECKED-FILE TO RPT-NOTE-TEXT (35:8)
006210         WRITE PE1-INTR-RECORD FROM WS-RPT-NOTE-LINE
006215         ADD 1 TO WS-CHECKS-NOT-DONE
006220         MOVE "INT-004" TO WS-LOG-CODE
006230         MOVE "W"       TO WS-LOG-SEVERITY
006240         MOVE "CHECK NOT DONE - NO FILE"
006250             TO WS-LOG-TEXT
006260         MOVE WS-CHECK-NOT-CHECKED-FILE TO WS-LOG-TEXT (26:8)
006270         MOVE WS-CHECK-NO TO WS-LOG-VALUE-1
006280         PERFORM 9000-WRITE-LOG-RECORD
006290             THRU 9000-WRITE-LOG-RECORD-EXIT
006300         GO TO 2100-RUN-ONE-CHECK-EXIT
006310     END-IF.
006320     IF WS-CHECK-FINDINGS (WS-CHECK-NO) = ZERO
006330         MOVE "NONE FOUND" TO RPT-NOTE-TEXT
006340         WRITE PE1-INTR-RECORD FROM WS-RPT-NOTE-LINE
006350         GO TO 2100-RUN-ONE-CHECK-EXIT
006360     END-IF.
006370     IF WS-CHECK-FINDINGS (WS-CHECK-NO) > WS-LINE-LIMIT
006380         MOVE "MORE FINDINGS NOT LISTED - SEE THE SUMMARY COUNT"
006390             TO RPT-NOTE-TEXT
006400         WRITE PE1-INTR-RECORD FROM WS-RPT-NOTE-LINE
006410     END-IF.
006420     IF WS-CHECK-CLASS (WS-CHECK-NO) = "E"
006430         ADD WS-CHECK-FINDINGS (WS-CHECK-NO) TO WS-TOTAL-ERRORS
006440         MOVE "INT-002" TO WS-LOG-CODE
006450         MOVE "E"       TO WS-LOG-SEVERITY
006460     ELSE
006470         ADD WS-CHECK-FINDINGS (WS-CHECK-NO) TO WS-TOTAL-WARNINGS
006480         MOVE "INT-003" TO WS-LOG-CODE
006490         MOVE "W"       TO WS-LOG-SEVERITY
006500     END-IF.
006510     MOVE WS-CHECK-TEXT (WS-CHECK-NO)     TO WS-LOG-TEXT.
006520     MOVE WS-CHECK-NO                     TO WS-LOG-VALUE-1.
006530     MOVE WS-CHECK-FINDINGS (WS-CHECK-NO) TO WS-LOG-VALUE-2.
006540     PERFORM 9000-WRITE-LOG-RECORD
006550         THRU 9000-WRITE-LOG-RECORD-EXIT.
006560 2100-RUN-ONE-CHECK-EXIT.
006570     EXIT.
006580******************************************************************
006590*    3100-SCAN-STAT - CHECKS 1 TO 3.  A REVERSAL ROW IS THE FEED
006600*    OF A RUN PE1BKOUT TOOK OFF PE1-HIST, SO IT IS EXPECTED TO
006610*    HAVE NO RUN BEHIND IT AND IS LEFT OUT OF CHECKS 1 AND 2.
006620******************************************************************
006630 3100-SCAN-STAT.
006640     IF WS-CHECK-NO = 3 AND NOT WS-DEST-AVAILABLE
006650         MOVE "N"       TO WS-CHECKED-SW
006660         MOVE "PE1DEST" TO WS-CHECK-NOT-CHECKED-FILE
006670         GO TO 3100-SCAN-STAT-EXIT
006680     END-IF.
006690     OPEN INPUT PE1-STAT-FILE.
006700     IF WS-STAT-FILE-STATUS NOT = "00"
006710         MOVE "N"       TO WS-CHECKED-SW
006720         MOVE "PE1STAT" TO WS-CHECK-NOT-CHECKED-FILE
006730         GO TO 3100-SCAN-STAT-EXIT
006740     END-IF.
006750     MOVE "N" TO WS-EOF-SW.
006760     PERFORM 3110-CHECK-ONE-STAT THRU 3110-CHECK-ONE-STAT-EXIT
006770         UNTIL WS-EOF.
006780     CLOSE PE1-STAT-FILE.
006790 3100-SCAN-STAT-EXIT.
006800     EXIT.
006810******************************************************************
006820 3110-CHECK-ONE-STAT.
006830     READ PE1-STAT-FILE
006840         AT END
006850             MOVE "Y" TO WS-EOF-SW
006860             GO TO 3110-CHECK-ONE-STAT-EXIT
006870     END-READ.
006880     MOVE SPACES TO WS-FIND-KEY.
006890     MOVE "PE1STAT"       TO WS-FIND-FILE.
006900     MOVE STAT-RUN-DATE   TO WS-FIND-KEY (1:8).
006910     MOVE STAT-REQUEST-ID TO WS-FIND-KEY (10:8).
006920     MOVE STAT-DEST-ID    TO WS-FIND-KEY (19:8).
006930     IF WS-CHECK-NO = 3
006940         IF STAT-DEST-ID = SPACES
006950             GO TO 3110-CHECK-ONE-STAT-EXIT
006960         END-IF
006970         MOVE STAT-DEST-ID TO WS-LOOK-DEST
006980         PERFORM 8300-LOOKUP-DEST THRU 8300-LOOKUP-DEST-EXIT
006990         IF NOT WS-FOUND
007000             MOVE "DESTINATION UNKNOWN" TO WS-FIND-NOTE
007010             PERFORM 7000-RECORD-FINDING
007020                 THRU 7000-RECORD-FINDING-EXIT
007030         END-IF
007040         GO TO 3110-CHECK-ONE-STAT-EXIT
007050     END-IF.
007060     IF STAT-REVERSAL-FEED
007070         GO TO 3110-CHECK-ONE-STAT-EXIT
007080     END-IF.
007090     MOVE STAT-REQUEST-ID TO WS-LOOK-REQ.
007100     MOVE STAT-RUN-DATE   TO WS-LOOK-DATE.
007110     PERFORM 8100-LOOKUP-HIST THRU 8100-LOOKUP-HIST-EXIT.
007120     IF WS-CHECK-NO = 1 AND NOT WS-HIST-FOUND
007130         MOVE "NO RUN ON PE1-HIST" TO WS-FIND-NOTE
007140         PERFORM 7000-RECORD-FINDING
007150             THRU 7000-RECORD-FINDING-EXIT
007160     END-IF.
007170     IF WS-CHECK-NO = 2 AND WS-HIST-FOUND
007180        AND STAT-SENT-RESULT NOT = HIST-RESULT
007190         MOVE "RESULT DIFFERS" TO WS-FIND-NOTE
007200         MOVE "Y"              TO WS-FIND-VALUE-SW
007210         MOVE STAT-SENT-RESULT TO WS-FIND-VALUE-1
007220         MOVE HIST-RESULT      TO WS-FIND-VALUE-2
007230         PERFORM 7000-RECORD-FINDING
007240             THRU 7000-RECORD-FINDING-EXIT
007250     END-IF.
007260 3110-CHECK-ONE-STAT-EXIT.
007270     EXIT.
007280******************************************************************
007290*    3200-SCAN-RSTAT - CHECKS 4 AND 5.
007300******************************************************************
007310 3200-SCAN-RSTAT.
007320     OPEN INPUT PE1-RSTAT-FILE.
007330     IF WS-RSTAT-FILE-STATUS NOT = "00"
007340         MOVE "N"        TO WS-CHECKED-SW
007350         MOVE "PE1RSTAT" TO WS-CHECK-NOT-CHECKED-FILE
007360         GO TO 3200-SCAN-RSTAT-EXIT
007370     END-IF.
007380     MOVE "N" TO WS-EOF-SW.
007390     PERFORM 3210-CHECK-ONE-RSTAT THRU 3210-CHECK-ONE-RSTAT-EXIT
007400         UNTIL WS-EOF.
007410     CLOSE PE1-RSTAT-FILE.
007420 3200-SCAN-RSTAT-EXIT.
007430     EXIT.
007440******************************************************************
007450 3210-CHECK-ONE-RSTAT.
007460     READ PE1-RSTAT-FILE
007470         AT END
007480             MOVE "Y" TO WS-EOF-SW
007490             GO TO 3210-CHECK-ONE-RSTAT-EXIT
007500     END-READ.
007510     MOVE SPACES TO WS-FIND-KEY.
007520     MOVE "PE1RSTAT"     TO WS-FIND-FILE.
007530     MOVE RST-REQUEST-ID TO WS-FIND-KEY (1:8).
007540     MOVE RST-RUN-DATE   TO WS-FIND-KEY (10:8).
007550     MOVE RST-REQUEST-ID TO WS-LOOK-REQ.
007560     MOVE RST-RUN-DATE   TO WS-LOOK-DATE.
007570     PERFORM 8100-LOOKUP-HIST THRU 8100-LOOKUP-HIST-EXIT.
007580     IF WS-CHECK-NO = 4 AND NOT WS-HIST-FOUND
007590         MOVE "NO RUN ON PE1-HIST" TO WS-FIND-NOTE
007600         PERFORM 7000-RECORD-FINDING
007610             THRU 7000-RECORD-FINDING-EXIT
007620     END-IF.
007630     IF WS-CHECK-NO = 5 AND WS-HIST-FOUND
007640        AND RST-RESULT NOT = HIST-RESULT
007650         MOVE "RESULT DIFFERS" TO WS-FIND-NOTE
007660         MOVE "Y"              TO WS-FIND-VALUE-SW
007670         MOVE RST-RESULT       TO WS-FIND-VALUE-1
007680         MOVE HIST-RESULT      TO WS-FIND-VALUE-2
007690         PERFORM 7000-RECORD-FINDING
007700             THRU 7000-RECORD-FINDING-EXIT
007710     END-IF.
007720 3210-CHECK-ONE-RSTAT-EXIT.
007730     EXIT.
007740******************************************************************
007750*    3300-SCAN-DISP - CHECK 6.
007760******************************************************************
007770 3300-SCAN-DISP.
007780     OPEN INPUT PE1-DISP-FILE.
007790     IF WS-DISP-FILE-STATUS NOT = "00"
007800         MOVE "N"       TO WS-CHECKED-SW
007810         MOVE "PE1DISP" TO WS-CHECK-NOT-CHECKED-FILE
007820         GO TO 3300-SCAN-DISP-EXIT
007830     END-IF.
007840     MOVE "N" TO WS-EOF-SW.
007850     PERFORM 3310-CHECK-ONE-DISP THRU 3310-CHECK-ONE-DISP-EXIT
007860         UNTIL WS-EOF.
007870     CLOSE PE1-DISP-FILE.
007880 3300-SCAN-DISP-EXIT.
007890     EXIT.
007900******************************************************************
007910 3310-CHECK-ONE-DISP.
007920     READ PE1-DISP-FILE
007930         AT END
007940             MOVE "Y" TO WS-EOF-SW
007950             GO TO 3310-CHECK-ONE-DISP-EXIT
007960     END-READ.
007970     MOVE DISP-REQUEST-ID TO WS-LOOK-REQ.
007980     MOVE DISP-RUN-DATE   TO WS-LOOK-DATE.
007990     PERFORM 8100-LOOKUP-HIST THRU 8100-LOOKUP-HIST-EXIT.
008000     IF WS-HIST-FOUND
008010         GO TO 3310-CHECK-ONE-DISP-EXIT
008020     END-IF.
008030     MOVE SPACES TO WS-FIND-KEY.
008040     MOVE "PE1DISP"       TO WS-FIND-FILE.
008050     MOVE DISP-REQUEST-ID TO WS-FIND-KEY (1:8).
008060     MOVE DISP-RUN-DATE   TO WS-FIND-KEY (10:8).
008070     MOVE "SIGNED BY"     TO WS-FIND-NOTE.
008080     MOVE DISP-OPERATOR   TO WS-FIND-NOTE (11:8).
008090     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
008100 3310-CHECK-ONE-DISP-EXIT.
008110     EXIT.
008120******************************************************************
008130*    3400-SCAN-HIST - CHECK 7.  A RETIRED REQUEST KEEPS ITS
008140*    HISTORY, SO THIS IS A WARNING - IT ASKS WHETHER THE
008150*    REQUEST WAS MEANT TO COME OFF PE1-CTL.
008160******************************************************************
008170 3400-SCAN-HIST.
008180     MOVE LOW-VALUES TO HIST-KEY.
008190     MOVE "N" TO WS-EOF-SW.
008200     START PE1-HIST-FILE KEY IS NOT LESS THAN HIST-KEY
008210         INVALID KEY
008220             MOVE "Y" TO WS-EOF-SW
008230     END-START.
008240     PERFORM 3410-CHECK-ONE-HIST THRU 3410-CHECK-ONE-HIST-EXIT
008250         UNTIL WS-EOF.
008260 3400-SCAN-HIST-EXIT.
008270     EXIT.
008280******************************************************************
008290 3410-CHECK-ONE-HIST.
008300     READ PE1-HIST-FILE NEXT RECORD
008310         AT END
008320             MOVE "Y" TO WS-EOF-SW
008330             GO TO 3410-CHECK-ONE-HIST-EXIT
008340     END-READ.
008350     MOVE HIST-REQUEST-ID TO WS-LOOK-REQ.
008360     PERFORM 8200-LOOKUP-CTL THRU 8200-LOOKUP-CTL-EXIT.
008370     IF WS-FOUND
008380         GO TO 3410-CHECK-ONE-HIST-EXIT
008390     END-IF.
008400     MOVE SPACES TO WS-FIND-KEY.
008410     MOVE "PE1HIST"       TO WS-FIND-FILE.
008420     MOVE HIST-REQUEST-ID TO WS-FIND-KEY (1:8).
008430     MOVE HIST-RUN-DATE   TO WS-FIND-KEY (10:8).
008440     MOVE HIST-RUN-ID     TO WS-FIND-KEY (19:14).
008450     MOVE "REQUEST NOT ON CTL" TO WS-FIND-NOTE.
008460     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
008470 3410-CHECK-ONE-HIST-EXIT.
008480     EXIT.
008490******************************************************************
008500*    3500-SCAN-CAT - CHECK 8.  EVERY DATASET NAMED ON AN ACTIVE
008510*    CATALOG ENTRY MUST STILL OPEN; A PURGED ENTRY'S DATASETS
008520*    ARE EXPECTED GONE (THEY ARE ON PE1-ARCH).  A BLANK SLOT IS
008530*    SKIPPED, AS PE1PURGE SKIPS IT.
008540******************************************************************
008550 3500-SCAN-CAT.
008560     OPEN INPUT PE1-CAT-FILE.
008570     IF WS-CAT-FILE-STATUS NOT = "00"
008580         MOVE "N"      TO WS-CHECKED-SW
008590         MOVE "PE1CAT" TO WS-CHECK-NOT-CHECKED-FILE
008600         GO TO 3500-SCAN-CAT-EXIT
008610     END-IF.
008620     MOVE "N" TO WS-EOF-SW.
008630     PERFORM 3510-CHECK-ONE-CAT THRU 3510-CHECK-ONE-CAT-EXIT
008640         UNTIL WS-EOF.
008650     CLOSE PE1-CAT-FILE.
008660 3500-SCAN-CAT-EXIT.
008670     EXIT.
008680******************************************************************
008690 3510-CHECK-ONE-CAT.
008700     READ PE1-CAT-FILE
008710         AT END
008720             MOVE "Y" TO WS-EOF-SW
008730             GO TO 3510-CHECK-ONE-CAT-EXIT
008740     END-READ.
008750     IF NOT CAT-ACTIVE
008760         GO TO 3510-CHECK-ONE-CAT-EXIT
008770     END-IF.
008780     MOVE CAT-OUT-DSN  TO WS-CHECK-DSN.
008790     MOVE "OUT "       TO WS-CHECK-SLOT.
008800     PERFORM 3520-CHECK-ONE-DATASET
008810         THRU 3520-CHECK-ONE-DATASET-EXIT.
008820     MOVE CAT-RPT-DSN  TO WS-CHECK-DSN.
008830     MOVE "RPT "       TO WS-CHECK-SLOT.
008840     PERFORM 3520-CHECK-ONE-DATASET
008850         THRU 3520-CHECK-ONE-DATASET-EXIT.
008860     MOVE CAT-AUD-DSN  TO WS-CHECK-DSN.
008870     MOVE "AUD "       TO WS-CHECK-SLOT.
008880     PERFORM 3520-CHECK-ONE-DATASET
008890         THRU 3520-CHECK-ONE-DATASET-EXIT.
008900     MOVE CAT-EXTR-DSN TO WS-CHECK-DSN.
008910     MOVE "EXTR"       TO WS-CHECK-SLOT.
008920     PERFORM 3520-CHECK-ONE-DATASET
008930         THRU 3520-CHECK-ONE-DATASET-EXIT.
008940 3510-CHECK-ONE-CAT-EXIT.
008950     EXIT.
008960******************************************************************
008970 3520-CHECK-ONE-DATASET.
008980     IF WS-CHECK-DSN = SPACES
008990         GO TO 3520-CHECK-ONE-DATASET-EXIT
009000     END-IF.
009010     OPEN INPUT PE1-DSN-FILE.
009020     IF WS-DSN-FILE-STATUS = "00"
009030         CLOSE PE1-DSN-FILE
009040         GO TO 3520-CHECK-ONE-DATASET-EXIT
009050     END-IF.
009060     MOVE SPACES TO WS-FIND-KEY.
009070     MOVE "PE1CAT"      TO WS-FIND-FILE.
009080     MOVE CAT-RUN-ID    TO WS-FIND-KEY (1:14).
009090     MOVE WS-CHECK-DSN  TO WS-FIND-KEY (16:30).
009100     MOVE WS-CHECK-SLOT TO WS-FIND-NOTE.
009110     MOVE "DATASET MISSING" TO WS-FIND-NOTE (6:15).
009120     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
009130 3520-CHECK-ONE-DATASET-EXIT.
009140     EXIT.
009150******************************************************************
009160*    3600-SCAN-PCHG - CHECK 9.  A CHANGE STILL AWAITING APPROVAL,
009170*    OR APPROVED AND NOT YET APPLIED, FOR A REQUEST NO LONGER ON
009180*    PE1-CTL CAN NEVER APPLY.  APPLIED AND REJECTED CHANGES ARE
009190*    HISTORY AND ARE LEFT ALONE.
009200******************************************************************
009210 3600-SCAN-PCHG.
009220     OPEN INPUT PE1-PCHG-FILE.
009230     IF WS-PCHG-FILE-STATUS NOT = "00"
009240         MOVE "N"       TO WS-CHECKED-SW
009250         MOVE "PE1PCHG" TO WS-CHECK-NOT-CHECKED-FILE
009260         GO TO 3600-SCAN-PCHG-EXIT
009270     END-IF.
009280     MOVE "N" TO WS-EOF-SW.
009290     PERFORM 3610-CHECK-ONE-PCHG THRU 3610-CHECK-ONE-PCHG-EXIT
009300         UNTIL WS-EOF.
009310     CLOSE PE1-PCHG-FILE.
009320 3600-SCAN-PCHG-EXIT.
009330     EXIT.
009340******************************************************************
009350 3610-CHECK-ONE-PCHG.
009360     READ PE1-PCHG-FILE
009370         AT END
009380             MOVE "Y" TO WS-EOF-SW
009390             GO TO 3610-CHECK-ONE-PCHG-EXIT
009400     END-READ.
009410     IF NOT PCHG-PENDING AND NOT PCHG-APPROVED
009420         GO TO 3610-CHECK-ONE-PCHG-EXIT
009430     END-IF.
009440     MOVE PCHG-REQUEST-ID TO WS-LOOK-REQ.
009450     PERFORM 8200-LOOKUP-CTL THRU 8200-LOOKUP-CTL-EXIT.
009460     IF WS-FOUND
009470         GO TO 3610-CHECK-ONE-PCHG-EXIT
009480     END-IF.
009490     MOVE SPACES TO WS-FIND-KEY.
009500     MOVE "PE1PCHG"           TO WS-FIND-FILE.
009510     MOVE PCHG-REQUEST-ID     TO WS-FIND-KEY (1:8).
009520     MOVE PCHG-EFFECTIVE-DATE TO WS-FIND-KEY (10:8).
009530     IF PCHG-PENDING
009540         MOVE "AWAITING APPROVAL"    TO WS-FIND-NOTE
009550     ELSE
009560         MOVE "APPROVED, NOT APPLIED" TO WS-FIND-NOTE
009570     END-IF.
009580     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
009590 3610-CHECK-ONE-PCHG-EXIT.
009600     EXIT.
009610******************************************************************
009620*    3700-SCAN-EXCL - CHECKS 10 AND 11.  "ALL" OR SPACES SCOPES
009630*    AN ENTRY TO EVERY REQUEST AND NEEDS NO CONTROL CARD.  A LOW
009640*    CTR THAT IS NOT NUMERIC OR ZERO, OR A HIGH BELOW THE LOW,
009650*    IS AN ENTRY PE1 WILL REFUSE OR NEVER MATCH; SO IS A DATE
009653*    THAT IS NEITHER SPACES NOR NUMERIC, OR AN EXPIRY BEFORE THE
009656*    EFFECTIVE DATE.  A RETIRED ENTRY IS KEPT ONLY AS HISTORY,
009659*    SO ITS REQUEST NEED NOT STILL BE ON THE CONTROL CARD.
009660******************************************************************
009670 3700-SCAN-EXCL.
009680     OPEN INPUT PE1-EXCL-FILE.
009690     IF WS-EXCL-FILE-STATUS NOT = "00"
009700         MOVE "N"       TO WS-CHECKED-SW
009710         MOVE "PE1EXCL" TO WS-CHECK-NOT-CHECKED-FILE
009720         GO TO 3700-SCAN-EXCL-EXIT
009730     END-IF.
009740     MOVE "N" TO WS-EOF-SW.
009750     PERFORM 3710-CHECK-ONE-EXCL THRU 3710-CHECK-ONE-EXCL-EXIT
009760         UNTIL WS-EOF.
009770     CLOSE PE1-EXCL-FILE.
009780 3700-SCAN-EXCL-EXIT.
009790     EXIT.
009800******************************************************************
009810 3710-CHECK-ONE-EXCL.
009820     READ PE1-EXCL-FILE
009830         AT END
009840             MOVE "Y" TO WS-EOF-SW
009850             GO TO 3710-CHECK-ONE-EXCL-EXIT
009860     END-READ.
009870     MOVE SPACES TO WS-FIND-KEY.
009880     MOVE "PE1EXCL"       TO WS-FIND-FILE.
009890     MOVE EXCL-REQUEST-ID TO WS-FIND-KEY (1:8).
009900     MOVE EXCL-LOW-CTR    TO WS-FIND-KEY (10:8).
009910     MOVE EXCL-HIGH-CTR   TO WS-FIND-KEY (19:8).
009920     MOVE EXCL-REASON     TO WS-FIND-NOTE.
009930     IF WS-CHECK-NO = 11
009940         IF EXCL-LOW-CTR NOT NUMERIC
009950            OR EXCL-HIGH-CTR NOT NUMERIC
009960            OR EXCL-LOW-CTR = ZERO
009970            OR (EXCL-HIGH-CTR NOT = ZERO
009980                AND EXCL-HIGH-CTR < EXCL-LOW-CTR)
009981            OR (EXCL-EFFECTIVE-DATE NOT = SPACES
009982                AND EXCL-EFFECTIVE-DATE NOT NUMERIC)
009983            OR (EXCL-EXPIRY-DATE NOT = SPACES
009984                AND EXCL-EXPIRY-DATE NOT NUMERIC)
009985            OR (EXCL-RETIRED-DATE NOT = SPACES
009986                AND EXCL-RETIRED-DATE NOT NUMERIC)
009987            OR (EXCL-EFFECTIVE-DATE NOT = SPACES
009988                AND EXCL-EXPIRY-DATE NOT = SPACES
009989                AND EXCL-EXPIRY-DATE < EXCL-EFFECTIVE-DATE)
009990             PERFORM 7000-RECORD-FINDING
010000                 THRU 7000-RECORD-FINDING-EXIT
010010         END-IF
010020         GO TO 3710-CHECK-ONE-EXCL-EXIT
010030     END-IF.
010040     IF EXCL-REQUEST-ID = "ALL" OR EXCL-REQUEST-ID = SPACES
010049        OR NOT EXCL-NOT-RETIRED
010050         GO TO 3710-CHECK-ONE-EXCL-EXIT
010060     END-IF.
010070     MOVE EXCL-REQUEST-ID TO WS-LOOK-REQ.
010080     PERFORM 8200-LOOKUP-CTL THRU 8200-LOOKUP-CTL-EXIT.
010090     IF NOT WS-FOUND
010100         PERFORM 7000-RECORD-FINDING
010110             THRU 7000-RECORD-FINDING-EXIT
010120     END-IF.
010130 3710-CHECK-ONE-EXCL-EXIT.
010140     EXIT.
010150******************************************************************
010160*    3800-CHECK-CAL - CHECKS 12 AND 13, FROM THE TABLES.
010170******************************************************************
010180 3800-CHECK-CAL.
010190     IF NOT WS-CAL-AVAILABLE
010200         MOVE "N"      TO WS-CHECKED-SW
010210         MOVE "PE1CAL" TO WS-CHECK-NOT-CHECKED-FILE
010220         GO TO 3800-CHECK-CAL-EXIT
010230     END-IF.
010240     IF WS-CHECK-NO = 12
010250         PERFORM 3810-CHECK-ONE-CAL THRU 3810-CHECK-ONE-CAL-EXIT
010260             VARYING WS-CAL-IDX FROM 1 BY 1
010270                 UNTIL WS-CAL-IDX > WS-CAL-COUNT
010280     ELSE
010290         PERFORM 3820-CHECK-ONE-CTL-CAL
010300             THRU 3820-CHECK-ONE-CTL-CAL-EXIT
010310             VARYING WS-CTL-IDX FROM 1 BY 1
010320                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
010330     END-IF.
010340 3800-CHECK-CAL-EXIT.
010350     EXIT.
010360******************************************************************
010370 3810-CHECK-ONE-CAL.
010380     MOVE WS-CAL-REQ (WS-CAL-IDX) TO WS-LOOK-REQ.
010390     PERFORM 8200-LOOKUP-CTL THRU 8200-LOOKUP-CTL-EXIT.
010400     IF WS-FOUND
010410         GO TO 3810-CHECK-ONE-CAL-EXIT
010420     END-IF.
010430     MOVE SPACES TO WS-FIND-KEY.
010440     MOVE "PE1CAL"    TO WS-FIND-FILE.
010450     MOVE WS-LOOK-REQ TO WS-FIND-KEY (1:8).
010460     MOVE "REQUEST NOT ON CTL" TO WS-FIND-NOTE.
010470     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
010480 3810-CHECK-ONE-CAL-EXIT.
010490     EXIT.
010500******************************************************************
010510*    3820-CHECK-ONE-CTL-CAL - A REQUEST SPLIT ACROSS PARTITIONS
010520*    IS ON PE1-CTL MORE THAN ONCE; IT IS REPORTED ONCE.
010530******************************************************************
010540 3820-CHECK-ONE-CTL-CAL.
010550     MOVE WS-CTL-REQ (WS-CTL-IDX) TO WS-LOOK-REQ.
010560     PERFORM 8250-LOOKUP-EARLIER-CTL
010570         THRU 8250-LOOKUP-EARLIER-CTL-EXIT.
010580     IF WS-FOUND
010590         GO TO 3820-CHECK-ONE-CTL-CAL-EXIT
010600     END-IF.
010610     MOVE "N" TO WS-FOUND-SW.
010620     PERFORM 3830-MATCH-ONE-CAL THRU 3830-MATCH-ONE-CAL-EXIT
010630         VARYING WS-CAL-IDX FROM 1 BY 1
010640             UNTIL WS-CAL-IDX > WS-CAL-COUNT.
010650     IF WS-FOUND
010660         GO TO 3820-CHECK-ONE-CTL-CAL-EXIT
010670     END-IF.
010680     MOVE SPACES TO WS-FIND-KEY.
010690     MOVE "PE1CTL"    TO WS-FIND-FILE.
010700     MOVE WS-LOOK-REQ TO WS-FIND-KEY (1:8).
010710     MOVE "NO CALENDAR ENTRY" TO WS-FIND-NOTE.
010720     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
010730 3820-CHECK-ONE-CTL-CAL-EXIT.
010740     EXIT.
010750******************************************************************
010760 3830-MATCH-ONE-CAL.
010770     IF WS-CAL-REQ (WS-CAL-IDX) = WS-LOOK-REQ
010780         MOVE "Y" TO WS-FOUND-SW
010790     END-IF.
010800 3830-MATCH-ONE-CAL-EXIT.
010810     EXIT.
010820******************************************************************
010830*    3900-CHECK-DEST - CHECKS 14 AND 15, FROM THE TABLE.  A
010840*    SUBSCRIPTION TO "ALL" (OR SPACES) NEEDS NO CONTROL CARD.
010850******************************************************************
010860 3900-CHECK-DEST.
010870     IF NOT WS-DEST-AVAILABLE
010880         MOVE "N"       TO WS-CHECKED-SW
010890         MOVE "PE1DEST" TO WS-CHECK-NOT-CHECKED-FILE
010900         GO TO 3900-CHECK-DEST-EXIT
010910     END-IF.
010920     PERFORM 3910-CHECK-ONE-DEST THRU 3910-CHECK-ONE-DEST-EXIT
010930         VARYING WS-DEST-IDX FROM 1 BY 1
010940             UNTIL WS-DEST-IDX > WS-DEST-COUNT.
010950 3900-CHECK-DEST-EXIT.
010960     EXIT.
010970******************************************************************
010980 3910-CHECK-ONE-DEST.
010990     MOVE SPACES TO WS-FIND-KEY.
011000     MOVE "PE1DEST"                 TO WS-FIND-FILE.
011010     MOVE WS-DEST-ID (WS-DEST-IDX)  TO WS-FIND-KEY (1:8).
011020     MOVE WS-DEST-REQ (WS-DEST-IDX) TO WS-FIND-KEY (10:8).
011030     IF WS-CHECK-NO = 15
011040         IF WS-DEST-LAYOUT (WS-DEST-IDX) NOT = "F"
011050            AND WS-DEST-LAYOUT (WS-DEST-IDX) NOT = "D"
011060             MOVE "LAYOUT"  TO WS-FIND-NOTE
011070             MOVE WS-DEST-LAYOUT (WS-DEST-IDX)
011080                 TO WS-FIND-NOTE (8:1)
011090             PERFORM 7000-RECORD-FINDING
011100                 THRU 7000-RECORD-FINDING-EXIT
011110         END-IF
011120         GO TO 3910-CHECK-ONE-DEST-EXIT
011130     END-IF.
011140     IF WS-DEST-REQ (WS-DEST-IDX) = "ALL"
011150        OR WS-DEST-REQ (WS-DEST-IDX) = SPACES
011160         GO TO 3910-CHECK-ONE-DEST-EXIT
011170     END-IF.
011180     MOVE WS-DEST-REQ (WS-DEST-IDX) TO WS-LOOK-REQ.
011190     PERFORM 8200-LOOKUP-CTL THRU 8200-LOOKUP-CTL-EXIT.
011200     IF NOT WS-FOUND
011210         MOVE "REQUEST NOT ON CTL" TO WS-FIND-NOTE
011220         PERFORM 7000-RECORD-FINDING
011230             THRU 7000-RECORD-FINDING-EXIT
011240     END-IF.
011250 3910-CHECK-ONE-DEST-EXIT.
011260     EXIT.
011270******************************************************************
011280*    3950-CHECK-CTL - CHECK 16.  A REQUEST MAY BE ON PE1-CTL ONCE
011290*    PER PARTITION; THE SAME REQUEST AND PARTITION TWICE MEANS
011300*    PE1 WOULD RUN IT TWICE INTO ONE HISTORY RECORD.
011310******************************************************************
011320 3950-CHECK-CTL.
011330     PERFORM 3960-CHECK-ONE-CTL THRU 3960-CHECK-ONE-CTL-EXIT
011340         VARYING WS-CTL-IDX FROM 2 BY 1
011350             UNTIL WS-CTL-IDX > WS-CTL-COUNT.
011360 3950-CHECK-CTL-EXIT.
011370     EXIT.
011380******************************************************************
011390 3960-CHECK-ONE-CTL.
011400     MOVE "N" TO WS-FOUND-SW.
011410     PERFORM 3970-MATCH-ONE-CTL THRU 3970-MATCH-ONE-CTL-EXIT
011420         VARYING WS-CTL-IDX-2 FROM 1 BY 1
011430             UNTIL WS-CTL-IDX-2 NOT < WS-CTL-IDX.
011440     IF NOT WS-FOUND
011450         GO TO 3960-CHECK-ONE-CTL-EXIT
011460     END-IF.
011470     MOVE SPACES TO WS-FIND-KEY.
011480     MOVE "PE1CTL"                 TO WS-FIND-FILE.
011490     MOVE WS-CTL-REQ (WS-CTL-IDX)  TO WS-FIND-KEY (1:8).
011500     MOVE WS-CTL-PART (WS-CTL-IDX) TO WS-FIND-KEY (10:2).
011510     MOVE "DUPLICATE RECORD" TO WS-FIND-NOTE.
011520     PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
011530 3960-CHECK-ONE-CTL-EXIT.
011540     EXIT.
011550******************************************************************
011560 3970-MATCH-ONE-CTL.
011570     IF WS-CTL-REQ (WS-CTL-IDX-2) = WS-CTL-REQ (WS-CTL-IDX)
011580        AND WS-CTL-PART (WS-CTL-IDX-2) = WS-CTL-PART (WS-CTL-IDX)
011590         MOVE "Y" TO WS-FOUND-SW
011600     END-IF.
011610 3970-MATCH-ONE-CTL-EXIT.
011620     EXIT.
011630******************************************************************
011640*    4000-FINALIZE - SUMMARY BY CHECK, TOTALS, CLOSE UP, AND THE
011650*    RETURN CODE: 8 ON ANY ERROR-CLASS FINDING, 4 ON WARNINGS
011660*    ONLY OR A CHECK LEFT UNDONE, 0 WHEN EVERY FILE AGREES.
011670******************************************************************
011680 4000-FINALIZE.
011690     WRITE PE1-INTR-RECORD FROM WS-RPT-BLANK-LINE.
011700     MOVE "SUMMARY BY CHECK" TO PE1-INTR-RECORD.
011710     WRITE PE1-INTR-RECORD.
011720     PERFORM 4100-WRITE-ONE-SUMMARY
011730         THRU 4100-WRITE-ONE-SUMMARY-EXIT
011740         VARYING WS-CHECK-NO FROM 1 BY 1
011750             UNTIL WS-CHECK-NO > WS-CHECK-MAX.
011760     WRITE PE1-INTR-RECORD FROM WS-RPT-BLANK-LINE.
011770     MOVE WS-TOTAL-ERRORS   TO RPT-TOT-ERRORS.
011780     MOVE WS-TOTAL-WARNINGS TO RPT-TOT-WARNINGS.
011790     MOVE WS-FIXUPS-WRITTEN TO RPT-TOT-FIXUPS.
011800     WRITE PE1-INTR-RECORD FROM WS-RPT-TOTAL-LINE.
011810     CLOSE PE1-HIST-FILE.
011820     CLOSE PE1-INTR-FILE.
011830     IF WS-FIXUP-LIST
011840         CLOSE PE1-INTF-FILE
011850     END-IF.
011860     DISPLAY "PE1INTG ERRORS: " WS-TOTAL-ERRORS
011870         " WARNINGS: " WS-TOTAL-WARNINGS
011880         " FIX-UPS: " WS-FIXUPS-WRITTEN
011885         " NOT DONE: " WS-CHECKS-NOT-DONE.
011890     IF WS-TOTAL-WARNINGS > ZERO OR WS-CHECKS-NOT-DONE > ZERO
011900         MOVE 4 TO RETURN-CODE
011910     END-IF.
011920     IF WS-TOTAL-ERRORS > ZERO
011930         MOVE 8 TO RETURN-CODE
011940     END-IF.
011950     MOVE "INT-001" TO WS-LOG-CODE.
011960     MOVE "I"       TO WS-LOG-SEVERITY.
011970     MOVE "INTEGRITY CHECK DONE - ERRORS / WARNINGS"
011980         TO WS-LOG-TEXT.
011990     MOVE WS-TOTAL-ERRORS   TO WS-LOG-VALUE-1.
012000     MOVE WS-TOTAL-WARNINGS TO WS-LOG-VALUE-2.
012010     PERFORM 9000-WRITE-LOG-RECORD
012020         THRU 9000-WRITE-LOG-RECORD-EXIT.
012030     IF WS-LOG-IS-OPEN
012040         CLOSE PE1-LOG-FILE
012050     END-IF.
012060 4000-FINALIZE-EXIT.
012070     EXIT.
012080******************************************************************
012090 4100-WRITE-ONE-SUMMARY.
012100     MOVE WS-CHECK-NO                     TO RPT-SUM-NO.
012110     MOVE WS-CHECK-CLASS (WS-CHECK-NO)    TO RPT-SUM-CLASS.
012120     MOVE WS-CHECK-TEXT (WS-CHECK-NO)     TO RPT-SUM-TEXT.
012130     MOVE WS-CHECK-FINDINGS (WS-CHECK-NO) TO RPT-SUM-COUNT.
012140     WRITE PE1-INTR-RECORD FROM WS-RPT-SUMMARY-LINE.
012150 4100-WRITE-ONE-SUMMARY-EXIT.
012160     EXIT.
012170******************************************************************
012180*    7000-RECORD-FINDING - COUNT THE FINDING UNDER THE CURRENT
012190*    CHECK, PRINT IT (UP TO THE LINE LIMIT), AND PUT IT ON THE
012200*    FIX-UP LIST WHEN ONE WAS ASKED FOR AND THE CHECK PROPOSES
012210*    AN ACTION.  THE FINDING AREA IS CLEARED FOR THE NEXT ONE.
012220******************************************************************
012230 7000-RECORD-FINDING.
012240     ADD 1 TO WS-CHECK-FINDINGS (WS-CHECK-NO).
012250     IF WS-CHECK-FINDINGS (WS-CHECK-NO) NOT > WS-LINE-LIMIT
012260         MOVE WS-FIND-FILE TO RPT-DTL-FILE
012270         MOVE WS-FIND-KEY  TO RPT-DTL-KEY
012280         MOVE WS-FIND-NOTE TO RPT-DTL-NOTE
012290         WRITE PE1-INTR-RECORD FROM WS-RPT-DETAIL-LINE
012300         IF WS-FIND-HAS-VALUES
012310             MOVE WS-FIND-VALUE-1 TO RPT-VAL-1
012320             MOVE WS-FIND-VALUE-2 TO RPT-VAL-2
012330             WRITE PE1-INTR-RECORD FROM WS-RPT-VALUE-LINE
012340         END-IF
012350     END-IF.
012360     IF WS-FIXUP-LIST
012370        AND WS-CHECK-ACTION (WS-CHECK-NO) NOT = SPACES
012380         MOVE WS-CHECK-ACTION (WS-CHECK-NO) TO FIX-ACTION
012390         MOVE WS-FIND-FILE                  TO FIX-FILE
012400         MOVE WS-FIND-KEY                   TO FIX-KEY
012410         MOVE WS-CHECK-NO                   TO FIX-CHECK-NO
012420         MOVE WS-CHECK-CLASS (WS-CHECK-NO)  TO FIX-CLASS
012430         WRITE PE1-INTF-RECORD FROM WS-FIXUP-LINE
012440         ADD 1 TO WS-FIXUPS-WRITTEN
012450     END-IF.
012460     MOVE SPACES TO WS-FIND-NOTE.
012470     MOVE "N"    TO WS-FIND-VALUE-SW.
012480 7000-RECORD-FINDING-EXIT.
012490     EXIT.
012500******************************************************************
012510*    8100-LOOKUP-HIST - IS THERE A PE1-HIST RUN FOR WS-LOOK-REQ
012520*    ON WS-LOOK-DATE?  THE RECORD IS LEFT IN THE FD AREA.
012530******************************************************************
012540 8100-LOOKUP-HIST.
012550     MOVE WS-LOOK-REQ  TO HIST-REQUEST-ID.
012560     MOVE WS-LOOK-DATE TO HIST-RUN-DATE.
012570     MOVE "Y" TO WS-HIST-FOUND-SW.
012580     READ PE1-HIST-FILE
012590         INVALID KEY
012600             MOVE "N" TO WS-HIST-FOUND-SW
012610     END-READ.
012620 8100-LOOKUP-HIST-EXIT.
012630     EXIT.
012640******************************************************************
012650*    8200-LOOKUP-CTL - IS WS-LOOK-REQ ON PE1-CTL (ANY PARTITION)?
012660******************************************************************
012670 8200-LOOKUP-CTL.
012680     MOVE "N" TO WS-FOUND-SW.
012690     PERFORM 8210-MATCH-ONE-CTL THRU 8210-MATCH-ONE-CTL-EXIT
012700         VARYING WS-CTL-IDX-2 FROM 1 BY 1
012710             UNTIL WS-CTL-IDX-2 > WS-CTL-COUNT.
012720 8200-LOOKUP-CTL-EXIT.
012730     EXIT.
012740******************************************************************
012750 8210-MATCH-ONE-CTL.
012760     IF WS-CTL-REQ (WS-CTL-IDX-2) = WS-LOOK-REQ
012770         MOVE "Y" TO WS-FOUND-SW
012780     END-IF.
012790 8210-MATCH-ONE-CTL-EXIT.
012800     EXIT.
012810******************************************************************
012820*    8250-LOOKUP-EARLIER-CTL - IS WS-LOOK-REQ ON PE1-CTL AHEAD OF
012830*    THE ENTRY AT WS-CTL-IDX?
012840******************************************************************
012850 8250-LOOKUP-EARLIER-CTL.
012860     MOVE "N" TO WS-FOUND-SW.
012870     PERFORM 8210-MATCH-ONE-CTL THRU 8210-MATCH-ONE-CTL-EXIT
012880         VARYING WS-CTL-IDX-2 FROM 1 BY 1
012890             UNTIL WS-CTL-IDX-2 NOT < WS-CTL-IDX.
012900 8250-LOOKUP-EARLIER-CTL-EXIT.
012910     EXIT.
012920******************************************************************
012930*    8300-LOOKUP-DEST - IS WS-LOOK-DEST DEFINED ON PE1-DEST?
012940******************************************************************
012950 8300-LOOKUP-DEST.
012960     MOVE "N" TO WS-FOUND-SW.
012970     PERFORM 8310-MATCH-ONE-DEST THRU 8310-MATCH-ONE-DEST-EXIT
012980         VARYING WS-DEST-IDX FROM 1 BY 1
012990             UNTIL WS-DEST-IDX > WS-DEST-COUNT.
013000 8300-LOOKUP-DEST-EXIT.
013010     EXIT.
013020******************************************************************
013030 8310-MATCH-ONE-DEST.
013040     IF WS-DEST-ID (WS-DEST-IDX) = WS-LOOK-DEST
013050         MOVE "Y" TO WS-FOUND-SW
013060     END-IF.
013070 8310-MATCH-ONE-DEST-EXIT.
013080     EXIT.
013090******************************************************************
013100*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
013110*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
013120*    CALLER.  THE RETURN CODE STAYS WITH THE STEP'S OWN FINALIZE
013130*    LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT GRADE THE
013140*    STEP.
013150******************************************************************
013160 9000-WRITE-LOG-RECORD.
013170     IF NOT WS-LOG-IS-OPEN
013180         GO TO 9000-WRITE-LOG-RECORD-CLEAR
013190     END-IF.
013200     MOVE SPACES            TO PE1-LOG-RECORD.
013210     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
013220     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
013230     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
013240     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
013250     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
013260     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
013270     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
013280     WRITE PE1-LOG-RECORD.
013290 9000-WRITE-LOG-RECORD-CLEAR.
013300     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
013310 9000-WRITE-LOG-RECORD-EXIT.
013320     EXIT.
013330******************************************************************
013340*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
013350*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
013360******************************************************************
013370 9800-ABEND-RUN.
013380     DISPLAY "PE1INTG ABEND - " WS-ABEND-MESSAGE.
013390     MOVE "INT-099" TO WS-LOG-CODE.
013400     MOVE "E"       TO WS-LOG-SEVERITY.
013410     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
013420     PERFORM 9000-WRITE-LOG-RECORD
013430         THRU 9000-WRITE-LOG-RECORD-EXIT.
013440     IF WS-LOG-IS-OPEN
013450         CLOSE PE1-LOG-FILE
013460     END-IF.
013470     MOVE 16 TO RETURN-CODE.
013480     STOP RUN.
