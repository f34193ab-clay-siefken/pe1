000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1CONV.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - ONE-TIME CONVERSION OF
000110*                   THE KEYED AND RESTART FILES TO THE WIDE-
000120*                   RESULT LAYOUTS.  PE1-HIST, PE1-STAT, PE1-CKPT
000130*                   AND PE1-RSTAT ARE READ UNDER THEIR OLD
000140*                   EIGHT-DIGIT LAYOUTS (DESCRIBED HERE, NOT IN
000150*                   THE COPYBOOKS, WHICH NOW CARRY THE NEW ONES)
000160*                   AND WRITTEN FORWARD FIELD FOR FIELD WITH THE
000170*                   RESULTS CARRIED AT PIC 9(16).  PE1-RSTAT HAS
000180*                   NO OLD RESULT, SO ITS NEW RST-RESULT IS
000190*                   FILLED FROM THE CONVERTED PE1-HIST ROW FOR
000200*                   THE SAME REQUEST AND RUN DATE.  RUN ONCE,
000210*                   AFTER THE LAST OLD-LAYOUT NIGHT AND BEFORE
000220*                   THE FIRST NEW-LAYOUT ONE.  PE1-PCHG IS
000230*                   CARRIED FORWARD TO THE DUAL-CONTROL LAYOUT
000240*                   IN THE SAME STEP WHEN AN OLD ONE IS PRESENT.
000250*  2026-10-15  DD   RUN-STAMPED GENERATIONS AND THE RUN LOG -
000260*                   EVERY PE1-OUT, PE1-AUDIT AND PE1-EXTR
000270*                   GENERATION STILL ACTIVE ON PE1-CAT, AND EVERY
000280*                   OUT/AUD/EXTR RECORD ON PE1-ARCH, IS WIDENED IN
000290*                   PLACE (TRAILER RESULT AND EXCLUDED SUM, AUDIT
000300*                   RUNNING RESULT), SO PE1RETX, PE1COMP, PE1EXPL,
000310*                   PE1AUDRPL, PE1DIST AND PE1BKOUT NEVER READ AN
000320*                   EIGHT-DIGIT RECORD THROUGH THE WIDE COPYBOOKS.
000330*                   PE1-LOG, NOW 110 BYTES, IS CARRIED FORWARD
000340*                   FROM THE OLD 100-BYTE LOG WHEN ONE IS THERE.
000350*                   CUTOVER: RENAME THE OLD FILES TO THE INPUT
000360*                   NAMES (PE1HISTO, PE1STATO, PE1RSTO, PE1CKPTO,
000370*                   PE1PCHGO, PE1LOGO), THEN RUN THIS STEP.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-Z.
000420 OBJECT-COMPUTER.  IBM-Z.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PE1-OHIST-FILE ASSIGN TO "PE1HISTO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OHIST-KEY
000490         FILE STATUS IS WS-OHIST-FILE-STATUS.
000500     SELECT PE1-OSTAT-FILE ASSIGN TO "PE1STATO"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OSTAT-KEY
000540         FILE STATUS IS WS-OSTAT-FILE-STATUS.
000550     SELECT PE1-ORST-FILE  ASSIGN TO "PE1RSTO"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ORST-KEY
000590         FILE STATUS IS WS-ORST-FILE-STATUS.
000600     SELECT PE1-OCKPT-FILE ASSIGN TO "PE1CKPTO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-OCKPT-FILE-STATUS.
000630     SELECT PE1-HIST-FILE  ASSIGN TO "PE1HIST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HIST-KEY
000670         FILE STATUS IS WS-HIST-FILE-STATUS.
000680     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS STAT-KEY
000720         FILE STATUS IS WS-STAT-FILE-STATUS.
000730     SELECT PE1-RSTAT-FILE ASSIGN TO "PE1RSTAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS RST-KEY
000770         FILE STATUS IS WS-RSTAT-FILE-STATUS.
000780     SELECT PE1-CKPT-FILE  ASSIGN TO "PE1CKPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CKPT-FILE-STATUS.
000810     SELECT PE1-OPCHG-FILE ASSIGN TO "PE1PCHGO"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS OPCHG-KEY
000850         FILE STATUS IS WS-OPCHG-FILE-STATUS.
000860     SELECT PE1-PCHG-FILE  ASSIGN TO "PE1PCHG"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS PCHG-KEY
000900         FILE STATUS IS WS-PCHG-FILE-STATUS.
000910     SELECT PE1-CAT-FILE   ASSIGN TO "PE1CAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CAT-FILE-STATUS.
000940     SELECT PE1-GEN-FILE   ASSIGN TO WS-GEN-DSN
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-GEN-FILE-STATUS.
000970     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-ARCH-FILE-STATUS.
001000     SELECT PE1-CNVW-FILE  ASSIGN TO "PE1CNVW"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-CNVW-FILE-STATUS.
001030     SELECT PE1-OLOG-FILE  ASSIGN TO "PE1LOGO"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-OLOG-FILE-STATUS.
001060     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-LOG-FILE-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110******************************************************************
001120*    OLD-LAYOUT INPUT FILES - THE EIGHT-DIGIT RECORD SHAPES AS
001130*    THEY STOOD BEFORE THE WIDE-RESULT CHANGE.  THESE ARE NOT
001140*    COPYBOOKS ON PURPOSE - NOTHING ELSE SHOULD EVER READ THE
001150*    OLD SHAPES AGAIN.
001160******************************************************************
001170 FD  PE1-OHIST-FILE.
001180 01  PE1-OHIST-RECORD.
001190     05  OHIST-KEY.
001200         10  OHIST-REQUEST-ID    PIC X(08).
001210         10  OHIST-RUN-DATE      PIC X(08).
001220     05  OHIST-RUN-ID            PIC X(14).
001230     05  OHIST-RESULT            PIC 9(8).
001240     05  OHIST-CEILING           PIC 9(8).
001250     05  OHIST-DIVISOR-COUNT     PIC 9(2).
001260     05  OHIST-DIVISOR-TABLE     PIC 9(3) OCCURS 10 TIMES.
001270     05  FILLER                  PIC X(02).
001280 FD  PE1-OSTAT-FILE.
001290 01  PE1-OSTAT-RECORD.
001300     05  OSTAT-KEY.
001310         10  OSTAT-RUN-DATE      PIC X(08).
001320         10  OSTAT-REQUEST-ID    PIC X(08).
001330         10  OSTAT-DEST-ID       PIC X(08).
001340     05  OSTAT-SENT-COUNT        PIC 9(8).
001350     05  OSTAT-SENT-RESULT       PIC 9(8).
001360     05  OSTAT-ACK-READ-COUNT    PIC 9(8).
001370     05  OSTAT-ACK-LOADED-COUNT  PIC 9(8).
001380     05  OSTAT-STATUS            PIC X(01).
001390     05  OSTAT-SENT-TIME         PIC X(08).
001400     05  OSTAT-ACK-DATE          PIC X(08).
001410     05  OSTAT-RETRANS-COUNT     PIC 9(3).
001420     05  FILLER                  PIC X(04).
001430 FD  PE1-ORST-FILE.
001440 01  PE1-ORST-RECORD.
001450     05  ORST-KEY.
001460         10  ORST-REQUEST-ID     PIC X(08).
001470         10  ORST-RUN-DATE       PIC X(08).
001480     05  ORST-ITERATIONS         PIC 9(8).
001490     05  ORST-QUAL-COUNT         PIC 9(8).
001500     05  ORST-CKPT-COUNT         PIC 9(6).
001510     05  ORST-ELAPSED-SECS       PIC 9(8).
001520     05  FILLER                  PIC X(34).
001530 FD  PE1-OCKPT-FILE
001540     RECORDING MODE IS F.
001550 01  PE1-OCKPT-RECORD.
001560     05  OCKPT-CTR               PIC 9(8).
001570     05  OCKPT-RESULT            PIC 9(8).
001580     05  OCKPT-QUAL-COUNT        PIC 9(8).
001590     05  OCKPT-CHECK-TOTAL       PIC 9(8).
001600     05  OCKPT-REQUEST-ID        PIC X(08).
001610     05  OCKPT-EXCL-COUNT        PIC 9(8).
001620     05  OCKPT-EXCL-SUM          PIC 9(8).
001630     05  OCKPT-RUN-ID            PIC X(14).
001640     05  FILLER                  PIC X(02).
001650*    OLD PE1-PCHG - BEFORE DUAL CONTROL THERE WAS NO REVIEWER OR
001660*    REVIEW TIME, AND THE RECORD WAS 80 BYTES.
001670 FD  PE1-OPCHG-FILE.
001680 01  PE1-OPCHG-RECORD.
001690     05  OPCHG-KEY.
001700         10  OPCHG-REQUEST-ID    PIC X(08).
001710         10  OPCHG-EFFECTIVE-DATE PIC X(08).
001720     05  OPCHG-CEILING           PIC 9(8).
001730     05  OPCHG-DIVISOR-COUNT     PIC 9(2).
001740     05  OPCHG-DIVISOR-TABLE     PIC 9(3) OCCURS 10 TIMES.
001750     05  OPCHG-STATUS            PIC X(01).
001760     05  OPCHG-OPERATOR          PIC X(08).
001770     05  OPCHG-KEYED-TIMESTAMP   PIC X(14).
001780     05  FILLER                  PIC X(01).
001790*    OLD PE1-LOG - NINE-DIGIT SIGNED VALUES, 100 BYTES.  THE SIGN
001800*    SITS IN FRONT OF THE DIGITS, AS THE OLD +9(9) EDIT PUT IT.
001810 FD  PE1-OLOG-FILE
001820     RECORDING MODE IS F.
001830 01  PE1-OLOG-RECORD.
001840     05  OLOG-MESSAGE-CODE       PIC X(07).
001850     05  OLOG-SEVERITY           PIC X(01).
001860     05  OLOG-RUN-ID             PIC X(14).
001870     05  OLOG-REQUEST-ID         PIC X(08).
001880     05  OLOG-MESSAGE-TEXT       PIC X(40).
001890     05  OLOG-VALUE-1            PIC S9(9) SIGN LEADING SEPARATE.
001900     05  OLOG-VALUE-2            PIC S9(9) SIGN LEADING SEPARATE.
001910     05  FILLER                  PIC X(10).
001920******************************************************************
001930*    NEW-LAYOUT OUTPUT FILES
001940******************************************************************
001950 FD  PE1-HIST-FILE.
001960     COPY "PE1HIST.CPY".
001970 FD  PE1-STAT-FILE.
001980     COPY "PE1STAT.CPY".
001990 FD  PE1-RSTAT-FILE.
002000     COPY "PE1RST.CPY".
002010 FD  PE1-CKPT-FILE
002020     RECORDING MODE IS F.
002030     COPY "PE1CKPT.CPY".
002040 FD  PE1-PCHG-FILE.
002050     COPY "PE1PCHG.CPY".
002060 FD  PE1-LOG-FILE
002070     RECORDING MODE IS F.
002080     COPY "PE1LOG.CPY".
002090******************************************************************
002100*    RUN-STAMPED GENERATIONS AND THE ARCHIVE - CONVERTED IN PLACE
002110*    THROUGH THE PE1CNVW WORK FILE (SEE 5000).
002120******************************************************************
002130 FD  PE1-CAT-FILE
002140     RECORDING MODE IS F.
002150     COPY "PE1CAT.CPY".
002160 FD  PE1-GEN-FILE
002170     RECORDING MODE IS F.
002180 01  PE1-GEN-RECORD              PIC X(80).
002190 FD  PE1-ARCH-FILE
002200     RECORDING MODE IS F.
002210 01  PE1-ARCH-RECORD.
002220     05  ARCH-RUN-ID             PIC X(14).
002230     05  ARCH-FILE-TYPE          PIC X(04).
002240     05  ARCH-DATA               PIC X(80).
002250     05  FILLER                  PIC X(02).
002260 FD  PE1-CNVW-FILE
002270     RECORDING MODE IS F.
002280 01  PE1-CNVW-RECORD             PIC X(100).
002290******************************************************************
002300 WORKING-STORAGE SECTION.
002310******************************************************************
002320*    FILE STATUS SWITCHES
002330******************************************************************
002340 01  WS-FILE-STATUSES.
002350     05  WS-OHIST-FILE-STATUS    PIC X(02) VALUE "00".
002360     05  WS-OSTAT-FILE-STATUS    PIC X(02) VALUE "00".
002370     05  WS-ORST-FILE-STATUS     PIC X(02) VALUE "00".
002380     05  WS-OCKPT-FILE-STATUS    PIC X(02) VALUE "00".
002390     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
002400     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
002410     05  WS-RSTAT-FILE-STATUS    PIC X(02) VALUE "00".
002420     05  WS-CKPT-FILE-STATUS     PIC X(02) VALUE "00".
002430     05  WS-OPCHG-FILE-STATUS    PIC X(02) VALUE "00".
002440     05  WS-PCHG-FILE-STATUS     PIC X(02) VALUE "00".
002450     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
002460     05  WS-GEN-FILE-STATUS      PIC X(02) VALUE "00".
002470     05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
002480     05  WS-CNVW-FILE-STATUS     PIC X(02) VALUE "00".
002490     05  WS-OLOG-FILE-STATUS     PIC X(02) VALUE "00".
002500     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
002510******************************************************************
002520*    PROCESSING SWITCHES
002530******************************************************************
002540 01  WS-CONV-SWITCHES.
002550     05  WS-EOF-OHIST-SW         PIC X(01) VALUE "N".
002560         88  WS-EOF-OHIST            VALUE "Y".
002570     05  WS-EOF-OSTAT-SW         PIC X(01) VALUE "N".
002580         88  WS-EOF-OSTAT            VALUE "Y".
002590     05  WS-EOF-ORST-SW          PIC X(01) VALUE "N".
002600         88  WS-EOF-ORST             VALUE "Y".
002610     05  WS-EOF-OCKPT-SW         PIC X(01) VALUE "N".
002620         88  WS-EOF-OCKPT            VALUE "Y".
002630     05  WS-OCKPT-FOUND-SW       PIC X(01) VALUE "N".
002640         88  WS-OCKPT-FOUND          VALUE "Y".
002650     05  WS-EOF-OPCHG-SW         PIC X(01) VALUE "N".
002660         88  WS-EOF-OPCHG            VALUE "Y".
002670     05  WS-EOF-CAT-SW           PIC X(01) VALUE "N".
002680         88  WS-EOF-CAT              VALUE "Y".
002690     05  WS-EOF-GEN-SW           PIC X(01) VALUE "N".
002700         88  WS-EOF-GEN              VALUE "Y".
002710     05  WS-EOF-ARCH-SW          PIC X(01) VALUE "N".
002720         88  WS-EOF-ARCH             VALUE "Y".
002730     05  WS-EOF-CNVW-SW          PIC X(01) VALUE "N".
002740         88  WS-EOF-CNVW             VALUE "Y".
002750     05  WS-EOF-OLOG-SW          PIC X(01) VALUE "N".
002760         88  WS-EOF-OLOG             VALUE "Y".
002770******************************************************************
002780*    CONVERSION COUNTS FOR THE CONSOLE SUMMARY
002790******************************************************************
002800 01  WS-CONV-COUNTERS.
002810     05  WS-HIST-CONVERTED       PIC 9(8)  VALUE ZEROS.
002820     05  WS-STAT-CONVERTED       PIC 9(8)  VALUE ZEROS.
002830     05  WS-RSTAT-CONVERTED      PIC 9(8)  VALUE ZEROS.
002840     05  WS-RSTAT-NO-HIST        PIC 9(8)  VALUE ZEROS.
002850     05  WS-CKPT-CONVERTED       PIC 9(8)  VALUE ZEROS.
002860     05  WS-PCHG-CONVERTED       PIC 9(8)  VALUE ZEROS.
002870     05  WS-GEN-CONVERTED        PIC 9(8)  VALUE ZEROS.
002880     05  WS-GEN-ALREADY-WIDE     PIC 9(8)  VALUE ZEROS.
002890     05  WS-GEN-MISSING          PIC 9(8)  VALUE ZEROS.
002900     05  WS-RECS-WIDENED         PIC 9(8)  VALUE ZEROS.
002910     05  WS-ARCH-WIDENED         PIC 9(8)  VALUE ZEROS.
002920     05  WS-LOG-CONVERTED        PIC 9(8)  VALUE ZEROS.
002930 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
002940******************************************************************
002950*    GENERATION CONVERSION WORK AREAS.  WS-GEN-TYPE SAYS WHICH
002960*    LAYOUT THE RECORD IN WS-CONV-AREA HAS ("OUT ", "AUD " OR
002970*    "EXTR", THE SAME TYPES PE1PURGE TAGS ITS ARCHIVE COPIES
002980*    WITH); WS-GEN-WIDENED COUNTS THE RECORDS OF THE CURRENT
002990*    DATASET THAT ACTUALLY CHANGED, SO ONE ALREADY IN THE WIDE
003000*    LAYOUT IS LEFT UNTOUCHED.
003010******************************************************************
003020 01  WS-GEN-DSN                  PIC X(30) VALUE SPACES.
003030 01  WS-GEN-TYPE                 PIC X(04) VALUE SPACES.
003040 01  WS-GEN-WIDENED              PIC 9(8)  VALUE ZEROS.
003050 01  WS-CONV-AREA                PIC X(80) VALUE SPACES.
003060 01  WS-CONV-CHANGED-SW          PIC X(01) VALUE "N".
003070     88  WS-CONV-CHANGED             VALUE "Y".
003080*    THE OLD EIGHT-DIGIT SHAPES OF THE RECORDS THAT MOVED - THE
003090*    PE1-OUT TRAILER, THE PE1-AUDIT RECORD AND THE PE1-EXTR
003100*    TRAILER.  HEADER AND DETAIL RECORDS DID NOT CHANGE.
003110 01  WS-OLD-OUT-RECORD.
003120     05  OOUT-RECORD-TYPE        PIC X(01).
003130         88  OOUT-TYPE-TRAILER       VALUE "T".
003140     05  OOUT-REQUEST-ID         PIC X(08).
003150     05  OOUT-TRL-RESULT         PIC 9(8).
003160     05  OOUT-TRL-QUAL-COUNT     PIC 9(8).
003170     05  OOUT-TRL-EXCL-COUNT     PIC 9(8).
003180     05  OOUT-TRL-EXCL-SUM       PIC 9(8).
003190     05  FILLER                  PIC X(39).
003200 01  WS-OLD-AUD-RECORD.
003210     05  OAUD-RUN-THRU-HITS      PIC X(50).
003220     05  OAUD-RUNNING-RESULT     PIC 9(8).
003230     05  OAUD-EXCLUDED-FLAG      PIC X(01).
003240     05  FILLER                  PIC X(21).
003250 01  WS-OLD-EXTR-RECORD.
003260     05  OEXTR-RECORD-TYPE       PIC X(01).
003270         88  OEXTR-TYPE-TRAILER      VALUE "T".
003280     05  OEXTR-REQUEST-ID        PIC X(08).
003290     05  OEXTR-TRL-RECORD-COUNT  PIC 9(8).
003300     05  OEXTR-TRL-RESULT        PIC 9(8).
003310     05  FILLER                  PIC X(55).
003320*    THE NEW SHAPES, FROM THE COPYBOOKS EVERY READER USES.
003330     COPY "PE1OUT.CPY".
003340     COPY "PE1AUD.CPY".
003350     COPY "PE1EXT.CPY".
003360******************************************************************
003370*    ABEND / ERROR MESSAGE AREA
003380******************************************************************
003390 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
003400******************************************************************
003410 PROCEDURE DIVISION.
003420******************************************************************
003430*    0000-MAINLINE
003440******************************************************************
003450 0000-MAINLINE.
003460     PERFORM 1000-CONVERT-HISTORY THRU 1000-CONVERT-HISTORY-EXIT.
003470     PERFORM 2000-CONVERT-STATUS  THRU 2000-CONVERT-STATUS-EXIT.
003480     PERFORM 3000-CONVERT-RUNTIME THRU 3000-CONVERT-RUNTIME-EXIT.
003490     PERFORM 3500-CONVERT-CHECKPOINT
003500         THRU 3500-CONVERT-CHECKPOINT-EXIT.
003510     PERFORM 3700-CONVERT-PENDING-CHANGES
003520         THRU 3700-CONVERT-PENDING-CHANGES-EXIT.
003530     PERFORM 3900-CONVERT-RUN-LOG THRU 3900-CONVERT-RUN-LOG-EXIT.
003540     PERFORM 5000-CONVERT-GENERATIONS
003550         THRU 5000-CONVERT-GENERATIONS-EXIT.
003560     PERFORM 6000-CONVERT-ARCHIVE THRU 6000-CONVERT-ARCHIVE-EXIT.
003570     PERFORM 4000-FINALIZE        THRU 4000-FINALIZE-EXIT.
003580     STOP RUN.
003590 0000-MAINLINE-EXIT.
003600     EXIT.
003610******************************************************************
003620*    1000-CONVERT-HISTORY - OLD PE1-HIST FRONT TO BACK INTO THE
003630*    NEW ONE.  KEY ORDER IN IS KEY ORDER OUT, SO THE WRITES LOAD
003640*    THE NEW CLUSTER IN SEQUENCE.
003650******************************************************************
003660 1000-CONVERT-HISTORY.
003670     OPEN INPUT PE1-OHIST-FILE.
003680     IF WS-OHIST-FILE-STATUS NOT = "00"
003690         MOVE "UNABLE TO OPEN OLD-LAYOUT PE1-HIST (PE1HISTO)"
003700             TO WS-ABEND-MESSAGE
003710         GO TO 9800-ABEND-RUN
003720     END-IF.
003730     OPEN OUTPUT PE1-HIST-FILE.
003740     IF WS-HIST-FILE-STATUS NOT = "00"
003750         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-HIST"
003760             TO WS-ABEND-MESSAGE
003770         GO TO 9800-ABEND-RUN
003780     END-IF.
003790     PERFORM 1100-CONVERT-ONE-HIST
003800         THRU 1100-CONVERT-ONE-HIST-EXIT
003810         UNTIL WS-EOF-OHIST.
003820     CLOSE PE1-OHIST-FILE.
003830     CLOSE PE1-HIST-FILE.
003840 1000-CONVERT-HISTORY-EXIT.
003850     EXIT.
003860******************************************************************
003870 1100-CONVERT-ONE-HIST.
003880     READ PE1-OHIST-FILE NEXT RECORD
003890         AT END
003900             MOVE "Y" TO WS-EOF-OHIST-SW
003910             GO TO 1100-CONVERT-ONE-HIST-EXIT
003920     END-READ.
003930     MOVE SPACES              TO PE1-HIST-RECORD.
003940     MOVE OHIST-REQUEST-ID    TO HIST-REQUEST-ID.
003950     MOVE OHIST-RUN-DATE      TO HIST-RUN-DATE.
003960     MOVE OHIST-RUN-ID        TO HIST-RUN-ID.
003970     MOVE OHIST-RESULT        TO HIST-RESULT.
003980     MOVE OHIST-CEILING       TO HIST-CEILING.
003990     MOVE OHIST-DIVISOR-COUNT TO HIST-DIVISOR-COUNT.
004000     PERFORM 1110-MOVE-ONE-DIVISOR
004010         THRU 1110-MOVE-ONE-DIVISOR-EXIT
004020         VARYING WS-DIV-IDX FROM 1 BY 1
004030             UNTIL WS-DIV-IDX > 10.
004040     WRITE PE1-HIST-RECORD
004050         INVALID KEY
004060             MOVE "NEW PE1-HIST WRITE FAILED - DUPLICATE KEY"
004070                 TO WS-ABEND-MESSAGE
004080             GO TO 9800-ABEND-RUN
004090     END-WRITE.
004100     ADD 1 TO WS-HIST-CONVERTED.
004110 1100-CONVERT-ONE-HIST-EXIT.
004120     EXIT.
004130******************************************************************
004140 1110-MOVE-ONE-DIVISOR.
004150     MOVE OHIST-DIVISOR-TABLE (WS-DIV-IDX)
004160         TO HIST-DIVISOR-TABLE (WS-DIV-IDX).
004170 1110-MOVE-ONE-DIVISOR-EXIT.
004180     EXIT.
004190******************************************************************
004200*    2000-CONVERT-STATUS - OLD PE1-STAT INTO THE NEW ONE; ONLY
004210*    THE SENT RESULT CHANGES WIDTH, EVERY OTHER FIELD CARRIES
004220*    ACROSS AS IT STANDS (OPEN FEEDS STAY OPEN FOR PE1ACK).
004230******************************************************************
004240 2000-CONVERT-STATUS.
004250     OPEN INPUT PE1-OSTAT-FILE.
004260     IF WS-OSTAT-FILE-STATUS NOT = "00"
004270         MOVE "UNABLE TO OPEN OLD-LAYOUT PE1-STAT (PE1STATO)"
004280             TO WS-ABEND-MESSAGE
004290         GO TO 9800-ABEND-RUN
004300     END-IF.
004310     OPEN OUTPUT PE1-STAT-FILE.
004320     IF WS-STAT-FILE-STATUS NOT = "00"
004330         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-STAT"
004340             TO WS-ABEND-MESSAGE
004350         GO TO 9800-ABEND-RUN
004360     END-IF.
004370     PERFORM 2100-CONVERT-ONE-STAT
004380         THRU 2100-CONVERT-ONE-STAT-EXIT
004390         UNTIL WS-EOF-OSTAT.
004400     CLOSE PE1-OSTAT-FILE.
004410     CLOSE PE1-STAT-FILE.
004420 2000-CONVERT-STATUS-EXIT.
004430     EXIT.
004440******************************************************************
004450 2100-CONVERT-ONE-STAT.
004460     READ PE1-OSTAT-FILE NEXT RECORD
004470         AT END
004480             MOVE "Y" TO WS-EOF-OSTAT-SW
004490             GO TO 2100-CONVERT-ONE-STAT-EXIT
004500     END-READ.
004510     MOVE SPACES                 TO PE1-STAT-RECORD.
004520     MOVE OSTAT-RUN-DATE         TO STAT-RUN-DATE.
004530     MOVE OSTAT-REQUEST-ID       TO STAT-REQUEST-ID.
004540     MOVE OSTAT-DEST-ID          TO STAT-DEST-ID.
004550     MOVE OSTAT-SENT-COUNT       TO STAT-SENT-COUNT.
004560     MOVE OSTAT-SENT-RESULT      TO STAT-SENT-RESULT.
004570     MOVE OSTAT-ACK-READ-COUNT   TO STAT-ACK-READ-COUNT.
004580     MOVE OSTAT-ACK-LOADED-COUNT TO STAT-ACK-LOADED-COUNT.
004590     MOVE OSTAT-STATUS           TO STAT-STATUS.
004600     MOVE OSTAT-SENT-TIME        TO STAT-SENT-TIME.
004610     MOVE OSTAT-ACK-DATE         TO STAT-ACK-DATE.
004620     MOVE OSTAT-RETRANS-COUNT    TO STAT-RETRANS-COUNT.
004630     WRITE PE1-STAT-RECORD
004640         INVALID KEY
004650             MOVE "NEW PE1-STAT WRITE FAILED - DUPLICATE KEY"
004660                 TO WS-ABEND-MESSAGE
004670             GO TO 9800-ABEND-RUN
004680     END-WRITE.
004690     ADD 1 TO WS-STAT-CONVERTED.
004700 2100-CONVERT-ONE-STAT-EXIT.
004710     EXIT.
004720******************************************************************
004730*    3000-CONVERT-RUNTIME - OLD PE1-RSTAT INTO THE NEW ONE.  THE
004740*    NEW RST-RESULT IS LOOKED UP ON THE PE1-HIST JUST WRITTEN
004750*    (SAME KEY SHAPE); A RUNTIME ROW WITH NO HISTORY ROW GETS A
004760*    ZERO RESULT AND IS COUNTED, AND THE STEP ENDS RC=4 SO THE
004770*    GAP IS LOOKED AT RATHER THAN LOST.
004780******************************************************************
004790 3000-CONVERT-RUNTIME.
004800     OPEN INPUT PE1-ORST-FILE.
004810     IF WS-ORST-FILE-STATUS NOT = "00"
004820         MOVE "UNABLE TO OPEN OLD-LAYOUT PE1-RSTAT (PE1RSTO)"
004830             TO WS-ABEND-MESSAGE
004840         GO TO 9800-ABEND-RUN
004850     END-IF.
004860     OPEN OUTPUT PE1-RSTAT-FILE.
004870     IF WS-RSTAT-FILE-STATUS NOT = "00"
004880         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-RSTAT"
004890             TO WS-ABEND-MESSAGE
004900         GO TO 9800-ABEND-RUN
004910     END-IF.
004920     OPEN INPUT PE1-HIST-FILE.
004930     IF WS-HIST-FILE-STATUS NOT = "00"
004940         MOVE "UNABLE TO REOPEN CONVERTED PE1-HIST"
004950             TO WS-ABEND-MESSAGE
004960         GO TO 9800-ABEND-RUN
004970     END-IF.
004980     PERFORM 3100-CONVERT-ONE-RSTAT
004990         THRU 3100-CONVERT-ONE-RSTAT-EXIT
005000         UNTIL WS-EOF-ORST.
005010     CLOSE PE1-ORST-FILE.
005020     CLOSE PE1-RSTAT-FILE.
005030     CLOSE PE1-HIST-FILE.
005040 3000-CONVERT-RUNTIME-EXIT.
005050     EXIT.
005060******************************************************************
005070 3100-CONVERT-ONE-RSTAT.
005080     READ PE1-ORST-FILE NEXT RECORD
005090         AT END
005100             MOVE "Y" TO WS-EOF-ORST-SW
005110             GO TO 3100-CONVERT-ONE-RSTAT-EXIT
005120     END-READ.
005130     MOVE SPACES             TO PE1-RSTAT-RECORD.
005140     MOVE ORST-REQUEST-ID    TO RST-REQUEST-ID.
005150     MOVE ORST-RUN-DATE      TO RST-RUN-DATE.
005160     MOVE ORST-ITERATIONS    TO RST-ITERATIONS.
005170     MOVE ORST-QUAL-COUNT    TO RST-QUAL-COUNT.
005180     MOVE ORST-CKPT-COUNT    TO RST-CKPT-COUNT.
005190     MOVE ORST-ELAPSED-SECS  TO RST-ELAPSED-SECS.
005200     MOVE ZEROS              TO RST-RESULT.
005210     MOVE ORST-REQUEST-ID    TO HIST-REQUEST-ID.
005220     MOVE ORST-RUN-DATE      TO HIST-RUN-DATE.
005230     READ PE1-HIST-FILE
005240         INVALID KEY
005250             ADD 1 TO WS-RSTAT-NO-HIST
005260             DISPLAY "PE1CONV NO PE1-HIST ROW FOR RUNTIME ROW "
005270                 ORST-REQUEST-ID " " ORST-RUN-DATE
005280         NOT INVALID KEY
005290             MOVE HIST-RESULT TO RST-RESULT
005300     END-READ.
005310     WRITE PE1-RSTAT-RECORD
005320         INVALID KEY
005330             MOVE "NEW PE1-RSTAT WRITE FAILED - DUPLICATE KEY"
005340                 TO WS-ABEND-MESSAGE
005350             GO TO 9800-ABEND-RUN
005360     END-WRITE.
005370     ADD 1 TO WS-RSTAT-CONVERTED.
005380 3100-CONVERT-ONE-RSTAT-EXIT.
005390     EXIT.
005400******************************************************************
005410*    3500-CONVERT-CHECKPOINT - A CHECKPOINT ONLY EXISTS WHEN THE
005420*    LAST OLD-LAYOUT RUN DIED PART WAY THROUGH.  NO OLD FILE ON
005430*    THE STEP IS THE NORMAL CASE AND LEAVES NO NEW ONE; WHEN ONE
005440*    IS THERE IT IS CARRIED FORWARD SO THE RESTART STILL RESUMES.
005450******************************************************************
005460 3500-CONVERT-CHECKPOINT.
005470     OPEN INPUT PE1-OCKPT-FILE.
005480     IF WS-OCKPT-FILE-STATUS = "00"
005490         MOVE "Y" TO WS-OCKPT-FOUND-SW
005500     ELSE
005510         DISPLAY "PE1CONV NO OLD-LAYOUT CHECKPOINT ON THE STEP"
005520         GO TO 3500-CONVERT-CHECKPOINT-EXIT
005530     END-IF.
005540     OPEN OUTPUT PE1-CKPT-FILE.
005550     IF WS-CKPT-FILE-STATUS NOT = "00"
005560         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-CKPT"
005570             TO WS-ABEND-MESSAGE
005580         GO TO 9800-ABEND-RUN
005590     END-IF.
005600     PERFORM 3510-CONVERT-ONE-CKPT
005610         THRU 3510-CONVERT-ONE-CKPT-EXIT
005620         UNTIL WS-EOF-OCKPT.
005630     CLOSE PE1-OCKPT-FILE.
005640     CLOSE PE1-CKPT-FILE.
005650 3500-CONVERT-CHECKPOINT-EXIT.
005660     EXIT.
005670******************************************************************
005680 3510-CONVERT-ONE-CKPT.
005690     READ PE1-OCKPT-FILE
005700         AT END
005710             MOVE "Y" TO WS-EOF-OCKPT-SW
005720             GO TO 3510-CONVERT-ONE-CKPT-EXIT
005730     END-READ.
005740     MOVE SPACES             TO PE1-CKPT-RECORD.
005750     MOVE OCKPT-CTR          TO CKPT-CTR.
005760     MOVE OCKPT-RESULT       TO CKPT-RESULT.
005770     MOVE OCKPT-QUAL-COUNT   TO CKPT-QUAL-COUNT.
005780     MOVE OCKPT-CHECK-TOTAL  TO CKPT-CHECK-TOTAL.
005790     MOVE OCKPT-REQUEST-ID   TO CKPT-REQUEST-ID.
005800     MOVE OCKPT-EXCL-COUNT   TO CKPT-EXCL-COUNT.
005810     MOVE OCKPT-EXCL-SUM     TO CKPT-EXCL-SUM.
005820     MOVE OCKPT-RUN-ID       TO CKPT-RUN-ID.
005830     WRITE PE1-CKPT-RECORD.
005840     ADD 1 TO WS-CKPT-CONVERTED.
005850 3510-CONVERT-ONE-CKPT-EXIT.
005860     EXIT.
005870******************************************************************
005880*    3700-CONVERT-PENDING-CHANGES - OLD PE1-PCHG INTO THE DUAL-
005890*    CONTROL LAYOUT.  STATUS CARRIES ACROSS AS IT STANDS: AN
005900*    APPLIED CHANGE STAYS APPLIED WITH NO REVIEWER, AND ONE
005910*    STILL PENDING NOW WAITS FOR APPROVAL IN PE1APPR LIKE ANY
005920*    NEWLY KEYED CHANGE.  A SITE THAT NEVER KEYED A CHANGE HAS
005930*    NO OLD FILE, WHICH IS NOT AN ERROR.
005940******************************************************************
005950 3700-CONVERT-PENDING-CHANGES.
005960     OPEN INPUT PE1-OPCHG-FILE.
005970     IF WS-OPCHG-FILE-STATUS NOT = "00"
005980         DISPLAY "PE1CONV NO OLD-LAYOUT PE1-PCHG ON THE STEP"
005990         GO TO 3700-CONVERT-PENDING-CHANGES-EXIT
006000     END-IF.
006010     OPEN OUTPUT PE1-PCHG-FILE.
006020     IF WS-PCHG-FILE-STATUS NOT = "00"
006030         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-PCHG"
006040             TO WS-ABEND-MESSAGE
006050         GO TO 9800-ABEND-RUN
006060     END-IF.
006070     PERFORM 3710-CONVERT-ONE-PCHG
006080         THRU 3710-CONVERT-ONE-PCHG-EXIT
006090         UNTIL WS-EOF-OPCHG.
006100     CLOSE PE1-OPCHG-FILE.
006110     CLOSE PE1-PCHG-FILE.
006120 3700-CONVERT-PENDING-CHANGES-EXIT.
006130     EXIT.
006140******************************************************************
006150 3710-CONVERT-ONE-PCHG.
006160     READ PE1-OPCHG-FILE NEXT RECORD
006170         AT END
006180             MOVE "Y" TO WS-EOF-OPCHG-SW
006190             GO TO 3710-CONVERT-ONE-PCHG-EXIT
006200     END-READ.
006210     MOVE SPACES                TO PE1-PCHG-RECORD.
006220     MOVE OPCHG-REQUEST-ID      TO PCHG-REQUEST-ID.
006230     MOVE OPCHG-EFFECTIVE-DATE  TO PCHG-EFFECTIVE-DATE.
006240     MOVE OPCHG-CEILING         TO PCHG-CEILING.
006250     MOVE OPCHG-DIVISOR-COUNT   TO PCHG-DIVISOR-COUNT.
006260     PERFORM 3720-MOVE-ONE-DIVISOR
006270         THRU 3720-MOVE-ONE-DIVISOR-EXIT
006280         VARYING WS-DIV-IDX FROM 1 BY 1
006290             UNTIL WS-DIV-IDX > 10.
006300     MOVE OPCHG-STATUS          TO PCHG-STATUS.
006310     MOVE OPCHG-OPERATOR        TO PCHG-OPERATOR.
006320     MOVE OPCHG-KEYED-TIMESTAMP TO PCHG-KEYED-TIMESTAMP.
006330     WRITE PE1-PCHG-RECORD
006340         INVALID KEY
006350             MOVE "NEW PE1-PCHG WRITE FAILED - DUPLICATE KEY"
006360                 TO WS-ABEND-MESSAGE
006370             GO TO 9800-ABEND-RUN
006380     END-WRITE.
006390     ADD 1 TO WS-PCHG-CONVERTED.
006400 3710-CONVERT-ONE-PCHG-EXIT.
006410     EXIT.
006420******************************************************************
006430 3720-MOVE-ONE-DIVISOR.
006440     MOVE OPCHG-DIVISOR-TABLE (WS-DIV-IDX)
006450         TO PCHG-DIVISOR-TABLE (WS-DIV-IDX).
006460 3720-MOVE-ONE-DIVISOR-EXIT.
006470     EXIT.
006480******************************************************************
006490*    3900-CONVERT-RUN-LOG - THE OLD 100-BYTE PE1-LOG INTO THE NEW
006500*    110-BYTE ONE, SO THE FIRST NIGHT AFTER CUTOVER DOES NOT
006510*    APPEND WIDE RECORDS TO A FILE OF NARROW ONES AND PE1OPS
006520*    READS ONE SHAPE THROUGHOUT.  NO OLD LOG ON THE STEP (A SITE
006530*    THAT CLEARS ITS LOG AT CUTOVER) LEAVES THE NEW ONE TO BE
006540*    STARTED BY THE FIRST STEP THAT WRITES TO IT.
006550******************************************************************
006560 3900-CONVERT-RUN-LOG.
006570     OPEN INPUT PE1-OLOG-FILE.
006580     IF WS-OLOG-FILE-STATUS NOT = "00"
006590         DISPLAY "PE1CONV NO OLD-LAYOUT PE1-LOG ON THE STEP"
006600         GO TO 3900-CONVERT-RUN-LOG-EXIT
006610     END-IF.
006620     OPEN OUTPUT PE1-LOG-FILE.
006630     IF WS-LOG-FILE-STATUS NOT = "00"
006640         MOVE "UNABLE TO OPEN NEW-LAYOUT PE1-LOG"
006650             TO WS-ABEND-MESSAGE
006660         GO TO 9800-ABEND-RUN
006670     END-IF.
006680     PERFORM 3910-CONVERT-ONE-LOG
006690         THRU 3910-CONVERT-ONE-LOG-EXIT
006700         UNTIL WS-EOF-OLOG.
006710     CLOSE PE1-OLOG-FILE.
006720     CLOSE PE1-LOG-FILE.
006730 3900-CONVERT-RUN-LOG-EXIT.
006740     EXIT.
006750******************************************************************
006760 3910-CONVERT-ONE-LOG.
006770     READ PE1-OLOG-FILE
006780         AT END
006790             MOVE "Y" TO WS-EOF-OLOG-SW
006800             GO TO 3910-CONVERT-ONE-LOG-EXIT
006810     END-READ.
006820     MOVE SPACES             TO PE1-LOG-RECORD.
006830     MOVE OLOG-MESSAGE-CODE  TO LOG-MESSAGE-CODE.
006840     MOVE OLOG-SEVERITY      TO LOG-SEVERITY.
006850     MOVE OLOG-RUN-ID        TO LOG-RUN-ID.
006860     MOVE OLOG-REQUEST-ID    TO LOG-REQUEST-ID.
006870     MOVE OLOG-MESSAGE-TEXT  TO LOG-MESSAGE-TEXT.
006880     MOVE OLOG-VALUE-1       TO LOG-VALUE-1.
006890     MOVE OLOG-VALUE-2       TO LOG-VALUE-2.
006900     WRITE PE1-LOG-RECORD.
006910     ADD 1 TO WS-LOG-CONVERTED.
006920 3910-CONVERT-ONE-LOG-EXIT.
006930     EXIT.
006940******************************************************************
006950*    5000-CONVERT-GENERATIONS - EVERY GENERATION STILL ACTIVE ON
006960*    PE1-CAT HAS ITS PE1-OUT, PE1-AUDIT AND PE1-EXTR DATASETS
006970*    WIDENED IN PLACE; A PURGED ONE LIVES ON PE1-ARCH (6000).
006980*    A RESTARTED RUN'S DUPLICATE CATALOG ENTRY NAMES THE SAME
006990*    DATASETS, WHICH ARE THEN ALREADY WIDE AND LEFT ALONE - THE
007000*    SAME TEST MAKES A SECOND RUN OF THIS STEP HARMLESS.  A
007010*    DATASET THAT WILL NOT OPEN IS COUNTED AND ENDS THE STEP
007020*    RC=4, SO IT IS LOOKED AT BEFORE ANY READER TRIES IT.
007030******************************************************************
007040 5000-CONVERT-GENERATIONS.
007050     OPEN INPUT PE1-CAT-FILE.
007060     IF WS-CAT-FILE-STATUS NOT = "00"
007070         DISPLAY "PE1CONV NO PE1-CAT - NO GENERATIONS TO CONVERT"
007080         GO TO 5000-CONVERT-GENERATIONS-EXIT
007090     END-IF.
007100     PERFORM 5100-CONVERT-ONE-CAT-ENTRY
007110         THRU 5100-CONVERT-ONE-CAT-ENTRY-EXIT
007120         UNTIL WS-EOF-CAT.
007130     CLOSE PE1-CAT-FILE.
007140 5000-CONVERT-GENERATIONS-EXIT.
007150     EXIT.
007160******************************************************************
007170 5100-CONVERT-ONE-CAT-ENTRY.
007180     READ PE1-CAT-FILE
007190         AT END
007200             MOVE "Y" TO WS-EOF-CAT-SW
007210             GO TO 5100-CONVERT-ONE-CAT-ENTRY-EXIT
007220     END-READ.
007230     IF NOT CAT-ACTIVE
007240         GO TO 5100-CONVERT-ONE-CAT-ENTRY-EXIT
007250     END-IF.
007260     MOVE CAT-OUT-DSN  TO WS-GEN-DSN.
007270     MOVE "OUT "       TO WS-GEN-TYPE.
007280     PERFORM 5200-CONVERT-ONE-DATASET
007290         THRU 5200-CONVERT-ONE-DATASET-EXIT.
007300     MOVE CAT-AUD-DSN  TO WS-GEN-DSN.
007310     MOVE "AUD "       TO WS-GEN-TYPE.
007320     PERFORM 5200-CONVERT-ONE-DATASET
007330         THRU 5200-CONVERT-ONE-DATASET-EXIT.
007340     MOVE CAT-EXTR-DSN TO WS-GEN-DSN.
007350     MOVE "EXTR"       TO WS-GEN-TYPE.
007360     PERFORM 5200-CONVERT-ONE-DATASET
007370         THRU 5200-CONVERT-ONE-DATASET-EXIT.
007380 5100-CONVERT-ONE-CAT-ENTRY-EXIT.
007390     EXIT.
007400******************************************************************
007410*    5200-CONVERT-ONE-DATASET - PASS ONE READS THE DATASET AND
007420*    WRITES EVERY RECORD, CONVERTED, TO PE1CNVW; NOTHING ON THE
007430*    DATASET HAS CHANGED YET, SO AN ABEND HERE LEAVES IT AS IT
007440*    WAS.  ONLY WHEN SOME RECORD WAS WIDENED DOES PASS TWO COPY
007450*    PE1CNVW BACK OVER THE DATASET.  SHOULD PASS TWO FAIL, THE
007460*    WHOLE CONVERTED IMAGE IS STILL ON PE1CNVW TO COPY BACK.
007470*    A BLANK NAME (PE1MERGE'S CONSOLIDATED ENTRY CARRIES NO
007480*    REPORT, AND SOME ENTRIES NO TRAIL) IS SKIPPED.
007490******************************************************************
007500 5200-CONVERT-ONE-DATASET.
007510     IF WS-GEN-DSN = SPACES
007520         GO TO 5200-CONVERT-ONE-DATASET-EXIT
007530     END-IF.
007540     OPEN INPUT PE1-GEN-FILE.
007550     IF WS-GEN-FILE-STATUS NOT = "00"
007560         ADD 1 TO WS-GEN-MISSING
007570         DISPLAY "PE1CONV GENERATION DATASET NOT FOUND "
007580             WS-GEN-DSN
007590         GO TO 5200-CONVERT-ONE-DATASET-EXIT
007600     END-IF.
007610     OPEN OUTPUT PE1-CNVW-FILE.
007620     IF WS-CNVW-FILE-STATUS NOT = "00"
007630         MOVE "UNABLE TO OPEN PE1CNVW CONVERSION WORK FILE"
007640             TO WS-ABEND-MESSAGE
007650         GO TO 9800-ABEND-RUN
007660     END-IF.
007670     MOVE ZEROS TO WS-GEN-WIDENED.
007680     MOVE "N"   TO WS-EOF-GEN-SW.
007690     PERFORM 5210-CONVERT-ONE-GEN-RECORD
007700         THRU 5210-CONVERT-ONE-GEN-RECORD-EXIT
007710         UNTIL WS-EOF-GEN.
007720     CLOSE PE1-GEN-FILE.
007730     CLOSE PE1-CNVW-FILE.
007740     IF WS-GEN-WIDENED = ZERO
007750         ADD 1 TO WS-GEN-ALREADY-WIDE
007760         GO TO 5200-CONVERT-ONE-DATASET-EXIT
007770     END-IF.
007780     OPEN INPUT PE1-CNVW-FILE.
007790     OPEN OUTPUT PE1-GEN-FILE.
007800     IF WS-CNVW-FILE-STATUS NOT = "00"
007810        OR WS-GEN-FILE-STATUS NOT = "00"
007820         MOVE "UNABLE TO REWRITE GENERATION - IMAGE ON PE1CNVW"
007830             TO WS-ABEND-MESSAGE
007840         GO TO 9800-ABEND-RUN
007850     END-IF.
007860     MOVE "N" TO WS-EOF-CNVW-SW.
007870     PERFORM 5220-COPY-BACK-ONE-RECORD
007880         THRU 5220-COPY-BACK-ONE-RECORD-EXIT
007890         UNTIL WS-EOF-CNVW.
007900     CLOSE PE1-CNVW-FILE.
007910     CLOSE PE1-GEN-FILE.
007920     ADD 1 TO WS-GEN-CONVERTED.
007930     ADD WS-GEN-WIDENED TO WS-RECS-WIDENED.
007940     DISPLAY "PE1CONV GENERATION WIDENED " WS-GEN-DSN
007950         " RECORDS: " WS-GEN-WIDENED.
007960 5200-CONVERT-ONE-DATASET-EXIT.
007970     EXIT.
007980******************************************************************
007990 5210-CONVERT-ONE-GEN-RECORD.
008000     READ PE1-GEN-FILE
008010         AT END
008020             MOVE "Y" TO WS-EOF-GEN-SW
008030             GO TO 5210-CONVERT-ONE-GEN-RECORD-EXIT
008040     END-READ.
008050     MOVE PE1-GEN-RECORD TO WS-CONV-AREA.
008060     PERFORM 7000-WIDEN-RECORD THRU 7000-WIDEN-RECORD-EXIT.
008070     IF WS-CONV-CHANGED
008080         ADD 1 TO WS-GEN-WIDENED
008090     END-IF.
008100     MOVE WS-CONV-AREA TO PE1-CNVW-RECORD.
008110     WRITE PE1-CNVW-RECORD.
008120     IF WS-CNVW-FILE-STATUS NOT = "00"
008130         MOVE "PE1CNVW WORK FILE WRITE FAILED"
008140             TO WS-ABEND-MESSAGE
008150         GO TO 9800-ABEND-RUN
008160     END-IF.
008170 5210-CONVERT-ONE-GEN-RECORD-EXIT.
008180     EXIT.
008190******************************************************************
008200 5220-COPY-BACK-ONE-RECORD.
008210     READ PE1-CNVW-FILE
008220         AT END
008230             MOVE "Y" TO WS-EOF-CNVW-SW
008240             GO TO 5220-COPY-BACK-ONE-RECORD-EXIT
008250     END-READ.
008260     MOVE PE1-CNVW-RECORD (1:80) TO PE1-GEN-RECORD.
008270     WRITE PE1-GEN-RECORD.
008280     IF WS-GEN-FILE-STATUS NOT = "00"
008290         MOVE "GENERATION REWRITE FAILED - IMAGE ON PE1CNVW"
008300             TO WS-ABEND-MESSAGE
008310         GO TO 9800-ABEND-RUN
008320     END-IF.
008330 5220-COPY-BACK-ONE-RECORD-EXIT.
008340     EXIT.
008350******************************************************************
008360*    6000-CONVERT-ARCHIVE - THE PURGED GENERATIONS' RECORDS ON
008370*    PE1-ARCH, WIDENED BY THEIR FILE TYPE THE SAME TWO-PASS WAY
008380*    AS 5200.  REPORT RECORDS ARE PRINT LINES AND CARRY ACROSS
008390*    AS THEY STAND.  NO ARCHIVE YET MEANS NOTHING WAS PURGED.
008400******************************************************************
008410 6000-CONVERT-ARCHIVE.
008420     OPEN INPUT PE1-ARCH-FILE.
008430     IF WS-ARCH-FILE-STATUS NOT = "00"
008440         DISPLAY "PE1CONV NO PE1-ARCH - NO ARCHIVED RECORDS"
008450         GO TO 6000-CONVERT-ARCHIVE-EXIT
008460     END-IF.
008470     OPEN OUTPUT PE1-CNVW-FILE.
008480     IF WS-CNVW-FILE-STATUS NOT = "00"
008490         MOVE "UNABLE TO OPEN PE1CNVW CONVERSION WORK FILE"
008500             TO WS-ABEND-MESSAGE
008510         GO TO 9800-ABEND-RUN
008520     END-IF.
008530     PERFORM 6100-CONVERT-ONE-ARCH-RECORD
008540         THRU 6100-CONVERT-ONE-ARCH-RECORD-EXIT
008550         UNTIL WS-EOF-ARCH.
008560     CLOSE PE1-ARCH-FILE.
008570     CLOSE PE1-CNVW-FILE.
008580     IF WS-ARCH-WIDENED = ZERO
008590         GO TO 6000-CONVERT-ARCHIVE-EXIT
008600     END-IF.
008610     OPEN INPUT PE1-CNVW-FILE.
008620     OPEN OUTPUT PE1-ARCH-FILE.
008630     IF WS-CNVW-FILE-STATUS NOT = "00"
008640        OR WS-ARCH-FILE-STATUS NOT = "00"
008650         MOVE "UNABLE TO REWRITE PE1-ARCH - IMAGE ON PE1CNVW"
008660             TO WS-ABEND-MESSAGE
008670         GO TO 9800-ABEND-RUN
008680     END-IF.
008690     MOVE "N" TO WS-EOF-CNVW-SW.
008700     PERFORM 6200-COPY-BACK-ONE-ARCH-RECORD
008710         THRU 6200-COPY-BACK-ONE-ARCH-RECORD-EXIT
008720         UNTIL WS-EOF-CNVW.
008730     CLOSE PE1-CNVW-FILE.
008740     CLOSE PE1-ARCH-FILE.
008750 6000-CONVERT-ARCHIVE-EXIT.
008760     EXIT.
008770******************************************************************
008780 6100-CONVERT-ONE-ARCH-RECORD.
008790     READ PE1-ARCH-FILE
008800         AT END
008810             MOVE "Y" TO WS-EOF-ARCH-SW
008820             GO TO 6100-CONVERT-ONE-ARCH-RECORD-EXIT
008830     END-READ.
008840     MOVE ARCH-FILE-TYPE TO WS-GEN-TYPE.
008850     MOVE ARCH-DATA      TO WS-CONV-AREA.
008860     PERFORM 7000-WIDEN-RECORD THRU 7000-WIDEN-RECORD-EXIT.
008870     IF WS-CONV-CHANGED
008880         ADD 1 TO WS-ARCH-WIDENED
008890         MOVE WS-CONV-AREA TO ARCH-DATA
008900     END-IF.
008910     MOVE PE1-ARCH-RECORD TO PE1-CNVW-RECORD.
008920     WRITE PE1-CNVW-RECORD.
008930     IF WS-CNVW-FILE-STATUS NOT = "00"
008940         MOVE "PE1CNVW WORK FILE WRITE FAILED"
008950             TO WS-ABEND-MESSAGE
008960         GO TO 9800-ABEND-RUN
008970     END-IF.
008980 6100-CONVERT-ONE-ARCH-RECORD-EXIT.
008990     EXIT.
009000******************************************************************
009010 6200-COPY-BACK-ONE-ARCH-RECORD.
009020     READ PE1-CNVW-FILE
009030         AT END
009040             MOVE "Y" TO WS-EOF-CNVW-SW
009050             GO TO 6200-COPY-BACK-ONE-ARCH-RECORD-EXIT
009060     END-READ.
009070     MOVE PE1-CNVW-RECORD TO PE1-ARCH-RECORD.
009080     WRITE PE1-ARCH-RECORD.
009090     IF WS-ARCH-FILE-STATUS NOT = "00"
009100         MOVE "PE1-ARCH REWRITE FAILED - IMAGE ON PE1CNVW"
009110             TO WS-ABEND-MESSAGE
009120         GO TO 9800-ABEND-RUN
009130     END-IF.
009140 6200-COPY-BACK-ONE-ARCH-RECORD-EXIT.
009150     EXIT.
009160******************************************************************
009170*    7000-WIDEN-RECORD - WIDEN THE ONE RECORD IN WS-CONV-AREA BY
009180*    ITS TYPE.  A RECORD IS KNOWN TO BE OLD BY WHAT THE OLD
009190*    LAYOUT LEFT AS FILLER SPACES: ON AN OLD PE1-OUT TRAILER THE
009200*    WIDE EXCLUDED SUM FALLS IN FILLER, ON AN OLD PE1-EXTR
009210*    TRAILER SO DOES THE BACK HALF OF THE WIDE RESULT, AND ON AN
009220*    OLD PE1-AUDIT RECORD THE WIDE-LAYOUT EXCLUDED FLAG IS A
009230*    FILLER SPACE RATHER THAN Y OR N.  A RECORD ALREADY WIDE IS
009240*    LEFT AS IT STANDS.  AN OLD RECORD WHOSE NUMBERS ARE NOT
009250*    NUMERIC IS NOT GUESSED AT - THE STEP ABENDS BEFORE ANY
009260*    DATASET IS REWRITTEN.
009270******************************************************************
009280 7000-WIDEN-RECORD.
009290     MOVE "N" TO WS-CONV-CHANGED-SW.
009300     EVALUATE WS-GEN-TYPE
009310         WHEN "OUT "
009320             PERFORM 7100-WIDEN-OUT-RECORD
009330                 THRU 7100-WIDEN-OUT-RECORD-EXIT
009340         WHEN "AUD "
009350             PERFORM 7200-WIDEN-AUD-RECORD
009360                 THRU 7200-WIDEN-AUD-RECORD-EXIT
009370         WHEN "EXTR"
009380             PERFORM 7300-WIDEN-EXTR-RECORD
009390                 THRU 7300-WIDEN-EXTR-RECORD-EXIT
009400         WHEN OTHER
009410             CONTINUE
009420     END-EVALUATE.
009430 7000-WIDEN-RECORD-EXIT.
009440     EXIT.
009450******************************************************************
009460 7100-WIDEN-OUT-RECORD.
009470     MOVE WS-CONV-AREA TO PE1-OUT-RECORD.
009480     IF NOT OUT-TYPE-TRAILER
009490        OR OUT-TRL-EXCL-SUM NUMERIC
009500         GO TO 7100-WIDEN-OUT-RECORD-EXIT
009510     END-IF.
009520     MOVE WS-CONV-AREA TO WS-OLD-OUT-RECORD.
009530     IF OOUT-TRL-RESULT     NOT NUMERIC
009540        OR OOUT-TRL-QUAL-COUNT NOT NUMERIC
009550        OR OOUT-TRL-EXCL-COUNT NOT NUMERIC
009560        OR OOUT-TRL-EXCL-SUM   NOT NUMERIC
009570         MOVE "OLD PE1-OUT TRAILER NOT NUMERIC - "
009580             TO WS-ABEND-MESSAGE
009590         MOVE OOUT-REQUEST-ID TO WS-ABEND-MESSAGE (35:8)
009600         GO TO 9800-ABEND-RUN
009610     END-IF.
009620     MOVE SPACES              TO OUT-TRAILER-DATA.
009630     MOVE OOUT-TRL-RESULT     TO OUT-TRL-RESULT.
009640     MOVE OOUT-TRL-QUAL-COUNT TO OUT-TRL-QUAL-COUNT.
009650     MOVE OOUT-TRL-EXCL-COUNT TO OUT-TRL-EXCL-COUNT.
009660     MOVE OOUT-TRL-EXCL-SUM   TO OUT-TRL-EXCL-SUM.
009670     MOVE PE1-OUT-RECORD      TO WS-CONV-AREA.
009680     MOVE "Y" TO WS-CONV-CHANGED-SW.
009690 7100-WIDEN-OUT-RECORD-EXIT.
009700     EXIT.
009710******************************************************************
009720 7200-WIDEN-AUD-RECORD.
009730     MOVE WS-CONV-AREA TO PE1-AUDIT-RECORD.
009740     IF AUD-EXCLUDED OR AUD-NOT-EXCLUDED
009750         GO TO 7200-WIDEN-AUD-RECORD-EXIT
009760     END-IF.
009770     MOVE WS-CONV-AREA TO WS-OLD-AUD-RECORD.
009780     IF OAUD-RUNNING-RESULT NOT NUMERIC
009790         MOVE "OLD PE1-AUDIT RUNNING RESULT NOT NUMERIC"
009800             TO WS-ABEND-MESSAGE
009810         GO TO 9800-ABEND-RUN
009820     END-IF.
009830     MOVE SPACES              TO PE1-AUDIT-RECORD.
009840     MOVE OAUD-RUN-THRU-HITS  TO PE1-AUDIT-RECORD (1:50).
009850     MOVE OAUD-RUNNING-RESULT TO AUD-RUNNING-RESULT.
009860     MOVE OAUD-EXCLUDED-FLAG  TO AUD-EXCLUDED-FLAG.
009870     MOVE PE1-AUDIT-RECORD    TO WS-CONV-AREA.
009880     MOVE "Y" TO WS-CONV-CHANGED-SW.
009890 7200-WIDEN-AUD-RECORD-EXIT.
009900     EXIT.
009910******************************************************************
009920 7300-WIDEN-EXTR-RECORD.
009930     MOVE WS-CONV-AREA TO PE1-EXTR-RECORD.
009940     IF NOT EXTR-TYPE-TRAILER
009950        OR EXTR-TRL-RESULT NUMERIC
009960         GO TO 7300-WIDEN-EXTR-RECORD-EXIT
009970     END-IF.
009980     MOVE WS-CONV-AREA TO WS-OLD-EXTR-RECORD.
009990     IF OEXTR-TRL-RECORD-COUNT NOT NUMERIC
010000        OR OEXTR-TRL-RESULT    NOT NUMERIC
010010         MOVE "OLD PE1-EXTR TRAILER NOT NUMERIC - "
010020             TO WS-ABEND-MESSAGE
010030         MOVE OEXTR-REQUEST-ID TO WS-ABEND-MESSAGE (36:8)
010040         GO TO 9800-ABEND-RUN
010050     END-IF.
010060     MOVE SPACES                 TO EXTR-TRAILER-DATA.
010070     MOVE OEXTR-TRL-RECORD-COUNT TO EXTR-TRL-RECORD-COUNT.
010080     MOVE OEXTR-TRL-RESULT       TO EXTR-TRL-RESULT.
010090     MOVE PE1-EXTR-RECORD        TO WS-CONV-AREA.
010100     MOVE "Y" TO WS-CONV-CHANGED-SW.
010110 7300-WIDEN-EXTR-RECORD-EXIT.
010120     EXIT.
010130******************************************************************
010140*    4000-FINALIZE - CONSOLE SUMMARY.  RUNTIME ROWS THAT FOUND
010150*    NO HISTORY ROW END THE STEP RC=4.
010160******************************************************************
010170 4000-FINALIZE.
010180     DISPLAY "PE1CONV PE1-HIST ROWS CONVERTED:  "
010190         WS-HIST-CONVERTED.
010200     DISPLAY "PE1CONV PE1-STAT ROWS CONVERTED:  "
010210         WS-STAT-CONVERTED.
010220     DISPLAY "PE1CONV PE1-RSTAT ROWS CONVERTED: "
010230         WS-RSTAT-CONVERTED
010240         " (NO HISTORY ROW: " WS-RSTAT-NO-HIST ")".
010250     DISPLAY "PE1CONV PE1-CKPT RECORDS CONVERTED: "
010260         WS-CKPT-CONVERTED.
010270     DISPLAY "PE1CONV PE1-PCHG RECORDS CONVERTED: "
010280         WS-PCHG-CONVERTED.
010290     DISPLAY "PE1CONV PE1-LOG RECORDS CONVERTED: "
010300         WS-LOG-CONVERTED.
010310     DISPLAY "PE1CONV GENERATION DATASETS WIDENED: "
010320         WS-GEN-CONVERTED " (RECORDS: " WS-RECS-WIDENED ")".
010330     DISPLAY "PE1CONV GENERATION DATASETS ALREADY WIDE: "
010340         WS-GEN-ALREADY-WIDE " NOT FOUND: " WS-GEN-MISSING.
010350     DISPLAY "PE1CONV PE1-ARCH RECORDS WIDENED: "
010360         WS-ARCH-WIDENED.
010370     IF WS-RSTAT-NO-HIST > ZERO
010380        OR WS-GEN-MISSING > ZERO
010390         MOVE 4 TO RETURN-CODE
010400     END-IF.
010410 4000-FINALIZE-EXIT.
010420     EXIT.
010430******************************************************************
010440*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
010450*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
010460******************************************************************
010470 9800-ABEND-RUN.
010480     DISPLAY "PE1CONV ABEND - " WS-ABEND-MESSAGE.
010490     MOVE 16 TO RETURN-CODE.
010500     STOP RUN.
