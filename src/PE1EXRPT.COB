000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1EXRPT.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - PE1-EXCL EXPIRY REPORT.
000110*                   EVERY EXCLUSION ENTRY NOT RETIRED WHOSE
000120*                   EXPIRY DATE FALLS WITHIN THE WARNING WINDOW
000130*                   (TODAY THROUGH THE NEXT 7 DAYS BY DEFAULT)
000140*                   IS LISTED AND ENDS THE STEP WITH A WARNING
000150*                   RETURN CODE, SO THE BUSINESS CONFIRMS OR
000160*                   EXTENDS IT THROUGH PE1EXMNT BEFORE IT
000170*                   QUIETLY DROPS OFF THE NIGHTLY RUN.
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.  IBM-Z.
000220 OBJECT-COMPUTER.  IBM-Z.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT PE1-EXRC-FILE  ASSIGN TO "PE1EXRC"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-EXRC-FILE-STATUS.
000280     SELECT PE1-EXCL-FILE  ASSIGN TO "PE1EXCL"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-EXCL-FILE-STATUS.
000310     SELECT PE1-EXRR-FILE  ASSIGN TO "PE1EXRR"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-EXRR-FILE-STATUS.
000340     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-LOG-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PE1-EXRC-FILE
000400     RECORDING MODE IS F.
000410 01  PE1-EXRC-RECORD.
000420     05  EXRC-WINDOW-DAYS        PIC X(03).
000430     05  FILLER                  PIC X(77).
000440 FD  PE1-EXCL-FILE
000450     RECORDING MODE IS F.
000460     COPY "PE1EXCL.CPY".
000470 FD  PE1-EXRR-FILE
000480     RECORDING MODE IS F.
000490 01  PE1-EXRR-RECORD             PIC X(80).
000500 FD  PE1-LOG-FILE
000510     RECORDING MODE IS F.
000520     COPY "PE1LOG.CPY".
000530******************************************************************
000540 WORKING-STORAGE SECTION.
000550******************************************************************
000560*    FILE STATUS SWITCHES
000570******************************************************************
000580 01  WS-FILE-STATUSES.
000590     05  WS-EXRC-FILE-STATUS     PIC X(02) VALUE "00".
000600     05  WS-EXCL-FILE-STATUS     PIC X(02) VALUE "00".
000610     05  WS-EXRR-FILE-STATUS     PIC X(02) VALUE "00".
000620     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000630******************************************************************
000640*    PROCESSING SWITCHES
000650******************************************************************
000660 01  WS-EXR-SWITCHES.
000670     05  WS-EOF-EXCL-SW          PIC X(01) VALUE "N".
000680         88  WS-EOF-EXCL             VALUE "Y".
000690     05  WS-EXCL-AVAILABLE-SW    PIC X(01) VALUE "N".
000700         88  WS-EXCL-AVAILABLE       VALUE "Y".
000710******************************************************************
000720*    THE WARNING WINDOW IN DAYS - FROM THE PE1EXRC REQUEST CARD;
000730*    NO CARD FILE ON THE STEP, OR A BLANK OR ZERO WINDOW, MEANS
000740*    7, A WEEK'S NOTICE.
000750******************************************************************
000760 01  WS-WINDOW-DAYS              PIC 9(3)  VALUE ZEROS.
000770 01  WS-CARD-WINDOW-DAYS         PIC X(03) VALUE SPACES.
000780 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000790 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
000800 01  WS-TODAY                    PIC X(08) VALUE SPACES.
000810******************************************************************
000820*    DAY-SERIAL WORK FIELDS - THE SAME MONOTONE DAY COUNT AS
000830*    PE1AGE, SO AN EXPIRY DATE AND TODAY SUBTRACT TO AN EXACT
000840*    NUMBER OF DAYS LEFT.
000850******************************************************************
000860 01  WS-SERIAL-WORK-AREAS.
000870     05  WS-SER-DATE             PIC 9(8)  VALUE ZEROS.
000880     05  WS-SER-DATE-X REDEFINES WS-SER-DATE.
000890         10  WS-SER-YYYY         PIC 9(4).
000900         10  WS-SER-MM           PIC 9(2).
000910         10  WS-SER-DD           PIC 9(2).
000920     05  WS-SER-ZYEAR            PIC 9(4)  VALUE ZEROS.
000930     05  WS-SER-ZMONTH           PIC 9(2)  VALUE ZEROS.
000940     05  WS-SER-RESULT           PIC 9(8)  VALUE ZEROS.
000950     05  WS-SER-ZQUOT            PIC 9(8)  VALUE ZEROS.
000960     05  WS-TODAY-SERIAL         PIC 9(8)  VALUE ZEROS.
000970     05  WS-DAYS-LEFT            PIC S9(8) VALUE ZEROS.
000980******************************************************************
000990*    COUNTERS FOR THE CONSOLE SUMMARY AND THE RETURN CODE
001000******************************************************************
001010 01  WS-EXR-COUNTERS.
001020     05  WS-ENTRIES-READ         PIC 9(8)  VALUE ZEROS.
001030     05  WS-ENTRIES-RETIRED      PIC 9(8)  VALUE ZEROS.
001040     05  WS-ENTRIES-IN-FORCE     PIC 9(8)  VALUE ZEROS.
001050     05  WS-ENTRIES-EXPIRING     PIC 9(8)  VALUE ZEROS.
001060******************************************************************
001070*    REPORT PRINT LINE TEMPLATES
001080******************************************************************
001090 01  WS-RPT-HEADING-LINE-1.
001100     05  FILLER                  PIC X(36) VALUE
001110         "PE1EXRPT  PE1-EXCL ENTRIES EXPIRING".
001120     05  FILLER                  PIC X(08) VALUE "WINDOW: ".
001130     05  RPT-HDG1-WINDOW         PIC ZZ9.
001140     05  FILLER                  PIC X(11) VALUE " DAYS FROM ".
001150     05  RPT-HDG1-TODAY          PIC X(08).
001160     05  FILLER                  PIC X(14) VALUE SPACES.
001170 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
001180 01  WS-RPT-COLUMN-HEADER        PIC X(80) VALUE
001190     "REQUEST   LOW CTR HIGH CTR EXPIRES  DAYS KEYED BY REASON".
001200 01  WS-RPT-DETAIL-LINE.
001210     05  RPT-DTL-REQUEST-ID      PIC X(08).
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  RPT-DTL-LOW-CTR         PIC ZZZZZZZ9.
001240     05  FILLER                  PIC X(01) VALUE SPACES.
001250     05  RPT-DTL-HIGH-CTR        PIC ZZZZZZZ9.
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  RPT-DTL-EXPIRY-DATE     PIC X(08).
001280     05  FILLER                  PIC X(01) VALUE SPACES.
001290     05  RPT-DTL-DAYS            PIC ZZZ9.
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  RPT-DTL-OPERATOR        PIC X(08).
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  RPT-DTL-REASON          PIC X(20).
001340     05  FILLER                  PIC X(10) VALUE SPACES.
001350 01  WS-RPT-TOTAL-LINE.
001360     05  FILLER                  PIC X(11) VALUE "EXPIRING:".
001370     05  RPT-TOT-EXPIRING        PIC ZZZZZZZ9.
001380     05  FILLER                  PIC X(14) VALUE
001390         "  IN FORCE:".
001400     05  RPT-TOT-IN-FORCE        PIC ZZZZZZZ9.
001410     05  FILLER                  PIC X(13) VALUE
001420         "  RETIRED:".
001430     05  RPT-TOT-RETIRED         PIC ZZZZZZZ9.
001440     05  FILLER                  PIC X(18) VALUE SPACES.
001450******************************************************************
001460*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
001470*    9000-WRITE-LOG-RECORD (SEE PE1LOG.CPY).
001480******************************************************************
001490 01  WS-LOG-WORK-AREAS.
001500     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001510     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001520     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001530     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001540     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001550     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001560     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001570 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
001580     88  WS-LOG-IS-OPEN              VALUE "Y".
001590******************************************************************
001600*    ABEND / ERROR MESSAGE AREA
001610******************************************************************
001620 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001630******************************************************************
001640 PROCEDURE DIVISION.
001650******************************************************************
001660*    0000-MAINLINE
001670******************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
001700     PERFORM 2000-SCAN-EXCLUSIONS THRU 2000-SCAN-EXCLUSIONS-EXIT.
001710     PERFORM 4000-FINALIZE        THRU 4000-FINALIZE-EXIT.
001720     STOP RUN.
001730 0000-MAINLINE-EXIT.
001740     EXIT.
001750******************************************************************
001760*    1000-INITIALIZE - TAKE THE WINDOW FROM THE REQUEST CARD,
001770*    WORK OUT TODAY'S DAY SERIAL, AND OPEN THE FILES.  A MISSING
001780*    PE1-EXCL MEANS NO EXCLUSIONS AT ALL - NOTHING CAN EXPIRE,
001790*    BUT IT IS LOGGED IN CASE THE DATASET WAS LOST.
001800******************************************************************
001810 1000-INITIALIZE.
001820     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001830     ACCEPT WS-CURRENT-TIME FROM TIME.
001840     MOVE WS-CURRENT-DATE TO WS-TODAY.
001850     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001860     PERFORM 1100-READ-REQUEST-CARD
001870         THRU 1100-READ-REQUEST-CARD-EXIT.
001880     MOVE WS-CURRENT-DATE TO WS-SER-DATE.
001890     PERFORM 8000-COMPUTE-DAY-SERIAL
001900         THRU 8000-COMPUTE-DAY-SERIAL-EXIT.
001910     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
001920     OPEN INPUT PE1-EXCL-FILE.
001930     IF WS-EXCL-FILE-STATUS = "00"
001940         MOVE "Y" TO WS-EXCL-AVAILABLE-SW
001950     ELSE
001960         DISPLAY "PE1EXRPT NO PE1-EXCL FILE - NOTHING TO REPORT"
001970         MOVE "EXR-003" TO WS-LOG-CODE
001980         MOVE "W"       TO WS-LOG-SEVERITY
001990         MOVE "NO PE1-EXCL FILE - NOTHING TO REPORT"
002000             TO WS-LOG-TEXT
002010         PERFORM 9000-WRITE-LOG-RECORD
002020             THRU 9000-WRITE-LOG-RECORD-EXIT
002030     END-IF.
002040     OPEN OUTPUT PE1-EXRR-FILE.
002050     IF WS-EXRR-FILE-STATUS NOT = "00"
002060         MOVE "UNABLE TO OPEN PE1EXRR REPORT FILE"
002070             TO WS-ABEND-MESSAGE
002080         GO TO 9800-ABEND-RUN
002090     END-IF.
002100     MOVE WS-WINDOW-DAYS TO RPT-HDG1-WINDOW.
002110     MOVE WS-TODAY       TO RPT-HDG1-TODAY.
002120     WRITE PE1-EXRR-RECORD FROM WS-RPT-HEADING-LINE-1.
002130     WRITE PE1-EXRR-RECORD FROM WS-RPT-BLANK-LINE.
002140     WRITE PE1-EXRR-RECORD FROM WS-RPT-COLUMN-HEADER.
002150 1000-INITIALIZE-EXIT.
002160     EXIT.
002170******************************************************************
002180*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE NIGHT'S PE1-LOG.
002190*    THE LIST IS TODAY'S STATE, NOT ONE RUN'S, SO ITS RECORDS
002200*    CARRY THE STEP'S OWN START DATE AND TIME AS THE RUN-ID.
002210******************************************************************
002220 1050-OPEN-RUN-LOG.
002230     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
002240     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
002250     OPEN EXTEND PE1-LOG-FILE.
002260     IF WS-LOG-FILE-STATUS NOT = "00"
002270         OPEN OUTPUT PE1-LOG-FILE
002280     END-IF.
002290     IF WS-LOG-FILE-STATUS NOT = "00"
002300         DISPLAY "PE1EXRPT UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
002310         GO TO 1050-OPEN-RUN-LOG-EXIT
002320     END-IF.
002330     MOVE "Y" TO WS-LOG-OPEN-SW.
002340 1050-OPEN-RUN-LOG-EXIT.
002350     EXIT.
002360******************************************************************
002370*    1100-READ-REQUEST-CARD - THE PE1EXRC REQUEST CARD NAMES THE
002380*    WARNING WINDOW.  NO CARD FILE ON THE STEP, AN EMPTY ONE, OR
002390*    A BLANK OR ZERO WINDOW ALL MEAN THE DEFAULT OF 7 DAYS.
002400******************************************************************
002410 1100-READ-REQUEST-CARD.
002420     MOVE 7 TO WS-WINDOW-DAYS.
002430     OPEN INPUT PE1-EXRC-FILE.
002440     IF WS-EXRC-FILE-STATUS NOT = "00"
002450         GO TO 1100-READ-REQUEST-CARD-EXIT
002460     END-IF.
002470     READ PE1-EXRC-FILE
002480         AT END
002490             CLOSE PE1-EXRC-FILE
002500             GO TO 1100-READ-REQUEST-CARD-EXIT
002510     END-READ.
002520*    THE CARD FIELD IS HELD BEFORE THE CLOSE - THE FD RECORD
002530*    AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
002540     MOVE EXRC-WINDOW-DAYS TO WS-CARD-WINDOW-DAYS.
002550     CLOSE PE1-EXRC-FILE.
002560     IF WS-CARD-WINDOW-DAYS = SPACES
002570        OR WS-CARD-WINDOW-DAYS = ZEROS
002580         GO TO 1100-READ-REQUEST-CARD-EXIT
002590     END-IF.
002600     IF WS-CARD-WINDOW-DAYS NOT NUMERIC
002610         MOVE "PE1EXRC WINDOW IS NON-NUMERIC"
002620             TO WS-ABEND-MESSAGE
002630         GO TO 9800-ABEND-RUN
002640     END-IF.
002650     MOVE WS-CARD-WINDOW-DAYS TO WS-WINDOW-DAYS.
002660 1100-READ-REQUEST-CARD-EXIT.
002670     EXIT.
002680******************************************************************
002690*    2000-SCAN-EXCLUSIONS - ONE FRONT-TO-BACK PASS OF PE1-EXCL.
002700******************************************************************
002710 2000-SCAN-EXCLUSIONS.
002720     IF NOT WS-EXCL-AVAILABLE
002730         GO TO 2000-SCAN-EXCLUSIONS-EXIT
002740     END-IF.
002750     PERFORM 2100-CHECK-ONE-ENTRY
002760         THRU 2100-CHECK-ONE-ENTRY-EXIT
002770         UNTIL WS-EOF-EXCL.
002780 2000-SCAN-EXCLUSIONS-EXIT.
002790     EXIT.
002800******************************************************************
002810*    2100-CHECK-ONE-ENTRY - RETIRED ENTRIES ARE HISTORY, AND AN
002820*    ENTRY WITH NO EXPIRY NEVER DROPS OFF.  THE EXPIRY DATE IS
002830*    THE LAST RUN DATE THE ENTRY APPLIES TO, SO ONE EXPIRING
002840*    TODAY IS LISTED WITH ZERO DAYS - TONIGHT IS ITS LAST RUN.
002850*    AN ENTRY NOT YET EFFECTIVE STILL LISTS IF ITS EXPIRY IS
002860*    NEAR - IT WILL BARELY APPLY AT ALL, WHICH IS WORTH A LOOK.
002870*    A NON-NUMERIC EXPIRY IS LEFT TO PE1INTG.
002880******************************************************************
002890 2100-CHECK-ONE-ENTRY.
002900     READ PE1-EXCL-FILE
002910         AT END
002920             MOVE "Y" TO WS-EOF-EXCL-SW
002930             GO TO 2100-CHECK-ONE-ENTRY-EXIT
002940     END-READ.
002950     ADD 1 TO WS-ENTRIES-READ.
002960     IF NOT EXCL-NOT-RETIRED
002970        AND EXCL-RETIRED-DATE NOT > WS-TODAY
002980         ADD 1 TO WS-ENTRIES-RETIRED
002990         GO TO 2100-CHECK-ONE-ENTRY-EXIT
003000     END-IF.
003010     IF (EXCL-EFFECTIVE-DATE = SPACES
003020         OR EXCL-EFFECTIVE-DATE NOT > WS-TODAY)
003030        AND (EXCL-EXPIRY-DATE = SPACES
003040         OR EXCL-EXPIRY-DATE NOT < WS-TODAY)
003050         ADD 1 TO WS-ENTRIES-IN-FORCE
003060     END-IF.
003070     IF EXCL-EXPIRY-DATE = SPACES
003080        OR EXCL-EXPIRY-DATE NOT NUMERIC
003090        OR EXCL-EXPIRY-DATE < WS-TODAY
003100         GO TO 2100-CHECK-ONE-ENTRY-EXIT
003110     END-IF.
003120     MOVE EXCL-EXPIRY-DATE TO WS-SER-DATE.
003130     PERFORM 8000-COMPUTE-DAY-SERIAL
003140         THRU 8000-COMPUTE-DAY-SERIAL-EXIT.
003150     COMPUTE WS-DAYS-LEFT =
003160         WS-SER-RESULT - WS-TODAY-SERIAL.
003170     IF WS-DAYS-LEFT > WS-WINDOW-DAYS
003180         GO TO 2100-CHECK-ONE-ENTRY-EXIT
003190     END-IF.
003200     PERFORM 2200-REPORT-EXPIRING-ENTRY
003210         THRU 2200-REPORT-EXPIRING-ENTRY-EXIT.
003220 2100-CHECK-ONE-ENTRY-EXIT.
003230     EXIT.
003240******************************************************************
003250*    2200-REPORT-EXPIRING-ENTRY - ONE DETAIL LINE AND ONE EXR-002
003260*    WARNING.  AN ENTRY KEYED BEFORE PE1EXMNT MAY CARRY SPACES
003270*    FOR "ALL"; A ZERO HIGH CTR IS A SINGLE VALUE.
003280******************************************************************
003290 2200-REPORT-EXPIRING-ENTRY.
003300     ADD 1 TO WS-ENTRIES-EXPIRING.
003310     MOVE SPACES              TO WS-RPT-DETAIL-LINE.
003320     IF EXCL-REQUEST-ID = SPACES
003330         MOVE "ALL"           TO RPT-DTL-REQUEST-ID
003340     ELSE
003350         MOVE EXCL-REQUEST-ID TO RPT-DTL-REQUEST-ID
003360     END-IF.
003370     MOVE EXCL-LOW-CTR        TO RPT-DTL-LOW-CTR.
003380     IF EXCL-HIGH-CTR = ZERO
003390         MOVE EXCL-LOW-CTR    TO RPT-DTL-HIGH-CTR
003400     ELSE
003410         MOVE EXCL-HIGH-CTR   TO RPT-DTL-HIGH-CTR
003420     END-IF.
003430     MOVE EXCL-EXPIRY-DATE    TO RPT-DTL-EXPIRY-DATE.
003440     MOVE WS-DAYS-LEFT        TO RPT-DTL-DAYS.
003450     MOVE EXCL-OPERATOR       TO RPT-DTL-OPERATOR.
003460     MOVE EXCL-REASON         TO RPT-DTL-REASON.
003470     WRITE PE1-EXRR-RECORD FROM WS-RPT-DETAIL-LINE.
003480     MOVE "EXR-002"           TO WS-LOG-CODE.
003490     MOVE "W"                 TO WS-LOG-SEVERITY.
003500     MOVE SPACES              TO WS-LOG-TEXT.
003510     MOVE "EXPIRING CTR"      TO WS-LOG-TEXT (1:12).
003520     MOVE EXCL-LOW-CTR        TO WS-LOG-TEXT (14:8).
003530     MOVE EXCL-REASON         TO WS-LOG-TEXT (23:18).
003540     MOVE RPT-DTL-REQUEST-ID  TO WS-LOG-REQUEST-ID.
003550     MOVE EXCL-EXPIRY-DATE    TO WS-LOG-VALUE-1.
003560     MOVE WS-DAYS-LEFT        TO WS-LOG-VALUE-2.
003570     PERFORM 9000-WRITE-LOG-RECORD
003580         THRU 9000-WRITE-LOG-RECORD-EXIT.
003590     MOVE SPACES TO WS-LOG-REQUEST-ID.
003600 2200-REPORT-EXPIRING-ENTRY-EXIT.
003610     EXIT.
003620******************************************************************
003630*    4000-FINALIZE - TOTAL LINE, CLOSE UP, CONSOLE SUMMARY, AND
003640*    A WARNING RETURN CODE WHEN ANY ENTRY IS ABOUT TO EXPIRE, SO
003650*    THE BUSINESS IS ASKED BEFORE THE EXCLUSION LAPSES.
003660******************************************************************
003670 4000-FINALIZE.
003680     WRITE PE1-EXRR-RECORD FROM WS-RPT-BLANK-LINE.
003690     MOVE WS-ENTRIES-EXPIRING TO RPT-TOT-EXPIRING.
003700     MOVE WS-ENTRIES-IN-FORCE TO RPT-TOT-IN-FORCE.
003710     MOVE WS-ENTRIES-RETIRED  TO RPT-TOT-RETIRED.
003720     WRITE PE1-EXRR-RECORD FROM WS-RPT-TOTAL-LINE.
003730     IF WS-EXCL-AVAILABLE
003740         CLOSE PE1-EXCL-FILE
003750     END-IF.
003760     CLOSE PE1-EXRR-FILE.
003770     DISPLAY "PE1EXRPT ENTRIES: " WS-ENTRIES-READ
003780         " IN FORCE: " WS-ENTRIES-IN-FORCE
003790         " RETIRED: " WS-ENTRIES-RETIRED.
003800     DISPLAY "PE1EXRPT EXPIRING WITHIN " WS-WINDOW-DAYS
003810         " DAYS: " WS-ENTRIES-EXPIRING.
003820     IF WS-ENTRIES-EXPIRING > ZERO
003830         MOVE 4 TO RETURN-CODE
003840     END-IF.
003850     MOVE "EXR-001" TO WS-LOG-CODE.
003860     MOVE "I"       TO WS-LOG-SEVERITY.
003870     MOVE "EXPIRY REPORT DONE - EXPIRING / IN FORCE"
003880         TO WS-LOG-TEXT.
003890     MOVE WS-ENTRIES-EXPIRING TO WS-LOG-VALUE-1.
003900     MOVE WS-ENTRIES-IN-FORCE TO WS-LOG-VALUE-2.
003910     PERFORM 9000-WRITE-LOG-RECORD
003920         THRU 9000-WRITE-LOG-RECORD-EXIT.
003930     IF WS-LOG-IS-OPEN
003940         CLOSE PE1-LOG-FILE
003950     END-IF.
003960 4000-FINALIZE-EXIT.
003970     EXIT.
003980******************************************************************
003990*    8000-COMPUTE-DAY-SERIAL - DAY COUNT FOR WS-SER-DATE IN
004000*    WS-SER-RESULT, AS IN PE1AGE.  JANUARY AND FEBRUARY COUNT AS
004010*    MONTHS 13 AND 14 OF THE PRIOR YEAR, SO THE
004020*    (306 * (MONTH + 1)) / 10 TERM WALKS THE MONTH LENGTHS
004030*    EXACTLY AND THE YEAR TERMS CARRY THE LEAP DAYS.  ONLY
004040*    DIFFERENCES OF THESE SERIALS ARE EVER USED.
004050******************************************************************
004060 8000-COMPUTE-DAY-SERIAL.
004070     MOVE WS-SER-YYYY TO WS-SER-ZYEAR.
004080     MOVE WS-SER-MM   TO WS-SER-ZMONTH.
004090     IF WS-SER-ZMONTH < 3
004100         ADD 12 TO WS-SER-ZMONTH
004110         SUBTRACT 1 FROM WS-SER-ZYEAR
004120     END-IF.
004130*    EACH QUOTIENT IS TAKEN WHOLE BEFORE THE TERMS ARE SUMMED -
004140*    ONE COMPUTE WOULD LET THE DROPPED FRACTIONS CARRY ACROSS
004150*    TERMS AND SHIFT THE DAY COUNT ON SOME DATES.
004160     COMPUTE WS-SER-RESULT =
004170         (365 * WS-SER-ZYEAR) + WS-SER-DD.
004180     DIVIDE WS-SER-ZYEAR BY 4 GIVING WS-SER-ZQUOT.
004190     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
004200     DIVIDE WS-SER-ZYEAR BY 100 GIVING WS-SER-ZQUOT.
004210     SUBTRACT WS-SER-ZQUOT FROM WS-SER-RESULT.
004220     DIVIDE WS-SER-ZYEAR BY 400 GIVING WS-SER-ZQUOT.
004230     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
004240     COMPUTE WS-SER-ZQUOT = 306 * (WS-SER-ZMONTH + 1).
004250     DIVIDE WS-SER-ZQUOT BY 10 GIVING WS-SER-ZQUOT.
004260     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
004270 8000-COMPUTE-DAY-SERIAL-EXIT.
004280     EXIT.
004290******************************************************************
004300*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
004310*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
004320*    CALLER.  THE LOG RECORDS A CONDITION, IT DOES NOT GRADE
004330*    THE STEP.
004340******************************************************************
004350 9000-WRITE-LOG-RECORD.
004360     IF NOT WS-LOG-IS-OPEN
004370         GO TO 9000-WRITE-LOG-RECORD-CLEAR
004380     END-IF.
004390     MOVE SPACES            TO PE1-LOG-RECORD.
004400     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
004410     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
004420     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
004430     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
004440     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
004450     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
004460     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
004470     WRITE PE1-LOG-RECORD.
004480 9000-WRITE-LOG-RECORD-CLEAR.
004490     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
004500 9000-WRITE-LOG-RECORD-EXIT.
004510     EXIT.
004520******************************************************************
004530*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
004540*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
004550******************************************************************
004560 9800-ABEND-RUN.
004570     DISPLAY "PE1EXRPT ABEND - " WS-ABEND-MESSAGE.
004580     MOVE "EXR-099" TO WS-LOG-CODE.
004590     MOVE "E"       TO WS-LOG-SEVERITY.
004600     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
004610     PERFORM 9000-WRITE-LOG-RECORD
004620         THRU 9000-WRITE-LOG-RECORD-EXIT.
004630     IF WS-LOG-IS-OPEN
004640         CLOSE PE1-LOG-FILE
004650     END-IF.
004660     MOVE 16 TO RETURN-CODE.
004670     STOP RUN.
