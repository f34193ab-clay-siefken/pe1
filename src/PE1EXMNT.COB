000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1EXMNT.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - ONLINE MAINTENANCE
000110*                   TRANSACTION FOR THE PE1-EXCL EXCLUSION LIST,
000120*                   A COMPANION TO PE1MNT, SO AN EXCLUSION IS NO
000130*                   LONGER A HAND EDIT OF THE DATASET.  THE
000140*                   OPERATOR PICKS A REQUEST (OR ALL), SEES ITS
000150*                   ENTRIES WITH THEIR STATE - IN FORCE, NOT YET
000160*                   EFFECTIVE, EXPIRED, OR DUE TO EXPIRE WITHIN
000170*                   THE WEEK - AND ADDS, CHANGES OR RETIRES ONE
000180*                   RANGE.  EVERY ENTRY CARRIES AN EFFECTIVE
000190*                   DATE, AN EXPIRY DATE, THE OPERATOR AND A
000200*                   REASON, AND EVERY SAVE APPENDS THE ENTRY
000210*                   BEFORE AND AFTER TO THE PE1-EXCH
000220*                   CHANGE-HISTORY LOG.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-Z.
000270 OBJECT-COMPUTER.  IBM-Z.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PE1-CTL-FILE   ASSIGN TO "PE1CTL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CTL-FILE-STATUS.
000330     SELECT PE1-EXCL-FILE  ASSIGN TO "PE1EXCL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EXCL-FILE-STATUS.
000360     SELECT PE1-EXCH-FILE  ASSIGN TO "PE1EXCH"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-EXCH-FILE-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PE1-CTL-FILE
000420     RECORDING MODE IS F.
000430     COPY "PE1CTL.CPY".
000440 FD  PE1-EXCL-FILE
000450     RECORDING MODE IS F.
000460     COPY "PE1EXCL.CPY".
000470 FD  PE1-EXCH-FILE
000480     RECORDING MODE IS F.
000490     COPY "PE1EXCH.CPY".
000500******************************************************************
000510 WORKING-STORAGE SECTION.
000520******************************************************************
000530*    FILE STATUS SWITCHES
000540******************************************************************
000550 01  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
000560 01  WS-EXCL-FILE-STATUS         PIC X(02) VALUE "00".
000570 01  WS-EXCH-FILE-STATUS         PIC X(02) VALUE "00".
000580******************************************************************
000590*    WORKING COPY OF THE EXCLUSION ENTRY BEING MAINTAINED -
000600*    MIRRORS PE1EXCL.CPY FIELD FOR FIELD.
000610******************************************************************
000620 01  WS-EXCL-RECORD.
000630     05  WS-EXCL-REQUEST-ID      PIC X(08) VALUE SPACES.
000640     05  WS-EXCL-LOW-CTR         PIC 9(8)  VALUE ZEROS.
000650     05  WS-EXCL-HIGH-CTR        PIC 9(8)  VALUE ZEROS.
000660     05  WS-EXCL-REASON          PIC X(20) VALUE SPACES.
000670     05  WS-EXCL-EFFECTIVE-DATE  PIC X(08) VALUE SPACES.
000680     05  WS-EXCL-EXPIRY-DATE     PIC X(08) VALUE SPACES.
000690     05  WS-EXCL-OPERATOR        PIC X(08) VALUE SPACES.
000700     05  WS-EXCL-RETIRED-DATE    PIC X(08) VALUE SPACES.
000710         88  WS-EXCL-NOT-RETIRED     VALUE SPACES.
000720     05  FILLER                  PIC X(04) VALUE SPACES.
000730*    THE ENTRY AS LOADED, FOR THE OLD SIDE OF THE HISTORY RECORD.
000740 01  WS-OLD-EXCL-RECORD          PIC X(80) VALUE SPACES.
000750******************************************************************
000760*    EVERY PE1-EXCL RECORD ON FILE, RETIRED ONES INCLUDED, HELD
000770*    WHOLE.  THE SAVE WRITES THE WHOLE FILE BACK WITH ONLY THE
000780*    ONE ENTRY ADDED OR CHANGED.  THE LIVE COUNT IS THE ENTRIES
000790*    NOT RETIRED AS OF TODAY AND NOT YET EXPIRED - WHAT PE1 MAY
000800*    HAVE TO HOLD IN FORCE ON SOME COMING NIGHT - AND AN ADD IS
000810*    REFUSED ONCE IT REACHES PE1'S TABLE SIZE.  AS IN PE1, AN
000811*    ENTRY WHOSE RETIRE DATE IS STILL AHEAD STAYS IN FORCE UNTIL
000812*    THAT RUN DATE, SO IT COUNTS AS LIVE UNTIL THEN.
000820******************************************************************
000830 01  WS-EXCL-TABLE.
000840     05  WS-EXCL-ENTRY           PIC X(80) OCCURS 5000 TIMES.
000850*    (ENTRY LENGTH MATCHES THE PE1EXCL.CPY RECORD LENGTH)
000860 01  WS-EXCL-ENTRY-COUNT         PIC 9(4)  VALUE ZEROS.
000870 01  WS-EXCL-ENTRY-IDX           PIC 9(4)  VALUE ZEROS.
000880 01  WS-SELECTED-ENTRY           PIC 9(4)  VALUE ZEROS.
000890 01  WS-LIVE-COUNT               PIC 9(4)  VALUE ZEROS.
000900 01  WS-LIVE-LIMIT               PIC 9(4)  VALUE 1000.
000910 01  WS-SHOWN-COUNT              PIC 9(4)  VALUE ZEROS.
000920 01  WS-RETIRED-COUNT            PIC 9(4)  VALUE ZEROS.
000930 01  WS-EOF-EXCL-SW              PIC X(01) VALUE "N".
000940     88  WS-EOF-EXCL                 VALUE "Y".
000950******************************************************************
000960*    THE REQUEST IDS ON PE1-CTL - AN EXCLUSION IS SCOPED TO ONE
000970*    OF THEM OR TO "ALL".
000980******************************************************************
000990 01  WS-CTL-REQUEST-TABLE.
001000     05  WS-CTL-REQUEST-ID       PIC X(08) OCCURS 20 TIMES.
001010 01  WS-CTL-ENTRY-COUNT          PIC 9(2)  VALUE ZEROS.
001020 01  WS-CTL-ENTRY-IDX            PIC 9(2)  VALUE ZEROS.
001030 01  WS-EOF-CTL-SW               PIC X(01) VALUE "N".
001040     88  WS-EOF-CTL                  VALUE "Y".
001050 01  WS-SCOPE                    PIC X(08) VALUE SPACES.
001060 01  WS-SCOPE-INPUT              PIC X(08) VALUE SPACES.
001070 01  WS-SCOPE-OK-SW              PIC X(01) VALUE "N".
001080     88  WS-SCOPE-OK                 VALUE "Y".
001090******************************************************************
001100*    THE ACTION, OPERATOR AND DATES THE SAVE STAMPS
001110******************************************************************
001120 01  WS-ACTION                   PIC X(01) VALUE SPACE.
001130     88  WS-ACTION-ADD               VALUE "A".
001140     88  WS-ACTION-CHANGE            VALUE "C".
001150     88  WS-ACTION-RETIRE            VALUE "R".
001160     88  WS-ACTION-EXIT              VALUE "X".
001170     88  WS-ACTION-VALID             VALUE "A" "C" "R" "X".
001180 01  WS-OPERATOR-INPUT           PIC X(08) VALUE SPACES.
001190 01  WS-MNT-CURRENT-DATE         PIC 9(8)  VALUE ZEROS.
001200 01  WS-MNT-CURRENT-TIME         PIC 9(8)  VALUE ZEROS.
001210 01  WS-MNT-TIMESTAMP            PIC X(14) VALUE SPACES.
001220 01  WS-TODAY                    PIC X(08) VALUE SPACES.
001230******************************************************************
001240*    OPERATOR INPUT FIELDS AND EDIT SWITCHES.  NUMBERS ARE
001250*    ACCEPTED DIRECTLY INTO NUMERIC PICTURES, AS IN PE1MNT, SO
001260*    STRAY KEYSTROKES COME IN AS ZERO; ZERO IS THE "TODAY",
001270*    "NONE" OR "LEAVE IT ALONE" ANSWER NAMED IN EACH PROMPT.
001280*    AN EXPIRY OF ALL NINES TAKES THE EXPIRY OFF A CHANGED ENTRY.
001290******************************************************************
001300 01  WS-CTR-INPUT                PIC 9(8)  VALUE ZEROS.
001310 01  WS-DATE-INPUT               PIC 9(8)  VALUE ZEROS.
001320 01  WS-REASON-INPUT             PIC X(20) VALUE SPACES.
001330 01  WS-DATE-CHECK               PIC 9(8)  VALUE ZEROS.
001340 01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
001350     05  WS-DATE-CHECK-YYYY      PIC 9(4).
001360     05  WS-DATE-CHECK-MM        PIC 9(2).
001370     05  WS-DATE-CHECK-DD        PIC 9(2).
001380 01  WS-EDIT-SWITCHES.
001390     05  WS-ENTRY-OK-SW          PIC X(01) VALUE "N".
001400         88  WS-ENTRY-OK             VALUE "Y".
001410     05  WS-VALUE-OK-SW          PIC X(01) VALUE "N".
001420         88  WS-VALUE-OK             VALUE "Y".
001430     05  WS-DATE-OK-SW           PIC X(01) VALUE "N".
001440         88  WS-DATE-OK              VALUE "Y".
001450     05  WS-DUPLICATE-SW         PIC X(01) VALUE "N".
001460         88  WS-DUPLICATE            VALUE "Y".
001470******************************************************************
001480*    ENTRY STATE FOR THE DISPLAY, AND THE DAY-SERIAL WORK FIELDS
001490*    (THE SAME ARITHMETIC AS PE1AGE) THAT SAY HOW MANY DAYS AN
001500*    ENTRY HAS LEFT BEFORE IT EXPIRES.
001510******************************************************************
001520 01  WS-EXPIRY-WARN-DAYS         PIC 9(3)  VALUE 7.
001530 01  WS-STATE-TEXT               PIC X(20) VALUE SPACES.
001540 01  WS-DAYS-EDIT                PIC Z9.
001550 01  WS-LOW-EDIT                 PIC ZZZZZZZ9.
001560 01  WS-HIGH-EDIT                PIC ZZZZZZZ9.
001570 01  WS-SERIAL-WORK-AREAS.
001580     05  WS-SER-DATE             PIC 9(8)  VALUE ZEROS.
001590     05  WS-SER-DATE-X REDEFINES WS-SER-DATE.
001600         10  WS-SER-YYYY         PIC 9(4).
001610         10  WS-SER-MM           PIC 9(2).
001620         10  WS-SER-DD           PIC 9(2).
001630     05  WS-SER-ZYEAR            PIC 9(4)  VALUE ZEROS.
001640     05  WS-SER-ZMONTH           PIC 9(2)  VALUE ZEROS.
001650     05  WS-SER-RESULT           PIC 9(8)  VALUE ZEROS.
001660     05  WS-SER-ZQUOT            PIC 9(8)  VALUE ZEROS.
001670     05  WS-TODAY-SERIAL         PIC 9(8)  VALUE ZEROS.
001680     05  WS-DAYS-LEFT            PIC S9(8) VALUE ZEROS.
001690 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001700******************************************************************
001710 PROCEDURE DIVISION.
001720******************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-LOAD-EXCLUSION-LIST
001750         THRU 1000-LOAD-EXCLUSION-LIST-EXIT.
001760     PERFORM 1100-LOAD-REQUEST-IDS
001770         THRU 1100-LOAD-REQUEST-IDS-EXIT.
001780     PERFORM 1200-SELECT-SCOPE
001790         THRU 1200-SELECT-SCOPE-EXIT.
001800     PERFORM 2000-DISPLAY-ENTRIES
001810         THRU 2000-DISPLAY-ENTRIES-EXIT.
001820     PERFORM 3000-ACCEPT-ACTION
001830         THRU 3000-ACCEPT-ACTION-EXIT.
001840     IF WS-ACTION-EXIT
001850         DISPLAY "PE1EXMNT - NO CHANGE MADE"
001860         STOP RUN
001870     END-IF.
001880     IF WS-ACTION-ADD
001890         PERFORM 3100-PREPARE-ADD
001900             THRU 3100-PREPARE-ADD-EXIT
001910     ELSE
001920         PERFORM 3200-SELECT-ENTRY
001930             THRU 3200-SELECT-ENTRY-EXIT
001940     END-IF.
001950     IF WS-ACTION-RETIRE
001960         PERFORM 3700-ACCEPT-RETIRE-DATE
001970             THRU 3700-ACCEPT-RETIRE-DATE-EXIT
001980     ELSE
001990         PERFORM 3300-ACCEPT-HIGH-CTR
002000             THRU 3300-ACCEPT-HIGH-CTR-EXIT
002010         PERFORM 3400-ACCEPT-EFFECTIVE-DATE
002020             THRU 3400-ACCEPT-EFFECTIVE-DATE-EXIT
002030         PERFORM 3500-ACCEPT-EXPIRY-DATE
002040             THRU 3500-ACCEPT-EXPIRY-DATE-EXIT
002050         PERFORM 3600-ACCEPT-REASON
002060             THRU 3600-ACCEPT-REASON-EXIT
002070     END-IF.
002080     PERFORM 3800-ACCEPT-OPERATOR-ID
002090         THRU 3800-ACCEPT-OPERATOR-ID-EXIT.
002100     PERFORM 4000-SAVE-EXCLUSION-LIST
002110         THRU 4000-SAVE-EXCLUSION-LIST-EXIT.
002120     MOVE WS-EXCL-LOW-CTR  TO WS-LOW-EDIT.
002130     MOVE WS-EXCL-HIGH-CTR TO WS-HIGH-EDIT.
002140     EVALUATE TRUE
002150         WHEN WS-ACTION-ADD
002160             DISPLAY "PE1EXMNT - ENTRY ADDED FOR " WS-SCOPE
002170                 " " WS-LOW-EDIT " THRU " WS-HIGH-EDIT
002180                 " EFFECTIVE " WS-EXCL-EFFECTIVE-DATE
002190         WHEN WS-ACTION-CHANGE
002200             DISPLAY "PE1EXMNT - ENTRY CHANGED FOR " WS-SCOPE
002210                 " " WS-LOW-EDIT " THRU " WS-HIGH-EDIT
002211         WHEN WS-EXCL-NOT-RETIRED
002212             DISPLAY "PE1EXMNT - RETIRE TAKEN OFF FOR " WS-SCOPE
002213                 " " WS-LOW-EDIT
002220         WHEN OTHER
002230             DISPLAY "PE1EXMNT - ENTRY RETIRED FOR " WS-SCOPE
002240                 " " WS-LOW-EDIT " FROM RUN DATE "
002250                 WS-EXCL-RETIRED-DATE
002260     END-EVALUATE.
002270     STOP RUN.
002280******************************************************************
002290*    1000-LOAD-EXCLUSION-LIST - READ EVERY PE1-EXCL RECORD INTO
002300*    THE TABLE AND COUNT THE LIVE ONES.  NO FILE YET IS NOT AN
002310*    ERROR - THE FIRST SAVE CREATES IT.  TODAY'S DATE AND DAY
002320*    SERIAL ARE TAKEN FIRST, SINCE "LIVE" IS JUDGED AGAINST THEM.
002330******************************************************************
002340 1000-LOAD-EXCLUSION-LIST.
002350     ACCEPT WS-MNT-CURRENT-DATE FROM DATE YYYYMMDD.
002360     ACCEPT WS-MNT-CURRENT-TIME FROM TIME.
002370     MOVE WS-MNT-CURRENT-DATE TO WS-MNT-TIMESTAMP (1:8).
002380     MOVE WS-MNT-CURRENT-TIME (1:6) TO WS-MNT-TIMESTAMP (9:6).
002390     MOVE WS-MNT-CURRENT-DATE TO WS-TODAY.
002400     MOVE WS-MNT-CURRENT-DATE TO WS-SER-DATE.
002410     PERFORM 8000-COMPUTE-DAY-SERIAL
002420         THRU 8000-COMPUTE-DAY-SERIAL-EXIT.
002430     MOVE WS-SER-RESULT TO WS-TODAY-SERIAL.
002440     OPEN INPUT PE1-EXCL-FILE.
002450     IF WS-EXCL-FILE-STATUS NOT = "00"
002460         DISPLAY "NO PE1-EXCL ON FILE - THE FIRST SAVE CREATES IT"
002470         GO TO 1000-LOAD-EXCLUSION-LIST-EXIT
002480     END-IF.
002490     PERFORM 1010-READ-ONE-EXCLUSION
002500         THRU 1010-READ-ONE-EXCLUSION-EXIT
002510         UNTIL WS-EOF-EXCL.
002520     CLOSE PE1-EXCL-FILE.
002530 1000-LOAD-EXCLUSION-LIST-EXIT.
002540     EXIT.
002550******************************************************************
002560 1010-READ-ONE-EXCLUSION.
002570     READ PE1-EXCL-FILE
002580         AT END
002590             MOVE "Y" TO WS-EOF-EXCL-SW
002600             GO TO 1010-READ-ONE-EXCLUSION-EXIT
002610     END-READ.
002620     IF WS-EXCL-ENTRY-COUNT NOT < 5000
002630         MOVE "PE1-EXCL HAS MORE THAN 5000 RECORDS"
002640             TO WS-ABEND-MESSAGE
002650         GO TO 9800-ABEND-RUN
002660     END-IF.
002670     ADD 1 TO WS-EXCL-ENTRY-COUNT.
002680     MOVE PE1-EXCL-RECORD TO WS-EXCL-ENTRY (WS-EXCL-ENTRY-COUNT).
002690     IF (EXCL-NOT-RETIRED OR EXCL-RETIRED-DATE > WS-TODAY)
002700        AND (EXCL-EXPIRY-DATE = SPACES
002710             OR EXCL-EXPIRY-DATE NOT < WS-TODAY)
002720         ADD 1 TO WS-LIVE-COUNT
002730     END-IF.
002740 1010-READ-ONE-EXCLUSION-EXIT.
002750     EXIT.
002760******************************************************************
002770*    1100-LOAD-REQUEST-IDS - THE REQUEST IDS AN ENTRY MAY BE
002780*    SCOPED TO.  A MISSING PE1-CTL IS A SETUP PROBLEM, NOT
002790*    SOMETHING THIS TRANSACTION SHOULD TRY TO PAPER OVER.
002800******************************************************************
002810 1100-LOAD-REQUEST-IDS.
002820     OPEN INPUT PE1-CTL-FILE.
002830     IF WS-CTL-FILE-STATUS NOT = "00"
002840         MOVE "UNABLE TO OPEN PE1-CTL FOR MAINTENANCE"
002850             TO WS-ABEND-MESSAGE
002860         GO TO 9800-ABEND-RUN
002870     END-IF.
002880     PERFORM 1110-READ-ONE-CTL-RECORD
002890         THRU 1110-READ-ONE-CTL-RECORD-EXIT
002900         UNTIL WS-EOF-CTL.
002910     CLOSE PE1-CTL-FILE.
002920 1100-LOAD-REQUEST-IDS-EXIT.
002930     EXIT.
002940******************************************************************
002950 1110-READ-ONE-CTL-RECORD.
002960     READ PE1-CTL-FILE
002970         AT END
002980             MOVE "Y" TO WS-EOF-CTL-SW
002990         NOT AT END
003000             IF WS-CTL-ENTRY-COUNT < 20
003010                 ADD 1 TO WS-CTL-ENTRY-COUNT
003020                 MOVE CTL-REQUEST-ID
003030                     TO WS-CTL-REQUEST-ID (WS-CTL-ENTRY-COUNT)
003040             ELSE
003050                 MOVE "PE1-CTL HAS MORE THAN 20 REQUEST RECORDS"
003060                     TO WS-ABEND-MESSAGE
003070                 GO TO 9800-ABEND-RUN
003080             END-IF
003090     END-READ.
003100 1110-READ-ONE-CTL-RECORD-EXIT.
003110     EXIT.
003120******************************************************************
003130*    1200-SELECT-SCOPE - LIST THE REQUEST IDS ON FILE AND
003140*    RE-PROMPT UNTIL THE OPERATOR NAMES ONE OF THEM, OR ALL (A
003150*    BLANK ANSWER) FOR THE ENTRIES THAT APPLY TO EVERY REQUEST.
003160******************************************************************
003170 1200-SELECT-SCOPE.
003180     DISPLAY "PE1EXMNT - PE1-EXCL EXCLUSION LIST MAINTENANCE".
003190     DISPLAY "REQUESTS ON FILE:".
003200     PERFORM 1210-DISPLAY-ONE-REQUEST
003210         THRU 1210-DISPLAY-ONE-REQUEST-EXIT
003220         VARYING WS-CTL-ENTRY-IDX FROM 1 BY 1
003230             UNTIL WS-CTL-ENTRY-IDX > WS-CTL-ENTRY-COUNT.
003240     DISPLAY "  ALL".
003250     MOVE "N" TO WS-SCOPE-OK-SW.
003260     PERFORM 1220-ACCEPT-SCOPE
003270         THRU 1220-ACCEPT-SCOPE-EXIT
003280         UNTIL WS-SCOPE-OK.
003290 1200-SELECT-SCOPE-EXIT.
003300     EXIT.
003310******************************************************************
003320 1210-DISPLAY-ONE-REQUEST.
003330     DISPLAY "  " WS-CTL-REQUEST-ID (WS-CTL-ENTRY-IDX).
003340 1210-DISPLAY-ONE-REQUEST-EXIT.
003350     EXIT.
003360******************************************************************
003370 1220-ACCEPT-SCOPE.
003380     DISPLAY "REQUEST ID TO MAINTAIN (BLANK = ALL): ".
003390     MOVE SPACES TO WS-SCOPE-INPUT.
003400     ACCEPT WS-SCOPE-INPUT.
003410     IF WS-SCOPE-INPUT = SPACES OR WS-SCOPE-INPUT = "ALL"
003420         MOVE "ALL" TO WS-SCOPE
003430         MOVE "Y"   TO WS-SCOPE-OK-SW
003440         GO TO 1220-ACCEPT-SCOPE-EXIT
003450     END-IF.
003460     PERFORM 1230-MATCH-ONE-REQUEST
003470         THRU 1230-MATCH-ONE-REQUEST-EXIT
003480         VARYING WS-CTL-ENTRY-IDX FROM 1 BY 1
003490             UNTIL WS-CTL-ENTRY-IDX > WS-CTL-ENTRY-COUNT.
003500     IF NOT WS-SCOPE-OK
003510         DISPLAY "REQUEST NOT ON FILE: " WS-SCOPE-INPUT
003520     END-IF.
003530 1220-ACCEPT-SCOPE-EXIT.
003540     EXIT.
003550******************************************************************
003560 1230-MATCH-ONE-REQUEST.
003570     IF WS-CTL-REQUEST-ID (WS-CTL-ENTRY-IDX) = WS-SCOPE-INPUT
003580         MOVE WS-SCOPE-INPUT TO WS-SCOPE
003590         MOVE "Y" TO WS-SCOPE-OK-SW
003600     END-IF.
003610 1230-MATCH-ONE-REQUEST-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2000-DISPLAY-ENTRIES - SHOW EVERY ENTRY IN THE SCOPE THAT
003650*    IS NOT RETIRED AS OF TODAY, WITH ITS STATE TODAY, SO THE
003660*    OPERATOR SEES WHAT PE1 WILL HONOR ON ITS NEXT RUN AND WHAT
003670*    IS ABOUT TO DROP OFF.  RETIRED ENTRIES ARE ONLY COUNTED.
003680******************************************************************
003690 2000-DISPLAY-ENTRIES.
003700     DISPLAY "ENTRIES FOR " WS-SCOPE " AS OF " WS-TODAY ":".
003710     DISPLAY "  LOW CTR  HIGH CTR EFFECTIVE EXPIRES  "
003720         "STATE                REASON".
003730     MOVE ZEROS TO WS-SHOWN-COUNT WS-RETIRED-COUNT.
003740     PERFORM 2010-DISPLAY-ONE-ENTRY
003750         THRU 2010-DISPLAY-ONE-ENTRY-EXIT
003760         VARYING WS-EXCL-ENTRY-IDX FROM 1 BY 1
003770             UNTIL WS-EXCL-ENTRY-IDX > WS-EXCL-ENTRY-COUNT.
003780     IF WS-SHOWN-COUNT = ZERO
003790         DISPLAY "  NO ENTRIES IN EFFECT OR PENDING"
003800     END-IF.
003810     IF WS-RETIRED-COUNT > ZERO
003820         DISPLAY "  RETIRED ENTRIES KEPT AS HISTORY: "
003830             WS-RETIRED-COUNT
003840     END-IF.
003850     DISPLAY "LIVE ENTRIES, ALL REQUESTS: " WS-LIVE-COUNT
003860         " OF " WS-LIVE-LIMIT.
003870 2000-DISPLAY-ENTRIES-EXIT.
003880     EXIT.
003890******************************************************************
003900 2010-DISPLAY-ONE-ENTRY.
003910     MOVE WS-EXCL-ENTRY (WS-EXCL-ENTRY-IDX) TO WS-EXCL-RECORD.
003920     PERFORM 2020-CHECK-ENTRY-IN-SCOPE
003930         THRU 2020-CHECK-ENTRY-IN-SCOPE-EXIT.
003940     IF NOT WS-ENTRY-OK
003950         GO TO 2010-DISPLAY-ONE-ENTRY-EXIT
003960     END-IF.
003970     IF NOT WS-EXCL-NOT-RETIRED
003971        AND WS-EXCL-RETIRED-DATE NOT > WS-TODAY
003980         ADD 1 TO WS-RETIRED-COUNT
003990         GO TO 2010-DISPLAY-ONE-ENTRY-EXIT
004000     END-IF.
004010     ADD 1 TO WS-SHOWN-COUNT.
004020     PERFORM 2100-DETERMINE-STATE
004030         THRU 2100-DETERMINE-STATE-EXIT.
004040     MOVE WS-EXCL-LOW-CTR TO WS-LOW-EDIT.
004050     IF WS-EXCL-HIGH-CTR = ZERO
004060         MOVE WS-EXCL-LOW-CTR  TO WS-HIGH-EDIT
004070     ELSE
004080         MOVE WS-EXCL-HIGH-CTR TO WS-HIGH-EDIT
004090     END-IF.
004100     DISPLAY " " WS-LOW-EDIT " " WS-HIGH-EDIT " "
004110         WS-EXCL-EFFECTIVE-DATE "  " WS-EXCL-EXPIRY-DATE " "
004120         WS-STATE-TEXT " " WS-EXCL-REASON.
004130 2010-DISPLAY-ONE-ENTRY-EXIT.
004140     EXIT.
004150******************************************************************
004160*    2020-CHECK-ENTRY-IN-SCOPE - AN ENTRY KEYED BEFORE THIS
004170*    TRANSACTION EXISTED MAY CARRY SPACES FOR "ALL".
004180******************************************************************
004190 2020-CHECK-ENTRY-IN-SCOPE.
004200     MOVE "N" TO WS-ENTRY-OK-SW.
004210     IF WS-EXCL-REQUEST-ID = WS-SCOPE
004220        OR (WS-SCOPE = "ALL" AND WS-EXCL-REQUEST-ID = SPACES)
004230         MOVE "Y" TO WS-ENTRY-OK-SW
004240     END-IF.
004250 2020-CHECK-ENTRY-IN-SCOPE-EXIT.
004260     EXIT.
004270******************************************************************
004280*    2100-DETERMINE-STATE - THE STATE OF THE WORKING ENTRY AS OF
004290*    TODAY.  THE EXPIRY DATE IS THE LAST RUN DATE THE ENTRY
004300*    APPLIES TO, SO ONE EXPIRING TODAY STILL HAS TONIGHT'S RUN.
004301*    A RETIRE DATE STILL AHEAD IS SHOWN AS THE STATE, UNLESS THE
004302*    ENTRY EXPIRES BEFORE IT.
004310******************************************************************
004320 2100-DETERMINE-STATE.
004330     MOVE "IN FORCE" TO WS-STATE-TEXT.
004340     IF WS-EXCL-EFFECTIVE-DATE NOT = SPACES
004350        AND WS-EXCL-EFFECTIVE-DATE > WS-TODAY
004360         MOVE "NOT YET EFFECTIVE" TO WS-STATE-TEXT
004370         GO TO 2100-DETERMINE-STATE-EXIT
004380     END-IF.
004381     IF NOT WS-EXCL-NOT-RETIRED
004382        AND (WS-EXCL-EXPIRY-DATE = SPACES
004383             OR WS-EXCL-EXPIRY-DATE NOT NUMERIC
004384             OR WS-EXCL-EXPIRY-DATE NOT < WS-EXCL-RETIRED-DATE)
004385         MOVE "RETIRES" TO WS-STATE-TEXT
004386         MOVE WS-EXCL-RETIRED-DATE TO WS-STATE-TEXT (9:8)
004387         GO TO 2100-DETERMINE-STATE-EXIT
004388     END-IF.
004390     IF WS-EXCL-EXPIRY-DATE = SPACES
004400        OR WS-EXCL-EXPIRY-DATE NOT NUMERIC
004410         GO TO 2100-DETERMINE-STATE-EXIT
004420     END-IF.
004430     IF WS-EXCL-EXPIRY-DATE < WS-TODAY
004440         MOVE "EXPIRED" TO WS-STATE-TEXT
004450         GO TO 2100-DETERMINE-STATE-EXIT
004460     END-IF.
004470     MOVE WS-EXCL-EXPIRY-DATE TO WS-SER-DATE.
004480     PERFORM 8000-COMPUTE-DAY-SERIAL
004490         THRU 8000-COMPUTE-DAY-SERIAL-EXIT.
004500     COMPUTE WS-DAYS-LEFT = WS-SER-RESULT - WS-TODAY-SERIAL.
004510     IF WS-DAYS-LEFT > WS-EXPIRY-WARN-DAYS
004520         GO TO 2100-DETERMINE-STATE-EXIT
004530     END-IF.
004540     IF WS-DAYS-LEFT = ZERO
004550         MOVE "EXPIRES TODAY" TO WS-STATE-TEXT
004560     ELSE
004570         MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
004580         MOVE "EXPIRES IN    DAYS" TO WS-STATE-TEXT
004590         MOVE WS-DAYS-EDIT TO WS-STATE-TEXT (12:2)
004600     END-IF.
004610 2100-DETERMINE-STATE-EXIT.
004620     EXIT.
004630******************************************************************
004640*    3000-ACCEPT-ACTION - RE-PROMPT UNTIL A KNOWN ACTION IS
004650*    KEYED.  X LEAVES WITHOUT A CHANGE, FOR AN OPERATOR WHO ONLY
004660*    CAME TO LOOK.
004670******************************************************************
004680 3000-ACCEPT-ACTION.
004690     MOVE SPACE TO WS-ACTION.
004700     PERFORM 3010-ACCEPT-ONE-ACTION
004710         THRU 3010-ACCEPT-ONE-ACTION-EXIT
004720         UNTIL WS-ACTION-VALID.
004730 3000-ACCEPT-ACTION-EXIT.
004740     EXIT.
004750******************************************************************
004760 3010-ACCEPT-ONE-ACTION.
004770     DISPLAY "ACTION - A ADD, C CHANGE, R RETIRE, X EXIT: ".
004780     MOVE SPACE TO WS-ACTION.
004790     ACCEPT WS-ACTION.
004800     IF NOT WS-ACTION-VALID
004810         DISPLAY "ACTION MUST BE A, C, R OR X"
004820     END-IF.
004830 3010-ACCEPT-ONE-ACTION-EXIT.
004840     EXIT.
004850******************************************************************
004860*    3100-PREPARE-ADD - A NEW ENTRY STARTS FROM BLANKS UNDER THE
004870*    CHOSEN SCOPE.  THE TABLE MUST HAVE ROOM, AND THE LIVE COUNT
004880*    MUST BE UNDER THE NUMBER OF ENTRIES PE1 CAN HOLD IN FORCE.
004890*    THE LOW CTR IDENTIFIES THE ENTRY WITHIN ITS SCOPE, SO IT
004900*    MAY NOT MATCH AN ENTRY THAT IS NOT RETIRED AS OF TODAY.
004910******************************************************************
004920 3100-PREPARE-ADD.
004930     IF WS-EXCL-ENTRY-COUNT NOT < 5000
004940         MOVE "PE1-EXCL IS FULL AT 5000 RECORDS"
004950             TO WS-ABEND-MESSAGE
004960         GO TO 9800-ABEND-RUN
004970     END-IF.
004980     IF WS-LIVE-COUNT NOT < WS-LIVE-LIMIT
004990         MOVE "LIVE PE1-EXCL ENTRIES AT PE1'S LIMIT OF 1000"
005000             TO WS-ABEND-MESSAGE
005010         GO TO 9800-ABEND-RUN
005020     END-IF.
005030     MOVE SPACES TO WS-EXCL-RECORD.
005040     MOVE ZEROS  TO WS-EXCL-LOW-CTR WS-EXCL-HIGH-CTR.
005050     MOVE WS-SCOPE TO WS-EXCL-REQUEST-ID.
005060     MOVE SPACES TO WS-OLD-EXCL-RECORD.
005070     MOVE ZERO TO WS-SELECTED-ENTRY.
005080     MOVE "N" TO WS-VALUE-OK-SW.
005090     PERFORM 3110-ACCEPT-NEW-LOW-CTR
005100         THRU 3110-ACCEPT-NEW-LOW-CTR-EXIT
005110         UNTIL WS-VALUE-OK.
005120 3100-PREPARE-ADD-EXIT.
005130     EXIT.
005140******************************************************************
005150 3110-ACCEPT-NEW-LOW-CTR.
005160     DISPLAY "LOW CTR OF THE NEW ENTRY: ".
005170     MOVE ZERO TO WS-CTR-INPUT.
005180     ACCEPT WS-CTR-INPUT.
005190     IF WS-CTR-INPUT = ZERO
005200         DISPLAY "LOW CTR MUST BE GREATER THAN ZERO"
005210         GO TO 3110-ACCEPT-NEW-LOW-CTR-EXIT
005220     END-IF.
005230     MOVE "N" TO WS-DUPLICATE-SW.
005240     PERFORM 3120-CHECK-ONE-DUPLICATE
005250         THRU 3120-CHECK-ONE-DUPLICATE-EXIT
005260         VARYING WS-EXCL-ENTRY-IDX FROM 1 BY 1
005270             UNTIL WS-EXCL-ENTRY-IDX > WS-EXCL-ENTRY-COUNT.
005280     IF WS-DUPLICATE
005290         DISPLAY "AN ENTRY FROM THAT CTR IS ALREADY ON FILE - "
005300             "USE C TO CHANGE IT"
005310         GO TO 3110-ACCEPT-NEW-LOW-CTR-EXIT
005320     END-IF.
005330     MOVE WS-CTR-INPUT TO WS-EXCL-LOW-CTR.
005340     MOVE "Y" TO WS-VALUE-OK-SW.
005350 3110-ACCEPT-NEW-LOW-CTR-EXIT.
005360     EXIT.
005370******************************************************************
005380*    3120-CHECK-ONE-DUPLICATE - THE WORKING RECORD IS BLANK
005390*    DURING AN ADD, SO EACH TABLE ENTRY IS TESTED THROUGH THE FD
005400*    LAYOUT, WHICH IS FREE ONCE PE1-EXCL IS CLOSED.
005410******************************************************************
005420 3120-CHECK-ONE-DUPLICATE.
005430     MOVE WS-EXCL-ENTRY (WS-EXCL-ENTRY-IDX) TO PE1-EXCL-RECORD.
005440     IF (EXCL-NOT-RETIRED OR EXCL-RETIRED-DATE > WS-TODAY)
005450        AND EXCL-LOW-CTR = WS-CTR-INPUT
005460        AND (EXCL-REQUEST-ID = WS-SCOPE
005470             OR (WS-SCOPE = "ALL" AND EXCL-REQUEST-ID = SPACES))
005480         MOVE "Y" TO WS-DUPLICATE-SW
005490     END-IF.
005500 3120-CHECK-ONE-DUPLICATE-EXIT.
005510     EXIT.
005520******************************************************************
005530*    3200-SELECT-ENTRY - FOR A CHANGE OR A RETIRE, RE-PROMPT FOR
005540*    THE LOW CTR UNTIL IT NAMES AN ENTRY IN THE SCOPE THAT IS
005550*    NOT RETIRED AS OF TODAY.  ZERO LEAVES WITHOUT A CHANGE.  THE
005560*    LOW CTR ITSELF CANNOT BE CHANGED - RETIRE THE ENTRY AND ADD
005570*    A NEW ONE - SO THE TRAIL'S NAME FOR AN ENTRY STAYS GOOD.
005580******************************************************************
005590 3200-SELECT-ENTRY.
005600     MOVE ZERO TO WS-SELECTED-ENTRY.
005610     PERFORM 3210-ACCEPT-ENTRY-LOW-CTR
005620         THRU 3210-ACCEPT-ENTRY-LOW-CTR-EXIT
005630         UNTIL WS-SELECTED-ENTRY > ZERO.
005640     MOVE WS-EXCL-ENTRY (WS-SELECTED-ENTRY) TO WS-EXCL-RECORD.
005650     MOVE WS-EXCL-ENTRY (WS-SELECTED-ENTRY)
005660         TO WS-OLD-EXCL-RECORD.
005670     IF WS-EXCL-HIGH-CTR = ZERO
005680         MOVE WS-EXCL-LOW-CTR TO WS-EXCL-HIGH-CTR
005690     END-IF.
005700 3200-SELECT-ENTRY-EXIT.
005710     EXIT.
005720******************************************************************
005730 3210-ACCEPT-ENTRY-LOW-CTR.
005740     DISPLAY "LOW CTR OF THE ENTRY (0 = EXIT, NO CHANGE): ".
005750     MOVE ZERO TO WS-CTR-INPUT.
005760     ACCEPT WS-CTR-INPUT.
005770     IF WS-CTR-INPUT = ZERO
005780         DISPLAY "PE1EXMNT - NO CHANGE MADE"
005790         STOP RUN
005800     END-IF.
005810     PERFORM 3220-MATCH-ONE-ENTRY
005820         THRU 3220-MATCH-ONE-ENTRY-EXIT
005830         VARYING WS-EXCL-ENTRY-IDX FROM 1 BY 1
005840             UNTIL WS-EXCL-ENTRY-IDX > WS-EXCL-ENTRY-COUNT.
005850     IF WS-SELECTED-ENTRY = ZERO
005860         DISPLAY "NO ENTRY FROM THAT CTR FOR " WS-SCOPE
005870     END-IF.
005880 3210-ACCEPT-ENTRY-LOW-CTR-EXIT.
005890     EXIT.
005900******************************************************************
005910 3220-MATCH-ONE-ENTRY.
005920     MOVE WS-EXCL-ENTRY (WS-EXCL-ENTRY-IDX) TO WS-EXCL-RECORD.
005930     PERFORM 2020-CHECK-ENTRY-IN-SCOPE
005940         THRU 2020-CHECK-ENTRY-IN-SCOPE-EXIT.
005950     IF WS-ENTRY-OK
005960        AND (WS-EXCL-NOT-RETIRED
005961             OR WS-EXCL-RETIRED-DATE > WS-TODAY)
005970        AND WS-EXCL-LOW-CTR = WS-CTR-INPUT
005980         MOVE WS-EXCL-ENTRY-IDX TO WS-SELECTED-ENTRY
005990     END-IF.
006000 3220-MATCH-ONE-ENTRY-EXIT.
006010     EXIT.
006020******************************************************************
006030*    3300-ACCEPT-HIGH-CTR - THE TOP OF THE RANGE.  ON AN ADD,
006040*    ZERO MAKES THE ENTRY A SINGLE VALUE; ON A CHANGE, ZERO
006050*    KEEPS THE CURRENT TOP.  IT MAY NOT BE BELOW THE LOW CTR.
006060******************************************************************
006070 3300-ACCEPT-HIGH-CTR.
006080     IF WS-ACTION-CHANGE
006090         MOVE WS-EXCL-HIGH-CTR TO WS-HIGH-EDIT
006100         DISPLAY "CURRENT HIGH CTR: " WS-HIGH-EDIT
006110     END-IF.
006120     MOVE "N" TO WS-VALUE-OK-SW.
006130     PERFORM 3310-ACCEPT-ONE-HIGH-CTR
006140         THRU 3310-ACCEPT-ONE-HIGH-CTR-EXIT
006150         UNTIL WS-VALUE-OK.
006160 3300-ACCEPT-HIGH-CTR-EXIT.
006170     EXIT.
006180******************************************************************
006190 3310-ACCEPT-ONE-HIGH-CTR.
006200     IF WS-ACTION-ADD
006210         DISPLAY "HIGH CTR (0 = SINGLE VALUE): "
006220     ELSE
006230         DISPLAY "NEW HIGH CTR (0 = KEEP CURRENT): "
006240     END-IF.
006250     MOVE ZERO TO WS-CTR-INPUT.
006260     ACCEPT WS-CTR-INPUT.
006270     IF WS-CTR-INPUT = ZERO
006280         IF WS-ACTION-ADD
006290             MOVE WS-EXCL-LOW-CTR TO WS-EXCL-HIGH-CTR
006300         END-IF
006310         MOVE "Y" TO WS-VALUE-OK-SW
006320         GO TO 3310-ACCEPT-ONE-HIGH-CTR-EXIT
006330     END-IF.
006340     IF WS-CTR-INPUT < WS-EXCL-LOW-CTR
006350         DISPLAY "HIGH CTR MAY NOT BE BELOW THE LOW CTR"
006360         GO TO 3310-ACCEPT-ONE-HIGH-CTR-EXIT
006370     END-IF.
006380     MOVE WS-CTR-INPUT TO WS-EXCL-HIGH-CTR.
006390     MOVE "Y" TO WS-VALUE-OK-SW.
006400 3310-ACCEPT-ONE-HIGH-CTR-EXIT.
006410     EXIT.
006420******************************************************************
006430*    3400-ACCEPT-EFFECTIVE-DATE - THE FIRST RUN DATE THE ENTRY
006440*    APPLIES TO.  ON AN ADD, ZERO MEANS TODAY, SO THE ENTRY
006450*    APPLIES ON THE NEXT SCHEDULED RUN; ON A CHANGE, ZERO KEEPS
006460*    THE CURRENT DATE.
006470******************************************************************
006480 3400-ACCEPT-EFFECTIVE-DATE.
006490     IF WS-ACTION-CHANGE
006500         DISPLAY "CURRENT EFFECTIVE DATE: " WS-EXCL-EFFECTIVE-DATE
006510     END-IF.
006520     MOVE "N" TO WS-VALUE-OK-SW.
006530     PERFORM 3410-ACCEPT-ONE-EFFECTIVE-DATE
006540         THRU 3410-ACCEPT-ONE-EFFECTIVE-DATE-EXIT
006550         UNTIL WS-VALUE-OK.
006560 3400-ACCEPT-EFFECTIVE-DATE-EXIT.
006570     EXIT.
006580******************************************************************
006590 3410-ACCEPT-ONE-EFFECTIVE-DATE.
006600     IF WS-ACTION-ADD
006610         DISPLAY "EFFECTIVE DATE YYYYMMDD (0 = TODAY): "
006620     ELSE
006630         DISPLAY "NEW EFFECTIVE DATE YYYYMMDD (0 = KEEP): "
006640     END-IF.
006650     MOVE ZERO TO WS-DATE-INPUT.
006660     ACCEPT WS-DATE-INPUT.
006670     IF WS-DATE-INPUT = ZERO
006680         IF WS-ACTION-ADD
006690             MOVE WS-TODAY TO WS-EXCL-EFFECTIVE-DATE
006700         END-IF
006710         MOVE "Y" TO WS-VALUE-OK-SW
006720         GO TO 3410-ACCEPT-ONE-EFFECTIVE-DATE-EXIT
006730     END-IF.
006740     MOVE WS-DATE-INPUT TO WS-DATE-CHECK.
006750     PERFORM 3900-CHECK-DATE THRU 3900-CHECK-DATE-EXIT.
006760     IF NOT WS-DATE-OK
006770         GO TO 3410-ACCEPT-ONE-EFFECTIVE-DATE-EXIT
006780     END-IF.
006790     MOVE WS-DATE-INPUT TO WS-EXCL-EFFECTIVE-DATE.
006800     MOVE "Y" TO WS-VALUE-OK-SW.
006810 3410-ACCEPT-ONE-EFFECTIVE-DATE-EXIT.
006820     EXIT.
006830******************************************************************
006840*    3500-ACCEPT-EXPIRY-DATE - THE LAST RUN DATE THE ENTRY
006850*    APPLIES TO.  ON AN ADD, ZERO MEANS NO EXPIRY; ON A CHANGE,
006860*    ZERO KEEPS THE CURRENT ONE AND ALL NINES TAKES IT OFF.  IT
006870*    MAY NOT FALL BEFORE THE EFFECTIVE DATE.
006880******************************************************************
006890 3500-ACCEPT-EXPIRY-DATE.
006900     IF WS-ACTION-CHANGE
006910         DISPLAY "CURRENT EXPIRY DATE: " WS-EXCL-EXPIRY-DATE
006920     END-IF.
006930     MOVE "N" TO WS-VALUE-OK-SW.
006940     PERFORM 3510-ACCEPT-ONE-EXPIRY-DATE
006950         THRU 3510-ACCEPT-ONE-EXPIRY-DATE-EXIT
006960         UNTIL WS-VALUE-OK.
006970 3500-ACCEPT-EXPIRY-DATE-EXIT.
006980     EXIT.
006990******************************************************************
007000 3510-ACCEPT-ONE-EXPIRY-DATE.
007010     IF WS-ACTION-ADD
007020         DISPLAY "EXPIRY DATE YYYYMMDD (0 = NO EXPIRY): "
007030     ELSE
007040         DISPLAY "NEW EXPIRY DATE YYYYMMDD (0 = KEEP, "
007050             "99999999 = NO EXPIRY): "
007060     END-IF.
007070     MOVE ZERO TO WS-DATE-INPUT.
007080     ACCEPT WS-DATE-INPUT.
007090     IF WS-DATE-INPUT = 99999999
007100        OR (WS-DATE-INPUT = ZERO AND WS-ACTION-ADD)
007110         MOVE SPACES TO WS-EXCL-EXPIRY-DATE
007120         MOVE "Y" TO WS-VALUE-OK-SW
007130         GO TO 3510-ACCEPT-ONE-EXPIRY-DATE-EXIT
007140     END-IF.
007150     IF WS-DATE-INPUT NOT = ZERO
007160         MOVE WS-DATE-INPUT TO WS-DATE-CHECK
007170         PERFORM 3900-CHECK-DATE THRU 3900-CHECK-DATE-EXIT
007180         IF NOT WS-DATE-OK
007190             GO TO 3510-ACCEPT-ONE-EXPIRY-DATE-EXIT
007200         END-IF
007210         MOVE WS-DATE-INPUT TO WS-EXCL-EXPIRY-DATE
007220     END-IF.
007230     IF WS-EXCL-EXPIRY-DATE NOT = SPACES
007240        AND WS-EXCL-EFFECTIVE-DATE NOT = SPACES
007250        AND WS-EXCL-EXPIRY-DATE < WS-EXCL-EFFECTIVE-DATE
007260         DISPLAY "EXPIRY DATE MAY NOT BE BEFORE THE EFFECTIVE "
007270             "DATE " WS-EXCL-EFFECTIVE-DATE
007280         GO TO 3510-ACCEPT-ONE-EXPIRY-DATE-EXIT
007290     END-IF.
007300     MOVE "Y" TO WS-VALUE-OK-SW.
007310 3510-ACCEPT-ONE-EXPIRY-DATE-EXIT.
007320     EXIT.
007330******************************************************************
007340*    3600-ACCEPT-REASON - EVERY ENTRY SAYS WHY IT EXISTS, SO A
007350*    NEW ONE RE-PROMPTS UNTIL A REASON IS KEYED; ON A CHANGE A
007360*    BLANK ANSWER KEEPS THE CURRENT REASON.
007370******************************************************************
007380 3600-ACCEPT-REASON.
007390     IF WS-ACTION-CHANGE
007400         DISPLAY "CURRENT REASON: " WS-EXCL-REASON
007410     END-IF.
007420     MOVE "N" TO WS-VALUE-OK-SW.
007430     PERFORM 3610-ACCEPT-ONE-REASON
007440         THRU 3610-ACCEPT-ONE-REASON-EXIT
007450         UNTIL WS-VALUE-OK.
007460 3600-ACCEPT-REASON-EXIT.
007470     EXIT.
007480******************************************************************
007490 3610-ACCEPT-ONE-REASON.
007500     IF WS-ACTION-ADD
007510         DISPLAY "REASON: "
007520     ELSE
007530         DISPLAY "NEW REASON (BLANK = KEEP CURRENT): "
007540     END-IF.
007550     MOVE SPACES TO WS-REASON-INPUT.
007560     ACCEPT WS-REASON-INPUT.
007570     IF WS-REASON-INPUT NOT = SPACES
007580         MOVE WS-REASON-INPUT TO WS-EXCL-REASON
007590     END-IF.
007600     IF WS-EXCL-REASON = SPACES
007610         DISPLAY "A REASON IS REQUIRED"
007620     ELSE
007630         MOVE "Y" TO WS-VALUE-OK-SW
007640     END-IF.
007650 3610-ACCEPT-ONE-REASON-EXIT.
007660     EXIT.
007670******************************************************************
007680*    3700-ACCEPT-RETIRE-DATE - THE FIRST RUN DATE THE ENTRY NO
007690*    LONGER APPLIES TO.  ZERO MEANS TODAY, SO TONIGHT'S RUN
007700*    ALREADY LEAVES IT OUT.  THE ENTRY STAYS ON FILE, SO A
007710*    REPLAY OF AN EARLIER NIGHT STILL SEES IT.
007711*    AN ENTRY WHOSE RETIRE DATE IS STILL AHEAD MAY BE GIVEN A NEW
007712*    ONE, OR HAVE THE RETIRE TAKEN OFF WITH 99999999.
007713*    A RETIRE MAY NOT BE BACK-DATED BEFORE TODAY - THE ENTRY WAS
007714*    APPLIED ON THOSE NIGHTS, AND A REPLAY MUST STILL SEE IT.
007720******************************************************************
007730 3700-ACCEPT-RETIRE-DATE.
007731     IF NOT WS-EXCL-NOT-RETIRED
007732         DISPLAY "RETIRES FROM RUN DATE " WS-EXCL-RETIRED-DATE
007733             " - 99999999 TAKES THE RETIRE OFF"
007734     END-IF.
007740     MOVE "N" TO WS-VALUE-OK-SW.
007750     PERFORM 3710-ACCEPT-ONE-RETIRE-DATE
007760         THRU 3710-ACCEPT-ONE-RETIRE-DATE-EXIT
007770         UNTIL WS-VALUE-OK.
007780 3700-ACCEPT-RETIRE-DATE-EXIT.
007790     EXIT.
007800******************************************************************
007810 3710-ACCEPT-ONE-RETIRE-DATE.
007820     DISPLAY "RETIRE FROM RUN DATE YYYYMMDD (0 = TODAY): ".
007830     MOVE ZERO TO WS-DATE-INPUT.
007840     ACCEPT WS-DATE-INPUT.
007841     IF WS-DATE-INPUT = 99999999
007842        AND NOT WS-EXCL-NOT-RETIRED
007843         MOVE SPACES TO WS-EXCL-RETIRED-DATE
007844         MOVE "Y" TO WS-VALUE-OK-SW
007845         GO TO 3710-ACCEPT-ONE-RETIRE-DATE-EXIT
007846     END-IF.
007850     IF WS-DATE-INPUT = ZERO
007860         MOVE WS-TODAY TO WS-EXCL-RETIRED-DATE
007870         MOVE "Y" TO WS-VALUE-OK-SW
007880         GO TO 3710-ACCEPT-ONE-RETIRE-DATE-EXIT
007890     END-IF.
007900     MOVE WS-DATE-INPUT TO WS-DATE-CHECK.
007910     PERFORM 3900-CHECK-DATE THRU 3900-CHECK-DATE-EXIT.
007920     IF NOT WS-DATE-OK
007930         GO TO 3710-ACCEPT-ONE-RETIRE-DATE-EXIT
007940     END-IF.
007941     IF WS-DATE-INPUT < WS-TODAY
007942         DISPLAY "RETIRE DATE MAY NOT BE BEFORE TODAY " WS-TODAY
007943         GO TO 3710-ACCEPT-ONE-RETIRE-DATE-EXIT
007944     END-IF.
007950     MOVE WS-DATE-INPUT TO WS-EXCL-RETIRED-DATE.
007960     MOVE "Y" TO WS-VALUE-OK-SW.
007970 3710-ACCEPT-ONE-RETIRE-DATE-EXIT.
007980     EXIT.
007990******************************************************************
008000 3800-ACCEPT-OPERATOR-ID.
008010     MOVE "N" TO WS-VALUE-OK-SW.
008020     PERFORM 3810-ACCEPT-ONE-OPERATOR-ID
008030         THRU 3810-ACCEPT-ONE-OPERATOR-ID-EXIT
008040         UNTIL WS-VALUE-OK.
008041 3800-ACCEPT-OPERATOR-ID-EXIT.
008042     EXIT.
008043******************************************************************
008044 3810-ACCEPT-ONE-OPERATOR-ID.
008045     DISPLAY "OPERATOR ID: ".
008046     MOVE SPACES TO WS-OPERATOR-INPUT.
008047     ACCEPT WS-OPERATOR-INPUT.
008050     IF WS-OPERATOR-INPUT = SPACES
008051     OR WS-OPERATOR-INPUT = "UNKNOWN"
008052         DISPLAY "AN OPERATOR ID IS REQUIRED"
008053     ELSE
008054         MOVE "Y" TO WS-VALUE-OK-SW
008060     END-IF.
008070 3810-ACCEPT-ONE-OPERATOR-ID-EXIT.
008080     EXIT.
008090******************************************************************
008100*    3900-CHECK-DATE - A KEYED DATE MUST AT LEAST LOOK LIKE ONE:
008110*    MONTH 01-12, DAY 01-31.
008120******************************************************************
008130 3900-CHECK-DATE.
008140     MOVE "Y" TO WS-DATE-OK-SW.
008150     IF WS-DATE-CHECK-YYYY < 1900
008160        OR WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
008170        OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
008180         MOVE "N" TO WS-DATE-OK-SW
008190         DISPLAY "NOT A VALID DATE - KEY YYYYMMDD"
008200     END-IF.
008210 3900-CHECK-DATE-EXIT.
008220     EXIT.
008230******************************************************************
008240*    4000-SAVE-EXCLUSION-LIST - STAMP THE OPERATOR ON THE ENTRY,
008250*    PUT IT BACK IN THE TABLE (AN ADD GOES ON THE END), WRITE
008260*    THE WHOLE FILE BACK, AND APPEND THE ENTRY BEFORE AND AFTER
008270*    TO THE PE1-EXCH CHANGE-HISTORY LOG.  A CHANGE THAT BRINGS AN
008280*    ENTRY BACK INTO FORCE IS HELD TO THE SAME LIVE LIMIT AS AN
008290*    ADD, BEFORE ANYTHING IS WRITTEN.
008300******************************************************************
008310 4000-SAVE-EXCLUSION-LIST.
008320     MOVE WS-OPERATOR-INPUT TO WS-EXCL-OPERATOR.
008330     IF WS-ACTION-CHANGE
008340         PERFORM 4050-CHECK-LIVE-LIMIT
008350             THRU 4050-CHECK-LIVE-LIMIT-EXIT
008360     END-IF.
008370     IF WS-ACTION-ADD
008380         ADD 1 TO WS-EXCL-ENTRY-COUNT
008390         MOVE WS-EXCL-ENTRY-COUNT TO WS-SELECTED-ENTRY
008400     END-IF.
008410     MOVE WS-EXCL-RECORD TO WS-EXCL-ENTRY (WS-SELECTED-ENTRY).
008420     PERFORM 4100-REWRITE-EXCLUSION-FILE
008430         THRU 4100-REWRITE-EXCLUSION-FILE-EXIT.
008440     PERFORM 4200-WRITE-CHANGE-HISTORY
008450         THRU 4200-WRITE-CHANGE-HISTORY-EXIT.
008460 4000-SAVE-EXCLUSION-LIST-EXIT.
008470     EXIT.
008480******************************************************************
008490*    4050-CHECK-LIVE-LIMIT - A CHANGE TO AN ENTRY ALREADY LIVE,
008500*    OR ONE THAT LEAVES IT EXPIRED, DOES NOT MOVE THE LIVE COUNT.
008510*    ONE THAT PUTS AN EXPIRED ENTRY BACK IN FORCE (A LATER OR
008520*    BLANK EXPIRY DATE) ADDS TO IT, SO IT NEEDS ROOM UNDER THE
008530*    LIMIT THE SAME AS AN ADD.  THE OLD IMAGE IS TAKEN THROUGH
008540*    THE FD LAYOUT - PE1-EXCL IS CLOSED UNTIL THE REWRITE.
008550******************************************************************
008560 4050-CHECK-LIVE-LIMIT.
008570     MOVE WS-OLD-EXCL-RECORD TO PE1-EXCL-RECORD.
008580     IF (EXCL-NOT-RETIRED OR EXCL-RETIRED-DATE > WS-TODAY)
008590        AND (EXCL-EXPIRY-DATE = SPACES
008600             OR EXCL-EXPIRY-DATE NOT < WS-TODAY)
008610         GO TO 4050-CHECK-LIVE-LIMIT-EXIT
008620     END-IF.
008630     IF NOT WS-EXCL-NOT-RETIRED
008631        AND WS-EXCL-RETIRED-DATE NOT > WS-TODAY
008640         GO TO 4050-CHECK-LIVE-LIMIT-EXIT
008650     END-IF.
008660     IF WS-EXCL-EXPIRY-DATE NOT = SPACES
008670        AND WS-EXCL-EXPIRY-DATE < WS-TODAY
008680         GO TO 4050-CHECK-LIVE-LIMIT-EXIT
008690     END-IF.
008700     IF WS-LIVE-COUNT NOT < WS-LIVE-LIMIT
008710         MOVE "LIVE PE1-EXCL ENTRIES AT PE1'S LIMIT OF 1000"
008720             TO WS-ABEND-MESSAGE
008730         GO TO 9800-ABEND-RUN
008740     END-IF.
008750 4050-CHECK-LIVE-LIMIT-EXIT.
008760     EXIT.
008770******************************************************************
008780 4100-REWRITE-EXCLUSION-FILE.
008790     OPEN OUTPUT PE1-EXCL-FILE.
008800     IF WS-EXCL-FILE-STATUS NOT = "00"
008810         MOVE "UNABLE TO OPEN PE1-EXCL FOR OUTPUT"
008820             TO WS-ABEND-MESSAGE
008830         GO TO 9800-ABEND-RUN
008840     END-IF.
008850     PERFORM 4110-WRITE-ONE-EXCLUSION
008860         THRU 4110-WRITE-ONE-EXCLUSION-EXIT
008870         VARYING WS-EXCL-ENTRY-IDX FROM 1 BY 1
008880             UNTIL WS-EXCL-ENTRY-IDX > WS-EXCL-ENTRY-COUNT.
008890     CLOSE PE1-EXCL-FILE.
008900 4100-REWRITE-EXCLUSION-FILE-EXIT.
008910     EXIT.
008920******************************************************************
008930 4110-WRITE-ONE-EXCLUSION.
008940     MOVE WS-EXCL-ENTRY (WS-EXCL-ENTRY-IDX) TO PE1-EXCL-RECORD.
008950     WRITE PE1-EXCL-RECORD.
008960     IF WS-EXCL-FILE-STATUS NOT = "00"
008970         MOVE "PE1-EXCL WRITE FAILED - FILE INCOMPLETE"
008980             TO WS-ABEND-MESSAGE
008990         GO TO 9800-ABEND-RUN
009000     END-IF.
009010 4110-WRITE-ONE-EXCLUSION-EXIT.
009020     EXIT.
009030******************************************************************
009040*    4200-WRITE-CHANGE-HISTORY - APPEND-ONLY AUDIT TRAIL OF THE
009050*    SAVE.  EXTEND, FALLING BACK TO OUTPUT THE FIRST TIME THE LOG
009060*    EVER EXISTS.  THE OLD IMAGE IS TAKEN THROUGH THE FD LAYOUT,
009070*    WHICH IS FREE AGAIN NOW PE1-EXCL IS CLOSED.
009080******************************************************************
009090 4200-WRITE-CHANGE-HISTORY.
009100     OPEN EXTEND PE1-EXCH-FILE.
009110     IF WS-EXCH-FILE-STATUS NOT = "00"
009120         OPEN OUTPUT PE1-EXCH-FILE
009130     END-IF.
009140     IF WS-EXCH-FILE-STATUS NOT = "00"
009150         MOVE "UNABLE TO OPEN PE1-EXCH CHANGE-HISTORY LOG"
009160             TO WS-ABEND-MESSAGE
009170         GO TO 9800-ABEND-RUN
009180     END-IF.
009190     MOVE SPACES                TO PE1-EXCH-RECORD.
009200     MOVE WS-MNT-TIMESTAMP      TO EXCH-TIMESTAMP.
009210     MOVE WS-OPERATOR-INPUT     TO EXCH-OPERATOR.
009220     MOVE WS-ACTION             TO EXCH-ACTION.
009230     MOVE WS-EXCL-REQUEST-ID    TO EXCH-REQUEST-ID.
009240     MOVE WS-EXCL-LOW-CTR       TO EXCH-LOW-CTR.
009250     IF NOT WS-ACTION-ADD
009260         MOVE WS-OLD-EXCL-RECORD    TO PE1-EXCL-RECORD
009270         MOVE EXCL-HIGH-CTR         TO EXCH-OLD-HIGH-CTR
009280         MOVE EXCL-EFFECTIVE-DATE   TO EXCH-OLD-EFFECTIVE-DATE
009290         MOVE EXCL-EXPIRY-DATE      TO EXCH-OLD-EXPIRY-DATE
009300         MOVE EXCL-RETIRED-DATE     TO EXCH-OLD-RETIRED-DATE
009310         MOVE EXCL-REASON           TO EXCH-OLD-REASON
009320     END-IF.
009330     MOVE WS-EXCL-HIGH-CTR       TO EXCH-NEW-HIGH-CTR.
009340     MOVE WS-EXCL-EFFECTIVE-DATE TO EXCH-NEW-EFFECTIVE-DATE.
009350     MOVE WS-EXCL-EXPIRY-DATE    TO EXCH-NEW-EXPIRY-DATE.
009360     MOVE WS-EXCL-RETIRED-DATE   TO EXCH-NEW-RETIRED-DATE.
009370     MOVE WS-EXCL-REASON         TO EXCH-NEW-REASON.
009380     WRITE PE1-EXCH-RECORD.
009390     CLOSE PE1-EXCH-FILE.
009400 4200-WRITE-CHANGE-HISTORY-EXIT.
009410     EXIT.
009420******************************************************************
009430*    8000-COMPUTE-DAY-SERIAL - DAY COUNT FOR WS-SER-DATE IN
009440*    WS-SER-RESULT, AS IN PE1AGE.  JANUARY AND FEBRUARY COUNT AS
009450*    MONTHS 13 AND 14 OF THE PRIOR YEAR, SO THE
009460*    (306 * (MONTH + 1)) / 10 TERM WALKS THE MONTH LENGTHS
009470*    EXACTLY AND THE YEAR TERMS CARRY THE LEAP DAYS.  ONLY
009480*    DIFFERENCES OF THESE SERIALS ARE EVER USED.
009490******************************************************************
009500 8000-COMPUTE-DAY-SERIAL.
009510     MOVE WS-SER-YYYY TO WS-SER-ZYEAR.
009520     MOVE WS-SER-MM   TO WS-SER-ZMONTH.
009530     IF WS-SER-ZMONTH < 3
009540         ADD 12 TO WS-SER-ZMONTH
009550         SUBTRACT 1 FROM WS-SER-ZYEAR
009560     END-IF.
009570*    EACH QUOTIENT IS TAKEN WHOLE BEFORE THE TERMS ARE SUMMED -
009580*    ONE COMPUTE WOULD LET THE DROPPED FRACTIONS CARRY ACROSS
009590*    TERMS AND SHIFT THE DAY COUNT ON SOME DATES.
009600     COMPUTE WS-SER-RESULT =
009610         (365 * WS-SER-ZYEAR) + WS-SER-DD.
009620     DIVIDE WS-SER-ZYEAR BY 4 GIVING WS-SER-ZQUOT.
009630     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
009640     DIVIDE WS-SER-ZYEAR BY 100 GIVING WS-SER-ZQUOT.
009650     SUBTRACT WS-SER-ZQUOT FROM WS-SER-RESULT.
009660     DIVIDE WS-SER-ZYEAR BY 400 GIVING WS-SER-ZQUOT.
009670     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
009680     COMPUTE WS-SER-ZQUOT = 306 * (WS-SER-ZMONTH + 1).
009690     DIVIDE WS-SER-ZQUOT BY 10 GIVING WS-SER-ZQUOT.
009700     ADD WS-SER-ZQUOT TO WS-SER-RESULT.
009710 8000-COMPUTE-DAY-SERIAL-EXIT.
009720     EXIT.
009730******************************************************************
009740*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
009750*    NON-ZERO RETURN CODE.  NOTHING IS WRITTEN BEFORE THE SAVE,
009760*    SO AN ABEND UP TO THEN LEAVES PE1-EXCL AS IT WAS.  A WRITE
009770*    THAT FAILS DURING THE SAVE STOPS IT THERE, BEFORE THE CHANGE
009780*    HISTORY RECORDS A SAVE THAT DID NOT COMPLETE.
009790******************************************************************
009800 9800-ABEND-RUN.
009810     DISPLAY "PE1EXMNT ABEND - " WS-ABEND-MESSAGE.
009820     MOVE 16 TO RETURN-CODE.
009830     STOP RUN.
