000290*                   LIST, SO A ROW LEFT ACTIVE AFTER ITS SOURCE
000300*                   RUN WAS PURGED CANNOT AGE INTO THE PURGE
000310*                   CANDIDATE LIST AS A RUN OF ITS OWN.
000311*  2026-10-15  DD   RUN LOG - THE SWEEP NOW APPENDS PRG-NNN
000312*                   RECORDS TO PE1-LOG: EACH RUN PURGED, EACH
000313*                   DATASET PROBLEM, THE SUMMARY AND AN ABEND.
000314*  2026-10-15  DD   BACKOUT - A GENERATION PE1BKOUT HAS MARKED
000315*                   WHOLLY BACKED OUT (CAT-BACKOUT-STATUS B) NO
000316*                   LONGER COUNTS AS A RETAINED RUN AND IS
000317*                   PURGED AT THE NEXT SWEEP, ITS MARK KEPT.  A
000318*                   PARTLY BACKED-OUT GENERATION AGES NORMALLY.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000480     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ARCH-FILE-STATUS.
000503     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000506         ORGANIZATION IS LINE SEQUENTIAL
000509         FILE STATUS IS WS-LOG-FILE-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PE1-CTL-FILE
000660     05  ARCH-FILE-TYPE          PIC X(04).
000670     05  ARCH-DATA               PIC X(80).
000680     05  FILLER                  PIC X(02).
000683 FD  PE1-LOG-FILE
000686     RECORDING MODE IS F.
000689     COPY "PE1LOG.CPY".
000690******************************************************************
000700 WORKING-STORAGE SECTION.
000710******************************************************************
000760     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
000770     05  WS-PURGE-IN-STATUS      PIC X(02) VALUE "00".
000780     05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
000789     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000790******************************************************************
000800*    PROCESSING SWITCHES
000810******************************************************************
000860         88  WS-EOF-PURGE-IN         VALUE "Y".
000870     05  WS-RUN-ON-LIST-SW       PIC X(01) VALUE "N".
000880         88  WS-RUN-ON-LIST          VALUE "Y".
000882     05  WS-LIST-PASS-SW         PIC X(01) VALUE "B".
000883         88  WS-LISTING-BACKED-OUT   VALUE "B".
000885         88  WS-LISTING-LIVE         VALUE "L".
000887     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000888         88  WS-LOG-IS-OPEN          VALUE "Y".
000890******************************************************************
000900*    THE WHOLE CATALOG, HELD RECORD FOR RECORD SO IT CAN BE
000910*    WRITTEN BACK WITH THE PURGED ENTRIES MARKED, PLUS THE
000920*    DISTINCT ACTIVE RUN LIST IN CATALOG (CHRONOLOGICAL) ORDER.
000930*    A RESTARTED RUN APPENDS A DUPLICATE CATALOG RECORD UNDER
000940*    THE SAME RUN-ID - THE RUN LIST CARRIES EACH RUN ONCE.
000944*    BACKED-OUT RUNS ARE LISTED AHEAD OF THE LIVE ONES, SO THE
000948*    FRONT OF THE LIST IS ALWAYS WHAT THE SWEEP PURGES.
000950******************************************************************
000960 01  WS-CAT-TABLE.
000970     05  WS-CAT-ENTRY            PIC X(160) OCCURS 200 TIMES.
001090 01  WS-PURGE-COUNT              PIC 9(3)  VALUE ZEROS.
001100 01  WS-PURGE-IDX                PIC 9(3)  VALUE ZEROS.
001110 01  WS-RETAIN-RUNS              PIC 9(3)  VALUE ZEROS.
001114 01  WS-BACKED-OUT-RUNS          PIC 9(3)  VALUE ZEROS.
001118 01  WS-LIVE-RUNS                PIC 9(3)  VALUE ZEROS.
001120******************************************************************
001130*    ARCHIVE-COPY WORK AREAS
001140******************************************************************
001200 01  WS-FILES-MISSING            PIC 9(5)  VALUE ZEROS.
001210 01  WS-DELETES-FAILED           PIC 9(5)  VALUE ZEROS.
001220 01  WS-DELETE-RC                PIC S9(9) COMP VALUE ZEROS.
001221******************************************************************
001222*    CURRENT DATE/TIME - THE SWEEP'S OWN START STAMP, THE RUN-ID
001223*    ITS PE1-LOG RECORDS CARRY.
001224******************************************************************
001225 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
001226 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
001230******************************************************************
001240*    ABEND / ERROR MESSAGE AREA
001250******************************************************************
001260 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001261*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001262 01  WS-LOG-WORK-AREAS.
001263     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001264     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001265     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001266     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001267     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001268     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001269     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001270******************************************************************
001280 PROCEDURE DIVISION.
001290******************************************************************
001410*    RECORD, THEN THE WHOLE CATALOG INTO THE TABLE.
001420******************************************************************
001430 1000-INITIALIZE.
001433     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001436     ACCEPT WS-CURRENT-TIME FROM TIME.
001439     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001440     OPEN INPUT PE1-CTL-FILE.
001450     IF WS-CTL-FILE-STATUS NOT = "00"
001460         MOVE "UNABLE TO OPEN PE1-CTL CONTROL CARD FILE"
001700         THRU 1100-LOAD-ONE-CAT-RECORD-EXIT
001710         UNTIL WS-EOF-CAT.
001720     CLOSE PE1-CAT-FILE.
001723     PERFORM 1150-BUILD-RUN-LIST
001727         THRU 1150-BUILD-RUN-LIST-EXIT.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.
001750******************************************************************
001760*    1100-LOAD-ONE-CAT-RECORD - STOW THE RECORD WHOLE FOR THE
001770*    WRITE-BACK.
001800******************************************************************
001810 1100-LOAD-ONE-CAT-RECORD.
001820     READ PE1-CAT-FILE
001910     END-IF.
001920     ADD 1 TO WS-CAT-COUNT.
001930     MOVE PE1-CAT-RECORD TO WS-CAT-ENTRY (WS-CAT-COUNT).
001931 1100-LOAD-ONE-CAT-RECORD-EXIT.
001932     EXIT.
001933******************************************************************
001934*    1200-LIST-ONE-CAT-ENTRY - FOLD ACTIVE ENTRIES INTO THE RUN
001935*    LIST, FIRST ENTRY PER RUN-ID WINS.  BACKED-OUT GENERATIONS
001936*    ARE LISTED ON THE FIRST PASS, THE LIVE ONES ON THE SECOND.
001937******************************************************************
001938 1200-LIST-ONE-CAT-ENTRY.
001939     MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO PE1-CAT-RECORD.
001940     IF NOT CAT-ACTIVE
001950         GO TO 1200-LIST-ONE-CAT-ENTRY-EXIT
001960     END-IF.
001961     IF WS-LISTING-BACKED-OUT AND NOT CAT-BACKED-OUT
001962         GO TO 1200-LIST-ONE-CAT-ENTRY-EXIT
001963     END-IF.
001964     IF WS-LISTING-LIVE AND CAT-BACKED-OUT
001965         GO TO 1200-LIST-ONE-CAT-ENTRY-EXIT
001966     END-IF.
001970*    A PE1DIST DESTINATION ROW (BLANK CAT-OUT-DSN) STAYS
001980*    ACTIVE EVEN AFTER ITS SOURCE RUN IS PURGED - IT MUST
001990*    NEVER ENTER THE RUN LIST, OR THE SWEEP WOULD ARCHIVE AND
002010*    RE-LIST THE UNDELETABLE ROW EVERY SWEEP AFTER.  SAME
002020*    GATE THE LATEST-RUN SELECTORS USE.
002030     IF CAT-OUT-DSN = SPACES
002040         GO TO 1200-LIST-ONE-CAT-ENTRY-EXIT
002050     END-IF.
002060     MOVE "N" TO WS-RUN-ON-LIST-SW.
002070     PERFORM 1110-CHECK-ONE-RUN-ENTRY
002160         MOVE CAT-AUD-DSN  TO WS-RUN-AUD-DSN (WS-RUN-COUNT)
002170         MOVE CAT-EXTR-DSN TO WS-RUN-EXTR-DSN (WS-RUN-COUNT)
002180     END-IF.
002190 1200-LIST-ONE-CAT-ENTRY-EXIT.
002200     EXIT.
002210******************************************************************
002220 1110-CHECK-ONE-RUN-ENTRY.
002290*    2000-PURGE-OLD-RUNS - THE RUN LIST IS IN CATALOG ORDER,
002300*    OLDEST FIRST, SO EVERYTHING BEFORE THE LAST WS-RETAIN-RUNS
002310*    ENTRIES AGES OUT.  RETAIN-RUNS ZERO MEANS KEEP EVERYTHING.
002314*    THE BACKED-OUT RUNS AT THE FRONT OF THE LIST ALWAYS GO -
002318*    ONLY THE LIVE RUNS ARE WEIGHED AGAINST THE RETENTION RULE.
002320******************************************************************
002330 2000-PURGE-OLD-RUNS.
002340     IF WS-RETAIN-RUNS = ZERO
002350         DISPLAY "PE1PURGE RETAIN-RUNS IS ZERO - KEEPING ALL"
002351         MOVE "PRG-005" TO WS-LOG-CODE
002352         MOVE "I"       TO WS-LOG-SEVERITY
002353         MOVE "RETAIN-RUNS IS ZERO - KEEPING ALL" TO WS-LOG-TEXT
002354         PERFORM 9000-WRITE-LOG-RECORD
002355             THRU 9000-WRITE-LOG-RECORD-EXIT
002360         GO TO 2000-PURGE-OLD-RUNS-EXIT
002370     END-IF.
002380     IF WS-LIVE-RUNS NOT > WS-RETAIN-RUNS
002389        AND WS-BACKED-OUT-RUNS = ZERO
002390         DISPLAY "PE1PURGE NOTHING AGED PAST RETENTION"
002391         MOVE "PRG-006" TO WS-LOG-CODE
002392         MOVE "I"       TO WS-LOG-SEVERITY
002393         MOVE "NOTHING AGED PAST RETENTION" TO WS-LOG-TEXT
002394         MOVE WS-RUN-COUNT   TO WS-LOG-VALUE-1
002395         MOVE WS-RETAIN-RUNS TO WS-LOG-VALUE-2
002396         PERFORM 9000-WRITE-LOG-RECORD
002397             THRU 9000-WRITE-LOG-RECORD-EXIT
002400         GO TO 2000-PURGE-OLD-RUNS-EXIT
002410     END-IF.
002420     IF WS-LIVE-RUNS > WS-RETAIN-RUNS
002422         COMPUTE WS-PURGE-COUNT = WS-RUN-COUNT - WS-RETAIN-RUNS
002424     ELSE
002426         MOVE WS-BACKED-OUT-RUNS TO WS-PURGE-COUNT
002428     END-IF.
002430     PERFORM 2050-OPEN-ARCHIVE THRU 2050-OPEN-ARCHIVE-EXIT.
002440     PERFORM 2100-PURGE-ONE-RUN
002450         THRU 2100-PURGE-ONE-RUN-EXIT
002860     MOVE "EXTR" TO WS-ARCH-TYPE.
002870     PERFORM 2200-ARCHIVE-ONE-FILE
002880         THRU 2200-ARCHIVE-ONE-FILE-EXIT.
002883     PERFORM 2150-LOG-RUN-PURGED
002887         THRU 2150-LOG-RUN-PURGED-EXIT.
002890 2100-PURGE-ONE-RUN-EXIT.
002900     EXIT.
002910******************************************************************
003060     IF WS-PURGE-IN-STATUS NOT = "00"
003070         ADD 1 TO WS-FILES-MISSING
003080         DISPLAY "PE1PURGE DATASET NOT FOUND " WS-PURGE-IN-DSN
003081         MOVE "PRG-003" TO WS-LOG-CODE
003082         MOVE "W"       TO WS-LOG-SEVERITY
003083         MOVE "NOT FOUND" TO WS-LOG-TEXT
003084         MOVE WS-PURGE-IN-DSN TO WS-LOG-TEXT (11:30)
003085         PERFORM 9000-WRITE-LOG-RECORD
003086             THRU 9000-WRITE-LOG-RECORD-EXIT
003090         GO TO 2200-ARCHIVE-ONE-FILE-EXIT
003100     END-IF.
003110     PERFORM 2210-COPY-ONE-RECORD
003460     IF WS-DELETE-RC NOT = ZERO
003470         ADD 1 TO WS-DELETES-FAILED
003480         DISPLAY "PE1PURGE DELETE FAILED " WS-PURGE-IN-DSN
003481         MOVE "PRG-004" TO WS-LOG-CODE
003482         MOVE "W"       TO WS-LOG-SEVERITY
003483         MOVE "UNDELETED" TO WS-LOG-TEXT
003484         MOVE WS-PURGE-IN-DSN TO WS-LOG-TEXT (11:30)
003485         MOVE WS-DELETE-RC TO WS-LOG-VALUE-1
003486         PERFORM 9000-WRITE-LOG-RECORD
003487             THRU 9000-WRITE-LOG-RECORD-EXIT
003490     END-IF.
003500 2220-DELETE-ONE-FILE-EXIT.
003510     EXIT.
003860*    NOR DELETED BY THIS SWEEP - MARKING IT "P" WOULD PUT A
003870*    FALSE "ARCHIVED AND PURGED" ON THE AUDIT RECORD, SO IT
003880*    STAYS ACTIVE AND IS LEFT TO THE DESTINATION'S OWN
003890*    RETENTION.  CAT-BACKOUT-STATUS IS LEFT AS IT STANDS - A
003899*    PURGED GENERATION STILL SHOWS IT WAS BACKED OUT.
003900     IF CAT-RUN-ID = WS-RUN-RUN-ID (WS-PURGE-IDX)
003910        AND CAT-OUT-DSN NOT = SPACES
003920         MOVE "P" TO CAT-STATUS
004020     DISPLAY "PE1PURGE RUNS PURGED: " WS-PURGE-COUNT
004030         " FILES ARCHIVED: " WS-FILES-ARCHIVED
004040         " RECORDS: " WS-RECORDS-ARCHIVED.
004041     MOVE "PRG-001" TO WS-LOG-CODE.
004042     MOVE "I"       TO WS-LOG-SEVERITY.
004043     MOVE "RUNS PURGED / FILES ARCHIVED" TO WS-LOG-TEXT.
004044     MOVE WS-PURGE-COUNT    TO WS-LOG-VALUE-1.
004045     MOVE WS-FILES-ARCHIVED TO WS-LOG-VALUE-2.
004046     PERFORM 9000-WRITE-LOG-RECORD
004047         THRU 9000-WRITE-LOG-RECORD-EXIT.
004050     IF WS-FILES-MISSING > ZERO
004060         DISPLAY "PE1PURGE DATASETS NOT FOUND: " WS-FILES-MISSING
004070     END-IF.
004140     IF WS-FILES-MISSING > ZERO OR WS-DELETES-FAILED > ZERO
004150         MOVE 4 TO RETURN-CODE
004160     END-IF.
004163     IF WS-LOG-IS-OPEN
004166         CLOSE PE1-LOG-FILE
004169     END-IF.
004170 4000-FINALIZE-EXIT.
004180     EXIT.
004190******************************************************************
004220******************************************************************
004230 9800-ABEND-RUN.
004240     DISPLAY "PE1PURGE ABEND - " WS-ABEND-MESSAGE.
004241     MOVE "PRG-099" TO WS-LOG-CODE.
004242     MOVE "E"       TO WS-LOG-SEVERITY.
004243     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
004244     PERFORM 9000-WRITE-LOG-RECORD
004245         THRU 9000-WRITE-LOG-RECORD-EXIT.
004246     IF WS-LOG-IS-OPEN
004247         CLOSE PE1-LOG-FILE
004248     END-IF.
004250     MOVE 16 TO RETURN-CODE.
004260     STOP RUN.
004270******************************************************************
004280*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004290*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004300*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004310*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
004320*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
004330*    DATE AND TIME AS THE RUN-ID.
004340******************************************************************
004350 1050-OPEN-RUN-LOG.
004360     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004370     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004380     OPEN EXTEND PE1-LOG-FILE.
004390     IF WS-LOG-FILE-STATUS NOT = "00"
004400         OPEN OUTPUT PE1-LOG-FILE
004410     END-IF.
004420     IF WS-LOG-FILE-STATUS NOT = "00"
004430         DISPLAY "PE1PURGE UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004440         GO TO 1050-OPEN-RUN-LOG-EXIT
004450     END-IF.
004460     MOVE "Y" TO WS-LOG-OPEN-SW.
004470 1050-OPEN-RUN-LOG-EXIT.
004480     EXIT.
004490******************************************************************
004500*    1150-BUILD-RUN-LIST - THE DISTINCT RUN LIST, BACKED-OUT
004510*    GENERATIONS FIRST SO THE FRONT OF THE LIST IS ALWAYS WHAT
004520*    THE SWEEP PURGES, THEN THE LIVE ONES THE RETENTION COUNT
004530*    IS TAKEN FROM.
004540******************************************************************
004550 1150-BUILD-RUN-LIST.
004560     MOVE "B" TO WS-LIST-PASS-SW.
004570     PERFORM 1200-LIST-ONE-CAT-ENTRY
004580         THRU 1200-LIST-ONE-CAT-ENTRY-EXIT
004590         VARYING WS-CAT-IDX FROM 1 BY 1
004600             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
004610     MOVE WS-RUN-COUNT TO WS-BACKED-OUT-RUNS.
004620     MOVE "L" TO WS-LIST-PASS-SW.
004630     PERFORM 1200-LIST-ONE-CAT-ENTRY
004640         THRU 1200-LIST-ONE-CAT-ENTRY-EXIT
004650         VARYING WS-CAT-IDX FROM 1 BY 1
004660             UNTIL WS-CAT-IDX > WS-CAT-COUNT.
004670     COMPUTE WS-LIVE-RUNS = WS-RUN-COUNT - WS-BACKED-OUT-RUNS.
004680 1150-BUILD-RUN-LIST-EXIT.
004690     EXIT.
004700******************************************************************
004710*    2150-LOG-RUN-PURGED - ONE PRG- RECORD PER RUN THE SWEEP HAS
004720*    ARCHIVED AND PURGED, BACKED-OUT ONES UNDER THEIR OWN CODE.
004730******************************************************************
004740 2150-LOG-RUN-PURGED.
004750     MOVE "PRG-002" TO WS-LOG-CODE.
004760     MOVE "I"       TO WS-LOG-SEVERITY.
004770     MOVE "RUN ARCHIVED AND PURGED" TO WS-LOG-TEXT.
004780     IF WS-PURGE-IDX NOT > WS-BACKED-OUT-RUNS
004790         MOVE "PRG-007" TO WS-LOG-CODE
004800         MOVE "BACKED-OUT RUN PURGED" TO WS-LOG-TEXT
004810     END-IF.
004820     MOVE WS-ARCH-RUN-ID TO WS-LOG-TEXT (25:14).
004830     PERFORM 9000-WRITE-LOG-RECORD
004840         THRU 9000-WRITE-LOG-RECORD-EXIT.
004850 2150-LOG-RUN-PURGED-EXIT.
004860     EXIT.
004870******************************************************************
004880*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
004890*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
004900*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
004910*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
004920*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
004930*    GRADE THE STEP.
004940******************************************************************
004950 9000-WRITE-LOG-RECORD.
004960     IF NOT WS-LOG-IS-OPEN
004970         GO TO 9000-WRITE-LOG-RECORD-CLEAR
004980     END-IF.
004990     MOVE SPACES            TO PE1-LOG-RECORD.
005000     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
005010     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
005020     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
005030     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
005040     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
005050     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
005060     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
005070     WRITE PE1-LOG-RECORD.
005080 9000-WRITE-LOG-RECORD-CLEAR.
005090     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
005100 9000-WRITE-LOG-RECORD-EXIT.
005110     EXIT.
