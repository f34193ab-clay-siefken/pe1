000230*                   ITS OWN PE1-CAT ENTRY.  ADDING THE NEXT
000240*                   CONSUMER IS A PE1-DEST DATA CHANGE, NOT
000250*                   ANOTHER PROGRAM.
000251*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS DST-NNN
000252*                   RECORDS TO PE1-LOG UNDER THE SOURCE RUN'S
000253*                   RUN-ID: EACH DESTINATION'S COUNTS, ONE
000254*                   THAT MATCHED NOTHING ON THE FEED, THE
000255*                   SUMMARY, AND AN ABEND.
000256*  2026-10-15  DD   BACKOUT - A GENERATION PE1BKOUT HAS MARKED
000257*                   WHOLLY BACKED OUT IS NEVER FANNED OUT (THE
000258*                   STEP ABENDS); FROM ONE PARTLY BACKED OUT, THE
000259*                   REQUESTS PE1-BKO NAMES ARE HELD BACK, RC 4.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000420     SELECT PE1-XOUT-FILE  ASSIGN TO WS-XOUT-DSN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-XOUT-FILE-STATUS.
000442     SELECT PE1-BKO-FILE   ASSIGN TO "PE1BKO"
000444         ORGANIZATION IS INDEXED
000446         ACCESS MODE IS DYNAMIC
000447         RECORD KEY IS BKO-KEY
000448         FILE STATUS IS WS-BKO-FILE-STATUS.
000450     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS STAT-KEY
000490         FILE STATUS IS WS-STAT-FILE-STATUS.
000493     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000496         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-LOG-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PE1-DEST-FILE
000610 FD  PE1-XOUT-FILE
000620     RECORDING MODE IS F.
000630 01  PE1-XOUT-RECORD             PIC X(80).
000633 FD  PE1-BKO-FILE.
000636     COPY "PE1BKO.CPY".
000640 FD  PE1-STAT-FILE.
000650     COPY "PE1STAT.CPY".
000653 FD  PE1-LOG-FILE
000656     RECORDING MODE IS F.
000659     COPY "PE1LOG.CPY".
000660******************************************************************
000670 WORKING-STORAGE SECTION.
000680******************************************************************
000730     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
000740     05  WS-OUT-FILE-STATUS      PIC X(02) VALUE "00".
000750     05  WS-XOUT-FILE-STATUS     PIC X(02) VALUE "00".
000755     05  WS-BKO-FILE-STATUS      PIC X(02) VALUE "00".
000760     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
000769     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000770******************************************************************
000780*    PROCESSING SWITCHES
000790******************************************************************
000920         88  WS-SUBSCRIBED           VALUE "Y".
000930     05  WS-ANY-EMPTY-DEST-SW    PIC X(01) VALUE "N".
000940         88  WS-ANY-EMPTY-DEST       VALUE "Y".
000941     05  WS-BKO-FOUND-SW         PIC X(01) VALUE "N".
000943         88  WS-BKO-FOUND            VALUE "Y".
000944     05  WS-ANY-BACKED-OUT-SW    PIC X(01) VALUE "N".
000946         88  WS-ANY-BACKED-OUT       VALUE "Y".
000947     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000949         88  WS-LOG-IS-OPEN          VALUE "Y".
000950******************************************************************
000960*    THE DISTINCT DESTINATIONS AND THE (DESTINATION, REQUEST)
000970*    SUBSCRIPTION PAIRS OFF PE1-DEST.  A DESTINATION KEEPS ONE
001230 01  WS-SOURCE-RUN.
001240     05  WS-SRC-RUN-ID           PIC X(14) VALUE SPACES.
001250     05  WS-SRC-RUN-DATE         PIC X(08) VALUE SPACES.
001254     05  WS-SRC-BACKOUT-STATUS   PIC X(01) VALUE SPACE.
001258         88  WS-SRC-BACKED-OUT       VALUE "B".
001259         88  WS-SRC-PART-BACKED-OUT  VALUE "S".
001260 01  WS-OUT-DSN                  PIC X(30) VALUE SPACES.
001270 01  WS-XOUT-DSN                 PIC X(30) VALUE SPACES.
001280 01  WS-XOUT-DSN-PTR             PIC 9(4)  VALUE 1.
001520*    ABEND / ERROR MESSAGE AREA
001530******************************************************************
001540 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001541*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001542 01  WS-LOG-WORK-AREAS.
001543     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001544     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001545     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001546     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001547     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001548     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001549     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001550******************************************************************
001560 PROCEDURE DIVISION.
001570******************************************************************
001730 1000-INITIALIZE.
001740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001750     ACCEPT WS-CURRENT-TIME FROM TIME.
001759     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001760     PERFORM 1100-LOAD-DESTINATIONS
001770         THRU 1100-LOAD-DESTINATIONS-EXIT.
001780     PERFORM 1200-LOCATE-SOURCE-RUN
001790         THRU 1200-LOCATE-SOURCE-RUN-EXIT.
001799     MOVE WS-SRC-RUN-ID TO WS-LOG-RUN-ID.
001800     OPEN I-O PE1-STAT-FILE.
001810     IF WS-STAT-FILE-STATUS NOT = "00"
001820         OPEN OUTPUT PE1-STAT-FILE
002940             TO WS-ABEND-MESSAGE
002950         GO TO 9800-ABEND-RUN
002960     END-IF.
002961*    THE LATEST RUN BACKED OUT WHOLE HAS BEEN WITHDRAWN FROM ITS
002962*    CONSUMERS - FANNING IT OUT WOULD UNDO THE REVERSAL, AND
002963*    FALLING BACK TO AN OLDER RUN WOULD SEND A FEED TWICE.
002964     IF WS-SRC-BACKED-OUT
002965         MOVE "LATEST PE1-OUT GENERATION WAS BACKED OUT"
002966             TO WS-ABEND-MESSAGE
002967         GO TO 9800-ABEND-RUN
002968     END-IF.
002970 1200-LOCATE-SOURCE-RUN-EXIT.
002980     EXIT.
002990******************************************************************
003150     MOVE CAT-RUN-ID   TO WS-SRC-RUN-ID.
003160     MOVE CAT-RUN-DATE TO WS-SRC-RUN-DATE.
003170     MOVE CAT-OUT-DSN  TO WS-OUT-DSN.
003179     MOVE CAT-BACKOUT-STATUS TO WS-SRC-BACKOUT-STATUS.
003180 1210-SCAN-ONE-CAT-RECORD-EXIT.
003190     EXIT.
003200******************************************************************
003570         MOVE "Y" TO WS-ANY-EMPTY-DEST-SW
003580         DISPLAY "PE1DIST NO SUBSCRIBED REQUESTS ON THE FEED "
003590             "FOR " WS-DST-ID (WS-DST-CURRENT)
003591         MOVE "DST-002" TO WS-LOG-CODE
003592         MOVE "W"       TO WS-LOG-SEVERITY
003593         MOVE "NO SUBSCRIBED REQUESTS, DEST" TO WS-LOG-TEXT
003594         MOVE WS-DST-ID (WS-DST-CURRENT) TO WS-LOG-TEXT (30:8)
003595         PERFORM 9000-WRITE-LOG-RECORD
003596             THRU 9000-WRITE-LOG-RECORD-EXIT
003600     END-IF.
003610 2100-DISTRIBUTE-ONE-DEST-EXIT.
003620     EXIT.
004100         MOVE "N" TO WS-GROUP-ACTIVE-SW
004110         GO TO 2300-OPEN-GROUP-EXIT
004120     END-IF.
004122     PERFORM 2330-CHECK-NOT-BACKED-OUT
004124         THRU 2330-CHECK-NOT-BACKED-OUT-EXIT.
004125     IF WS-BKO-FOUND
004126         MOVE "N" TO WS-GROUP-ACTIVE-SW
004127         GO TO 2300-OPEN-GROUP-EXIT
004128     END-IF.
004130     MOVE "Y" TO WS-GROUP-ACTIVE-SW.
004140     MOVE OUT-HDR-RUN-DATE TO WS-GROUP-RUN-DATE.
004150     MOVE ZEROS TO WS-GROUP-DETAIL-COUNT.
005890******************************************************************
005900*    4000-FINALIZE - CLOSE UP, CONSOLE SUMMARY, AND A WARNING
005910*    RETURN CODE FOR A DESTINATION THAT MATCHED NOTHING ON THE
005920*    FEED - ITS DEFINITION OR THE CONTROL FILE IS STALE - OR FOR
005925*    A REQUEST HELD BACK BECAUSE IT WAS BACKED OUT OF THE RUN.
005930******************************************************************
005940 4000-FINALIZE.
005950     CLOSE PE1-STAT-FILE.
005960     DISPLAY "PE1DIST RUN " WS-SRC-RUN-ID
005970         " DESTINATIONS: " WS-DST-COUNT
005980         " STAT ROWS: " WS-STAT-ROWS-WRITTEN.
005981     MOVE "DST-001" TO WS-LOG-CODE.
005982     MOVE "I"       TO WS-LOG-SEVERITY.
005983     MOVE "RUN DISTRIBUTED - DESTS / STAT ROWS" TO WS-LOG-TEXT.
005984     MOVE WS-DST-COUNT         TO WS-LOG-VALUE-1.
005985     MOVE WS-STAT-ROWS-WRITTEN TO WS-LOG-VALUE-2.
005986     PERFORM 9000-WRITE-LOG-RECORD
005987         THRU 9000-WRITE-LOG-RECORD-EXIT.
005990     PERFORM 4100-SHOW-ONE-DEST
006000         THRU 4100-SHOW-ONE-DEST-EXIT
006010         VARYING WS-DST-IDX FROM 1 BY 1
006020             UNTIL WS-DST-IDX > WS-DST-COUNT.
006030     IF WS-ANY-EMPTY-DEST OR WS-ANY-BACKED-OUT
006040         MOVE 4 TO RETURN-CODE
006050     END-IF.
006053     IF WS-LOG-IS-OPEN
006056         CLOSE PE1-LOG-FILE
006059     END-IF.
006060 4000-FINALIZE-EXIT.
006070     EXIT.
006080******************************************************************
006100     DISPLAY "PE1DIST " WS-DST-ID (WS-DST-IDX)
006110         " GROUPS: " WS-DST-GROUPS (WS-DST-IDX)
006120         " RECORDS: " WS-DST-RECORDS (WS-DST-IDX).
006121     MOVE "DST-003" TO WS-LOG-CODE.
006122     MOVE "I"       TO WS-LOG-SEVERITY.
006123     MOVE "DESTINATION FEED WRITTEN, DEST" TO WS-LOG-TEXT.
006124     MOVE WS-DST-ID (WS-DST-IDX) TO WS-LOG-TEXT (32:8).
006125     MOVE WS-DST-GROUPS (WS-DST-IDX)  TO WS-LOG-VALUE-1.
006126     MOVE WS-DST-RECORDS (WS-DST-IDX) TO WS-LOG-VALUE-2.
006127     PERFORM 9000-WRITE-LOG-RECORD
006128         THRU 9000-WRITE-LOG-RECORD-EXIT.
006130 4100-SHOW-ONE-DEST-EXIT.
006140     EXIT.
006150******************************************************************
006180******************************************************************
006190 9800-ABEND-RUN.
006200     DISPLAY "PE1DIST ABEND - " WS-ABEND-MESSAGE.
006201     MOVE "DST-099" TO WS-LOG-CODE.
006202     MOVE "E"       TO WS-LOG-SEVERITY.
006203     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
006204     PERFORM 9000-WRITE-LOG-RECORD
006205         THRU 9000-WRITE-LOG-RECORD-EXIT.
006206     IF WS-LOG-IS-OPEN
006207         CLOSE PE1-LOG-FILE
006208     END-IF.
006210     MOVE 16 TO RETURN-CODE.
006220     STOP RUN.
006230******************************************************************
006240*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
006250*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
006260*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
006270*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
006280*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
006290*    DATE AND TIME AS THE RUN-ID.
006300******************************************************************
006310 1050-OPEN-RUN-LOG.
006320     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
006330     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
006340     OPEN EXTEND PE1-LOG-FILE.
006350     IF WS-LOG-FILE-STATUS NOT = "00"
006360         OPEN OUTPUT PE1-LOG-FILE
006370     END-IF.
006380     IF WS-LOG-FILE-STATUS NOT = "00"
006390         DISPLAY "PE1DIST UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
006400         GO TO 1050-OPEN-RUN-LOG-EXIT
006410     END-IF.
006420     MOVE "Y" TO WS-LOG-OPEN-SW.
006430 1050-OPEN-RUN-LOG-EXIT.
006440     EXIT.
006450******************************************************************
006460*    2330-CHECK-NOT-BACKED-OUT - A GENERATION ONLY PARTLY BACKED
006470*    OUT STILL CARRIES THE GROUPS OF THE REQUESTS TAKEN OFF IT.
006480*    PE1-BKO, KEYED BY RUN DATE, REQUEST AND RUN-ID, SAYS WHETHER
006490*    THIS REQUEST WAS ONE OF THEM; IF SO ITS GROUP IS HELD BACK
006500*    FROM THE DESTINATION, THE SAME AS PE1RETX REFUSES TO RESEND
006510*    IT.  NO PE1-BKO FILE MEANS NOTHING HAS EVER BEEN BACKED OUT.
006520******************************************************************
006530 2330-CHECK-NOT-BACKED-OUT.
006540     MOVE "N" TO WS-BKO-FOUND-SW.
006550     IF NOT WS-SRC-PART-BACKED-OUT
006560         GO TO 2330-CHECK-NOT-BACKED-OUT-EXIT
006570     END-IF.
006580     OPEN INPUT PE1-BKO-FILE.
006590     IF WS-BKO-FILE-STATUS NOT = "00"
006600         GO TO 2330-CHECK-NOT-BACKED-OUT-EXIT
006610     END-IF.
006620     MOVE WS-SRC-RUN-DATE TO BKO-RUN-DATE.
006630     MOVE OUT-REQUEST-ID  TO BKO-REQUEST-ID.
006640     MOVE WS-SRC-RUN-ID   TO BKO-RUN-ID.
006650     MOVE "Y" TO WS-BKO-FOUND-SW.
006660     READ PE1-BKO-FILE
006670         INVALID KEY
006680             MOVE "N" TO WS-BKO-FOUND-SW
006690     END-READ.
006700     CLOSE PE1-BKO-FILE.
006710     IF NOT WS-BKO-FOUND
006720         GO TO 2330-CHECK-NOT-BACKED-OUT-EXIT
006730     END-IF.
006740     MOVE "Y" TO WS-ANY-BACKED-OUT-SW.
006750     DISPLAY "PE1DIST REQUEST " OUT-REQUEST-ID
006760         " BACKED OUT OF RUN " WS-SRC-RUN-ID
006770         " - NOT SENT TO " WS-DST-ID (WS-DST-CURRENT).
006780     MOVE "DST-004"      TO WS-LOG-CODE.
006790     MOVE "W"            TO WS-LOG-SEVERITY.
006800     MOVE OUT-REQUEST-ID TO WS-LOG-REQUEST-ID.
006810     MOVE "BACKED OUT - NOT SENT TO DEST" TO WS-LOG-TEXT.
006820     MOVE WS-DST-ID (WS-DST-CURRENT) TO WS-LOG-TEXT (31:8).
006830     PERFORM 9000-WRITE-LOG-RECORD
006840         THRU 9000-WRITE-LOG-RECORD-EXIT.
006850     MOVE SPACES TO WS-LOG-REQUEST-ID.
006860 2330-CHECK-NOT-BACKED-OUT-EXIT.
006870     EXIT.
006880******************************************************************
006890*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
006900*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
006910*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
006920*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
006930*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
006940*    GRADE THE STEP.
006950******************************************************************
006960 9000-WRITE-LOG-RECORD.
006970     IF NOT WS-LOG-IS-OPEN
006980         GO TO 9000-WRITE-LOG-RECORD-CLEAR
006990     END-IF.
007000     MOVE SPACES            TO PE1-LOG-RECORD.
007010     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
007020     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
007030     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
007040     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
007050     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
007060     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
007070     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
007080     WRITE PE1-LOG-RECORD.
007090 9000-WRITE-LOG-RECORD-CLEAR.
007100     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
007110 9000-WRITE-LOG-RECORD-EXIT.
007120     EXIT.
