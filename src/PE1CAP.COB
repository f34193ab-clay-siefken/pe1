000200*                   CURRENT TOTAL) BREACHES IT - SO A GROWING
000210*                   CEILING IS CAUGHT ON PAPER BEFORE IT IS
000220*                   CAUGHT BY OVERRUNNING THE WINDOW.
000221*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS CAP-NNN
000222*                   RECORDS TO PE1-LOG: THE FORECAST TOTALS,
000223*                   A WINDOW BREACH, EACH REQUEST GROWING
000224*                   INTO A BREACHED WINDOW, AND AN ABEND.
000230******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000380     SELECT PE1-CAPR-FILE  ASSIGN TO "PE1CAPR"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CAPR-FILE-STATUS.
000403     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000406         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-LOG-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PE1-CAPC-FILE
000510 FD  PE1-CAPR-FILE
000520     RECORDING MODE IS F.
000530 01  PE1-CAPR-RECORD             PIC X(80).
000533 FD  PE1-LOG-FILE
000536     RECORDING MODE IS F.
000539     COPY "PE1LOG.CPY".
000540******************************************************************
000550 WORKING-STORAGE SECTION.
000560******************************************************************
000600     05  WS-CAPC-FILE-STATUS     PIC X(02) VALUE "00".
000610     05  WS-RSTAT-FILE-STATUS    PIC X(02) VALUE "00".
000620     05  WS-CAPR-FILE-STATUS     PIC X(02) VALUE "00".
000629     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000630******************************************************************
000640*    PROCESSING SWITCHES
000650******************************************************************
000680         88  WS-EOF-RSTAT            VALUE "Y".
000690     05  WS-WINDOW-BREACHED-SW   PIC X(01) VALUE "N".
000700         88  WS-WINDOW-BREACHED      VALUE "Y".
000703     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000707         88  WS-LOG-IS-OPEN          VALUE "Y".
000710******************************************************************
000720*    THE WINDOW TO PROVE AGAINST (SECONDS, ZERO = NO WINDOW
000730*    CHECK, TREND ONLY) AND THE HORIZON IN RUNS (ZERO = 30,
000780 01  WS-HORIZON-RUNS             PIC 9(3)  VALUE ZEROS.
000790 01  WS-CARD-WINDOW-SECS         PIC X(08) VALUE SPACES.
000800 01  WS-CARD-HORIZON-RUNS        PIC X(03) VALUE SPACES.
000802*    THE STEP'S OWN START STAMP - THE FORECAST IS TODAY'S
000804*    BUSINESS, SO ITS RECORDS LOG UNDER IT.
000806 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000808 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
000810******************************************************************
000820*    PER-REQUEST CAPACITY TABLE - FIRST AND LATEST ELAPSED
000830*    BRACKET THE GROWTH; THE PROJECTION EXTENDS THE AVERAGE
001360*    ABEND / ERROR MESSAGE AREA
001370******************************************************************
001380 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001381*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001382 01  WS-LOG-WORK-AREAS.
001383     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001384     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001385     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001386     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001387     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001388     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001389     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001390******************************************************************
001400 PROCEDURE DIVISION.
001410******************************************************************
001550*    REQUEST CARD, OPEN THE STATISTICS FILE AND THE REPORT.
001560******************************************************************
001570 1000-INITIALIZE.
001573     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001576     ACCEPT WS-CURRENT-TIME FROM TIME.
001579     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001580     PERFORM 1100-READ-REQUEST-CARD
001590         THRU 1100-READ-REQUEST-CARD-EXIT.
001600     OPEN INPUT PE1-RSTAT-FILE.
003550     IF WS-WINDOW-BREACHED
003560        AND WS-CAP-GROWTH (WS-CAP-IDX) > ZERO
003570         MOVE "**GROWING" TO RPT-DTL-FLAG
003571         MOVE "CAP-003" TO WS-LOG-CODE
003572         MOVE "W"       TO WS-LOG-SEVERITY
003573         MOVE "GROWING INTO A BREACHED WINDOW" TO WS-LOG-TEXT
003574         MOVE WS-CAP-REQ (WS-CAP-IDX)       TO WS-LOG-REQUEST-ID
003575         MOVE WS-CAP-GROWTH (WS-CAP-IDX)    TO WS-LOG-VALUE-1
003576         MOVE WS-CAP-PROJECTED (WS-CAP-IDX) TO WS-LOG-VALUE-2
003577         PERFORM 9000-WRITE-LOG-RECORD
003578             THRU 9000-WRITE-LOG-RECORD-EXIT
003579         MOVE SPACES TO WS-LOG-REQUEST-ID
003580     END-IF.
003590     WRITE PE1-CAPR-RECORD FROM WS-RPT-DETAIL-LINE.
003600 3100-PRINT-ONE-REQUEST-EXIT.
003700     DISPLAY "PE1CAP REQUESTS: " WS-CAP-COUNT
003710         " CURRENT SECS: " WS-TOTAL-CURRENT-SECS
003720         " PROJECTED: " WS-TOTAL-PROJECTED-SECS.
003721     MOVE "CAP-001" TO WS-LOG-CODE.
003722     MOVE "I"       TO WS-LOG-SEVERITY.
003723     MOVE "FORECAST - CURRENT / PROJECTED SECONDS" TO WS-LOG-TEXT.
003724     MOVE WS-TOTAL-CURRENT-SECS   TO WS-LOG-VALUE-1.
003725     MOVE WS-TOTAL-PROJECTED-SECS TO WS-LOG-VALUE-2.
003726     PERFORM 9000-WRITE-LOG-RECORD
003727         THRU 9000-WRITE-LOG-RECORD-EXIT.
003730     IF WS-WINDOW-BREACHED
003740         DISPLAY "PE1CAP WINDOW BREACHED WITHIN HORIZON"
003750         MOVE 8 TO RETURN-CODE
003751         MOVE "CAP-002" TO WS-LOG-CODE
003752         MOVE "E"       TO WS-LOG-SEVERITY
003753         MOVE "BATCH WINDOW BREACHED WITHIN HORIZON"
003754             TO WS-LOG-TEXT
003755         MOVE WS-TOTAL-PROJECTED-SECS TO WS-LOG-VALUE-1
003756         MOVE WS-WINDOW-SECS-INPUT    TO WS-LOG-VALUE-2
003757         PERFORM 9000-WRITE-LOG-RECORD
003758             THRU 9000-WRITE-LOG-RECORD-EXIT
003760     END-IF.
003763     IF WS-LOG-IS-OPEN
003766         CLOSE PE1-LOG-FILE
003769     END-IF.
003770 4000-FINALIZE-EXIT.
003780     EXIT.
003790******************************************************************
003820******************************************************************
003830 9800-ABEND-RUN.
003840     DISPLAY "PE1CAP ABEND - " WS-ABEND-MESSAGE.
003841     MOVE "CAP-099" TO WS-LOG-CODE.
003842     MOVE "E"       TO WS-LOG-SEVERITY.
003843     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
003844     PERFORM 9000-WRITE-LOG-RECORD
003845         THRU 9000-WRITE-LOG-RECORD-EXIT.
003846     IF WS-LOG-IS-OPEN
003847         CLOSE PE1-LOG-FILE
003848     END-IF.
003850     MOVE 16 TO RETURN-CODE.
003860     STOP RUN.
003870******************************************************************
003880*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
003890*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
003900*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
003910*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
003920*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
003930*    DATE AND TIME AS THE RUN-ID.
003940******************************************************************
003950 1050-OPEN-RUN-LOG.
003960     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
003970     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
003980     OPEN EXTEND PE1-LOG-FILE.
003990     IF WS-LOG-FILE-STATUS NOT = "00"
004000         OPEN OUTPUT PE1-LOG-FILE
004010     END-IF.
004020     IF WS-LOG-FILE-STATUS NOT = "00"
004030         DISPLAY "PE1CAP UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004040         GO TO 1050-OPEN-RUN-LOG-EXIT
004050     END-IF.
004060     MOVE "Y" TO WS-LOG-OPEN-SW.
004070 1050-OPEN-RUN-LOG-EXIT.
004080     EXIT.
004090******************************************************************
004100*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
004110*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
004120*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
004130*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
004140*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
004150*    GRADE THE STEP.
004160******************************************************************
004170 9000-WRITE-LOG-RECORD.
004180     IF NOT WS-LOG-IS-OPEN
004190         GO TO 9000-WRITE-LOG-RECORD-CLEAR
004200     END-IF.
004210     MOVE SPACES            TO PE1-LOG-RECORD.
004220     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
004230     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
004240     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
004250     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
004260     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
004270     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
004280     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
004290     WRITE PE1-LOG-RECORD.
004300 9000-WRITE-LOG-RECORD-CLEAR.
004310     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
004320 9000-WRITE-LOG-RECORD-EXIT.
004330     EXIT.
