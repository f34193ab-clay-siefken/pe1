000240*                   RUN CATALOG (LATEST ACTIVE RUN), FALLING
000250*                   BACK TO THE FIXED NAMES WHEN NO CATALOG IS
000260*                   ON THE STEP.
000261*  2026-10-15  DD   WIDE RESULT - DETAIL SUMS WIDENED TO PIC 9(18)
000262*                   TO FOOT AGAINST THE PIC 9(16) TRAILER RESULT.
000263*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS VAL-NNN
000264*                   RECORDS TO PE1-LOG UNDER THE VALIDATED
000265*                   RUN'S RUN-ID: EACH FAILURE SHOWN, THE
000266*                   PASS/HOLD VERDICT, AND AN ABEND - SO THE
000267*                   MORNING REVIEW SEES THEM BESIDE PE1'S OWN.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000400     SELECT PE1-EXTR-FILE  ASSIGN TO WS-EXTR-DSN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-EXTR-FILE-STATUS.
000423     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000426         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-LOG-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PE1-CAT-FILE
000510 FD  PE1-EXTR-FILE
000520     RECORDING MODE IS F.
000530     COPY "PE1EXT.CPY".
000533 FD  PE1-LOG-FILE
000536     RECORDING MODE IS F.
000539     COPY "PE1LOG.CPY".
000540******************************************************************
000550 WORKING-STORAGE SECTION.
000560******************************************************************
000600     05  WS-CAT-FILE-STATUS      PIC X(02) VALUE "00".
000610     05  WS-OUT-FILE-STATUS      PIC X(02) VALUE "00".
000620     05  WS-EXTR-FILE-STATUS     PIC X(02) VALUE "00".
000629     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000630******************************************************************
000640*    VALIDATION SWITCHES
000650******************************************************************
000740         88  WS-OUT-IN-GROUP         VALUE "Y".
000750     05  WS-EXTR-IN-GROUP-SW     PIC X(01) VALUE "N".
000760         88  WS-EXTR-IN-GROUP        VALUE "Y".
000763     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000767         88  WS-LOG-IS-OPEN          VALUE "Y".
000770******************************************************************
000780*    FILE LOCATIONS - LATEST ACTIVE CATALOG ENTRY, OR THE FIXED
000790*    NAMES WHEN NO CATALOG IS ON THE STEP (E.G. VALIDATING A
000890 01  WS-OUT-GROUP-AREAS.
000900     05  WS-OUT-GROUP-REQUEST    PIC X(08) VALUE SPACES.
000910     05  WS-OUT-DETAIL-COUNT     PIC 9(8)  VALUE ZEROS.
000920     05  WS-OUT-DETAIL-SUM       PIC 9(18) VALUE ZEROS.
000930     05  WS-OUT-PREV-CTR         PIC 9(8)  VALUE ZEROS.
000940 01  WS-EXTR-GROUP-AREAS.
000950     05  WS-EXTR-GROUP-REQUEST   PIC X(08) VALUE SPACES.
000960     05  WS-EXTR-DETAIL-COUNT    PIC 9(8)  VALUE ZEROS.
000970     05  WS-EXTR-DETAIL-SUM      PIC 9(18) VALUE ZEROS.
000980     05  WS-EXTR-PREV-CTR        PIC 9(8)  VALUE ZEROS.
000990******************************************************************
001000*    FAILURE ACCOUNTING - EVERY FAILURE IS COUNTED; THE FIRST
001070 01  WS-RECORD-NO                PIC 9(8)  VALUE ZEROS.
001080 01  WS-FAILURE-TEXT             PIC X(50) VALUE SPACES.
001090 01  WS-GROUPS-SEEN              PIC 9(4)  VALUE ZEROS.
001092*    THE STEP'S OWN START STAMP - THE RUN-ID UNTIL THE CATALOG
001094*    NAMES THE RUN BEING VALIDATED.
001096 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
001098 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
001100******************************************************************
001110*    ABEND / ERROR MESSAGE AREA
001120******************************************************************
001130 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001131*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001132 01  WS-LOG-WORK-AREAS.
001133     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001134     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001135     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001136     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001137     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001138     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001139     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001140******************************************************************
001150 PROCEDURE DIVISION.
001160******************************************************************
001310*    FILE IT NEVER SAW.
001320******************************************************************
001330 1000-INITIALIZE.
001333     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001336     ACCEPT WS-CURRENT-TIME FROM TIME.
001339     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001340     PERFORM 1100-LOCATE-LATEST-RUN
001350         THRU 1100-LOCATE-LATEST-RUN-EXIT.
001360     OPEN INPUT PE1-OUT-FILE.
001770                AND CAT-OUT-DSN NOT = SPACES
001780                 MOVE CAT-OUT-DSN  TO WS-OUT-DSN
001790                 MOVE CAT-EXTR-DSN TO WS-EXTR-DSN
001799                 MOVE CAT-RUN-ID   TO WS-LOG-RUN-ID
001800             END-IF
001810     END-READ.
001820 1110-READ-ONE-CAT-RECORD-EXIT.
004800         ADD 1 TO WS-FAILURES-SHOWN
004810         DISPLAY "PE1VAL FAIL AT RECORD " WS-RECORD-NO " "
004820             WS-FAILURE-TEXT
004821         MOVE "VAL-002" TO WS-LOG-CODE
004822         MOVE "E"       TO WS-LOG-SEVERITY
004823         MOVE WS-OUT-GROUP-REQUEST TO WS-LOG-REQUEST-ID
004824         MOVE WS-FAILURE-TEXT      TO WS-LOG-TEXT
004825         MOVE WS-RECORD-NO         TO WS-LOG-VALUE-1
004826         PERFORM 9000-WRITE-LOG-RECORD
004827             THRU 9000-WRITE-LOG-RECORD-EXIT
004830     END-IF.
004840 2900-REPORT-FAILURE-EXIT.
004850     EXIT.
004880*    RETURN CODE.  RC=8 BLOCKS THE TRANSMIT STEP.
004890******************************************************************
004900 4000-FINALIZE.
004909     MOVE SPACES TO WS-LOG-REQUEST-ID.
004910     IF WS-FAILURE-COUNT = ZERO
004920         DISPLAY "PE1VAL FILES PROVED CLEAN - FEED MAY TRANSMIT"
004922         MOVE "VAL-001" TO WS-LOG-CODE
004924         MOVE "I"       TO WS-LOG-SEVERITY
004926         MOVE "FEED PROVED CLEAN - MAY TRANSMIT" TO WS-LOG-TEXT
004928         MOVE WS-GROUPS-SEEN TO WS-LOG-VALUE-1
004930     ELSE
004940         DISPLAY "PE1VAL FAILURES: " WS-FAILURE-COUNT
004950             " - FEED HELD"
004960         MOVE 8 TO RETURN-CODE
004962         MOVE "VAL-003" TO WS-LOG-CODE
004964         MOVE "E"       TO WS-LOG-SEVERITY
004966         MOVE "FEED HELD - VALIDATION FAILURES" TO WS-LOG-TEXT
004968         MOVE WS-FAILURE-COUNT TO WS-LOG-VALUE-1
004970     END-IF.
004971     PERFORM 9000-WRITE-LOG-RECORD
004972         THRU 9000-WRITE-LOG-RECORD-EXIT.
004973     IF WS-LOG-IS-OPEN
004974         CLOSE PE1-LOG-FILE
004975     END-IF.
004980 4000-FINALIZE-EXIT.
004990     EXIT.
005000******************************************************************
005030******************************************************************
005040 9800-ABEND-RUN.
005050     DISPLAY "PE1VAL ABEND - " WS-ABEND-MESSAGE.
005051     MOVE "VAL-099" TO WS-LOG-CODE.
005052     MOVE "E"       TO WS-LOG-SEVERITY.
005053     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
005054     PERFORM 9000-WRITE-LOG-RECORD
005055         THRU 9000-WRITE-LOG-RECORD-EXIT.
005056     IF WS-LOG-IS-OPEN
005057         CLOSE PE1-LOG-FILE
005058     END-IF.
005060     MOVE 16 TO RETURN-CODE.
005070     STOP RUN.
005080******************************************************************
005090*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
005100*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
005110*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
005120*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
005130*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
005140*    DATE AND TIME AS THE RUN-ID.
005150******************************************************************
005160 1050-OPEN-RUN-LOG.
005170     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
005180     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
005190     OPEN EXTEND PE1-LOG-FILE.
005200     IF WS-LOG-FILE-STATUS NOT = "00"
005210         OPEN OUTPUT PE1-LOG-FILE
005220     END-IF.
005230     IF WS-LOG-FILE-STATUS NOT = "00"
005240         DISPLAY "PE1VAL UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
005250         GO TO 1050-OPEN-RUN-LOG-EXIT
005260     END-IF.
005270     MOVE "Y" TO WS-LOG-OPEN-SW.
005280 1050-OPEN-RUN-LOG-EXIT.
005290     EXIT.
005300******************************************************************
005310*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
005320*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
005330*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
005340*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
005350*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
005360*    GRADE THE STEP.
005370******************************************************************
005380 9000-WRITE-LOG-RECORD.
005390     IF NOT WS-LOG-IS-OPEN
005400         GO TO 9000-WRITE-LOG-RECORD-CLEAR
005410     END-IF.
005420     MOVE SPACES            TO PE1-LOG-RECORD.
005430     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
005440     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
005450     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
005460     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
005470     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
005480     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
005490     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
005500     WRITE PE1-LOG-RECORD.
005510 9000-WRITE-LOG-RECORD-CLEAR.
005520     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
005530 9000-WRITE-LOG-RECORD-EXIT.
005540     EXIT.
