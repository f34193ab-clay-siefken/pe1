000170*                   REQUEST THAT SILENTLY DID NOT RUN PAGES US
000180*                   THE SAME NIGHT INSTEAD OF SURFACING AS A
000190*                   HOLE IN PE1-HIST AT THE FRIDAY REVIEW.
000191*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS SCH-NNN
000192*                   RECORDS TO PE1-LOG UNDER THE CHECKED RUN
000193*                   DATE: ONE PER MISSED RUN, THE SUMMARY,
000194*                   AND AN ABEND.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000380     SELECT PE1-SCHR-FILE  ASSIGN TO "PE1SCHR"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SCHR-FILE-STATUS.
000403     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000406         ORGANIZATION IS LINE SEQUENTIAL
000409         FILE STATUS IS WS-LOG-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PE1-SCHC-FILE
000530 FD  PE1-SCHR-FILE
000540     RECORDING MODE IS F.
000550 01  PE1-SCHR-RECORD             PIC X(80).
000553 FD  PE1-LOG-FILE
000556     RECORDING MODE IS F.
000559     COPY "PE1LOG.CPY".
000560******************************************************************
000570 WORKING-STORAGE SECTION.
000580******************************************************************
000630     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE "00".
000640     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
000650     05  WS-SCHR-FILE-STATUS     PIC X(02) VALUE "00".
000659     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000660******************************************************************
000670*    PROCESSING SWITCHES
000680******************************************************************
000730         88  WS-CAL-EXPECTED         VALUE "Y".
000740     05  WS-HIST-FOUND-SW        PIC X(01) VALUE "N".
000750         88  WS-HIST-FOUND           VALUE "Y".
000753     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000757         88  WS-LOG-IS-OPEN          VALUE "Y".
000760******************************************************************
000770*    THE CHECK DATE UNDER PROOF - FROM THE PE1SCHC REQUEST
000780*    CARD; NO CARD FILE ON THE STEP, OR A BLANK DATE, MEANS
000810 01  WS-CHECK-DATE               PIC X(08) VALUE SPACES.
000820 01  WS-CARD-RUN-DATE            PIC X(08) VALUE SPACES.
000830 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000839 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
000840******************************************************************
000850*    DAY-OF-WEEK AND MONTH-END WORK FIELDS - SAME ZELLER
000860*    ARITHMETIC 5175-COMPUTE-DAY-OF-WEEK IN PE1 USES.
001350*    ABEND / ERROR MESSAGE AREA
001360******************************************************************
001370 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001371*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001372 01  WS-LOG-WORK-AREAS.
001373     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001374     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001375     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001376     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001377     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001378     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001379     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001380******************************************************************
001390 PROCEDURE DIVISION.
001400******************************************************************
001540******************************************************************
001550 1000-INITIALIZE.
001560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001564     ACCEPT WS-CURRENT-TIME FROM TIME.
001568     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001570     PERFORM 1100-READ-REQUEST-CARD
001580         THRU 1100-READ-REQUEST-CARD-EXIT.
001584*    THE STEP'S RECORDS BELONG TO THE NIGHT BEING CHECKED.
001588     MOVE WS-CHECK-DATE TO WS-LOG-RUN-ID (1:8).
001590     OPEN INPUT PE1-CAL-FILE.
001600     IF WS-CAL-FILE-STATUS NOT = "00"
001610         MOVE "UNABLE TO OPEN PE1-CAL RUN-CALENDAR FILE"
002620         MOVE "*** MISSED ***"    TO RPT-DTL-STATUS
002630         DISPLAY "PE1SCHED MISSED RUN " CAL-REQUEST-ID
002640             " ON " WS-CHECK-DATE
002641         MOVE "SCH-002" TO WS-LOG-CODE
002642         MOVE "E"       TO WS-LOG-SEVERITY
002643         MOVE "MISSED RUN - NO HISTORY FOR CALENDAR DAY"
002644             TO WS-LOG-TEXT
002645         MOVE CAL-REQUEST-ID TO WS-LOG-REQUEST-ID
002646         PERFORM 9000-WRITE-LOG-RECORD
002647             THRU 9000-WRITE-LOG-RECORD-EXIT
002648         MOVE SPACES TO WS-LOG-REQUEST-ID
002650     END-IF.
002660     WRITE PE1-SCHR-RECORD FROM WS-RPT-DETAIL-LINE.
002670 2100-CHECK-ONE-ENTRY-EXIT.
003990     CLOSE PE1-CAL-FILE.
004000     CLOSE PE1-HIST-FILE.
004010     CLOSE PE1-SCHR-FILE.
004011     MOVE "SCH-001" TO WS-LOG-CODE.
004012     MOVE "I"       TO WS-LOG-SEVERITY.
004014     MOVE "CALENDAR CHECKED - EXPECTED / MISSED" TO WS-LOG-TEXT.
004015     MOVE WS-RUNS-EXPECTED TO WS-LOG-VALUE-1.
004016     MOVE WS-RUNS-MISSED   TO WS-LOG-VALUE-2.
004018     PERFORM 9000-WRITE-LOG-RECORD
004019         THRU 9000-WRITE-LOG-RECORD-EXIT.
004020     DISPLAY "PE1SCHED EXPECTED: " WS-RUNS-EXPECTED
004030         " FOUND: " WS-RUNS-FOUND
004040         " MISSED: " WS-RUNS-MISSED.
004050     IF WS-RUNS-MISSED > ZERO
004060         MOVE 8 TO RETURN-CODE
004070     END-IF.
004072     IF WS-LOG-IS-OPEN
004075         CLOSE PE1-LOG-FILE
004078     END-IF.
004080 4000-FINALIZE-EXIT.
004090     EXIT.
004100******************************************************************
004130******************************************************************
004140 9800-ABEND-RUN.
004150     DISPLAY "PE1SCHED ABEND - " WS-ABEND-MESSAGE.
004151     MOVE "SCH-099" TO WS-LOG-CODE.
004152     MOVE "E"       TO WS-LOG-SEVERITY.
004153     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
004154     PERFORM 9000-WRITE-LOG-RECORD
004155         THRU 9000-WRITE-LOG-RECORD-EXIT.
004156     IF WS-LOG-IS-OPEN
004157         CLOSE PE1-LOG-FILE
004158     END-IF.
004160     MOVE 16 TO RETURN-CODE.
004170     STOP RUN.
004180******************************************************************
004190*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004200*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004210*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004220*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
004230*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
004240*    DATE AND TIME AS THE RUN-ID.
004250******************************************************************
004260 1050-OPEN-RUN-LOG.
004270     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004280     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004290     OPEN EXTEND PE1-LOG-FILE.
004300     IF WS-LOG-FILE-STATUS NOT = "00"
004310         OPEN OUTPUT PE1-LOG-FILE
004320     END-IF.
004330     IF WS-LOG-FILE-STATUS NOT = "00"
004340         DISPLAY "PE1SCHED UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004350         GO TO 1050-OPEN-RUN-LOG-EXIT
004360     END-IF.
004370     MOVE "Y" TO WS-LOG-OPEN-SW.
004380 1050-OPEN-RUN-LOG-EXIT.
004390     EXIT.
004400******************************************************************
004410*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
004420*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
004430*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
004440*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
004450*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
004460*    GRADE THE STEP.
004470******************************************************************
004480 9000-WRITE-LOG-RECORD.
004490     IF NOT WS-LOG-IS-OPEN
004500         GO TO 9000-WRITE-LOG-RECORD-CLEAR
004510     END-IF.
004520     MOVE SPACES            TO PE1-LOG-RECORD.
004530     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
004540     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
004550     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
004560     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
004570     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
004580     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
004590     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
004600     WRITE PE1-LOG-RECORD.
004610 9000-WRITE-LOG-RECORD-CLEAR.
004620     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
004630 9000-WRITE-LOG-RECORD-EXIT.
004640     EXIT.
