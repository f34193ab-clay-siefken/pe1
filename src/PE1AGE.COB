000170*                   ENDS THE STEP WITH A WARNING RETURN CODE -
000180*                   SO AN UNREVIEWED OR QUERIED RUN CANNOT
000190*                   QUIETLY AGE AWAY.
000191*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS AGE-NNN
000192*                   RECORDS TO PE1-LOG: A WARNING PER AGED
000193*                   RUN (REQUEST, RUN DATE, AND AGE), A
000194*                   MISSING DISPOSITION FILE, THE SUMMARY,
000195*                   AND AN ABEND.
000200******************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000400     SELECT PE1-AGER-FILE  ASSIGN TO "PE1AGER"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AGER-FILE-STATUS.
000423     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000426         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS WS-LOG-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PE1-AGEC-FILE
000540 FD  PE1-AGER-FILE
000550     RECORDING MODE IS F.
000560 01  PE1-AGER-RECORD             PIC X(80).
000563 FD  PE1-LOG-FILE
000566     RECORDING MODE IS F.
000569     COPY "PE1LOG.CPY".
000570******************************************************************
000580 WORKING-STORAGE SECTION.
000590******************************************************************
000640     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
000650     05  WS-DISP-FILE-STATUS     PIC X(02) VALUE "00".
000660     05  WS-AGER-FILE-STATUS     PIC X(02) VALUE "00".
000669     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000670******************************************************************
000680*    PROCESSING SWITCHES
000690******************************************************************
000740         88  WS-DISP-AVAILABLE       VALUE "Y".
000750     05  WS-DISP-FOUND-SW        PIC X(01) VALUE "N".
000760         88  WS-DISP-FOUND           VALUE "Y".
000763     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000767         88  WS-LOG-IS-OPEN          VALUE "Y".
000770******************************************************************
000780*    THE AGING THRESHOLD IN DAYS - FROM THE PE1AGEC REQUEST
000790*    CARD; NO CARD FILE ON THE STEP, OR A BLANK OR ZERO
000820 01  WS-AGE-THRESHOLD            PIC 9(3)  VALUE ZEROS.
000830 01  WS-CARD-AGE-DAYS            PIC X(03) VALUE SPACES.
000840 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000849 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
000850******************************************************************
000860*    DAY-SERIAL WORK FIELDS - A MONOTONE DAY COUNT IN ORDINARY
000870*    ARITHMETIC (MARCH-BASED MONTHS, THE USUAL CIVIL-CALENDAR
001410*    ABEND / ERROR MESSAGE AREA
001420******************************************************************
001430 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001431*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001432 01  WS-LOG-WORK-AREAS.
001433     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001434     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001435     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001436     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001437     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001438     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001439     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001440******************************************************************
001450 PROCEDURE DIVISION.
001460******************************************************************
001610******************************************************************
001620 1000-INITIALIZE.
001630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001634     ACCEPT WS-CURRENT-TIME FROM TIME.
001638     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001640     PERFORM 1100-READ-REQUEST-CARD
001650         THRU 1100-READ-REQUEST-CARD-EXIT.
001660     MOVE WS-CURRENT-DATE TO WS-SER-DATE.
001780         MOVE "Y" TO WS-DISP-AVAILABLE-SW
001790     ELSE
001800         DISPLAY "PE1AGE NO DISPOSITION FILE - NONE SIGNED OFF"
001801         MOVE "AGE-002" TO WS-LOG-CODE
001802         MOVE "W"       TO WS-LOG-SEVERITY
001803         MOVE "NO DISPOSITION FILE - NONE SIGNED OFF"
001804             TO WS-LOG-TEXT
001805         PERFORM 9000-WRITE-LOG-RECORD
001806             THRU 9000-WRITE-LOG-RECORD-EXIT
001810     END-IF.
001820     OPEN OUTPUT PE1-AGER-FILE.
001830     IF WS-AGER-FILE-STATUS NOT = "00"
002970     MOVE WS-AGE-IN-DAYS    TO RPT-DTL-AGE.
002980     MOVE "NO DISPOSITION"  TO RPT-DTL-CONDITION.
002990     WRITE PE1-AGER-RECORD FROM WS-RPT-DETAIL-LINE.
002992     MOVE "AGE-003" TO WS-LOG-CODE.
002994     MOVE "W"       TO WS-LOG-SEVERITY.
002996     MOVE "RUN UNREVIEWED PAST THRESHOLD" TO WS-LOG-TEXT.
002998     PERFORM 2900-LOG-AGED-RUN THRU 2900-LOG-AGED-RUN-EXIT.
003000 2300-AGE-UNREVIEWED-RUN-EXIT.
003010     EXIT.
003020******************************************************************
003250     MOVE "STILL QUERIED BY " TO RPT-DTL-CONDITION (1:17).
003260     MOVE DISP-OPERATOR       TO RPT-DTL-CONDITION (18:8).
003270     WRITE PE1-AGER-RECORD FROM WS-RPT-DETAIL-LINE.
003271     MOVE "AGE-004" TO WS-LOG-CODE.
003272     MOVE "W"       TO WS-LOG-SEVERITY.
003273     MOVE "STILL QUERIED PAST THRESHOLD BY" TO WS-LOG-TEXT.
003274     MOVE DISP-OPERATOR TO WS-LOG-TEXT (33:8).
003275     PERFORM 2900-LOG-AGED-RUN THRU 2900-LOG-AGED-RUN-EXIT.
003280 2400-AGE-QUERIED-RUN-EXIT.
003290     EXIT.
003300******************************************************************
003420         CLOSE PE1-DISP-FILE
003430     END-IF.
003440     CLOSE PE1-AGER-FILE.
003441     MOVE "AGE-001" TO WS-LOG-CODE.
003442     MOVE "I"       TO WS-LOG-SEVERITY.
003444     MOVE "AGING DONE - UNREVIEWED / QUERIED AGED" TO WS-LOG-TEXT.
003445     MOVE WS-RUNS-UNREVIEWED   TO WS-LOG-VALUE-1.
003446     MOVE WS-RUNS-QUERIED-AGED TO WS-LOG-VALUE-2.
003448     PERFORM 9000-WRITE-LOG-RECORD
003449         THRU 9000-WRITE-LOG-RECORD-EXIT.
003450     DISPLAY "PE1AGE RUNS: " WS-RUNS-READ
003460         " APPROVED: " WS-RUNS-APPROVED
003470         " REJECTED: " WS-RUNS-REJECTED.
003510        OR WS-RUNS-QUERIED-AGED > ZERO
003520         MOVE 4 TO RETURN-CODE
003530     END-IF.
003532     IF WS-LOG-IS-OPEN
003535         CLOSE PE1-LOG-FILE
003538     END-IF.
003540 4000-FINALIZE-EXIT.
003550     EXIT.
003560******************************************************************
003920******************************************************************
003930 9800-ABEND-RUN.
003940     DISPLAY "PE1AGE ABEND - " WS-ABEND-MESSAGE.
003941     MOVE "AGE-099" TO WS-LOG-CODE.
003942     MOVE "E"       TO WS-LOG-SEVERITY.
003943     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
003944     PERFORM 9000-WRITE-LOG-RECORD
003945         THRU 9000-WRITE-LOG-RECORD-EXIT.
003946     IF WS-LOG-IS-OPEN
003947         CLOSE PE1-LOG-FILE
003948     END-IF.
003950     MOVE 16 TO RETURN-CODE.
003960     STOP RUN.
003970******************************************************************
003980*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
003990*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004000*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004010*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
004020*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
004030*    DATE AND TIME AS THE RUN-ID.
004040******************************************************************
004050 1050-OPEN-RUN-LOG.
004060     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004070     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004080     OPEN EXTEND PE1-LOG-FILE.
004090     IF WS-LOG-FILE-STATUS NOT = "00"
004100         OPEN OUTPUT PE1-LOG-FILE
004110     END-IF.
004120     IF WS-LOG-FILE-STATUS NOT = "00"
004130         DISPLAY "PE1AGE UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004140         GO TO 1050-OPEN-RUN-LOG-EXIT
004150     END-IF.
004160     MOVE "Y" TO WS-LOG-OPEN-SW.
004170 1050-OPEN-RUN-LOG-EXIT.
004180     EXIT.
004190******************************************************************
004200*    2900-LOG-AGED-RUN - AN AGED RUN IS TODAY'S BUSINESS, SO IT
004210*    LOGS UNDER THE STEP'S OWN RUN-ID WITH THE RUN'S REQUEST,
004220*    ITS RUN DATE IN VALUE-1, AND ITS AGE IN DAYS IN VALUE-2.
004230******************************************************************
004240 2900-LOG-AGED-RUN.
004250     MOVE HIST-REQUEST-ID TO WS-LOG-REQUEST-ID.
004260     MOVE HIST-RUN-DATE   TO WS-LOG-VALUE-1.
004270     MOVE WS-AGE-IN-DAYS  TO WS-LOG-VALUE-2.
004280     PERFORM 9000-WRITE-LOG-RECORD
004290         THRU 9000-WRITE-LOG-RECORD-EXIT.
004300     MOVE SPACES TO WS-LOG-REQUEST-ID.
004310 2900-LOG-AGED-RUN-EXIT.
004320     EXIT.
004330******************************************************************
004340*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
004350*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
004360*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
004370*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
004380*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
004390*    GRADE THE STEP.
004400******************************************************************
004410 9000-WRITE-LOG-RECORD.
004420     IF NOT WS-LOG-IS-OPEN
004430         GO TO 9000-WRITE-LOG-RECORD-CLEAR
004440     END-IF.
004450     MOVE SPACES            TO PE1-LOG-RECORD.
004460     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
004470     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
004480     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
004490     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
004500     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
004510     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
004520     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
004530     WRITE PE1-LOG-RECORD.
004540 9000-WRITE-LOG-RECORD-CLEAR.
004550     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
004560 9000-WRITE-LOG-RECORD-EXIT.
004570     EXIT.
