000230*                   THE RE-ACK, AND REPEATED SENDS OF THE SAME
000240*                   FEED ARE VISIBLE TO THE REVIEW MEETING
000250*                   WITHOUT RERUNNING PE1.
000251*  2026-10-15  DD   WIDE RESULT - TRAILER RESULT NOW PIC 9(16).
000252*  2026-10-15  DD   RUN LOG - RTX-NNN RECORDS GO TO PE1-LOG UNDER
000253*                   THE RESTAGED RUN.
000254*  2026-10-15  DD   CLOSED PERIODS - A RUN DATE IN A CLOSED MONTH
000255*                   IS REFUSED (ABEND, NOTHING STAGED).
000256*  2026-10-15  DD   BACKOUT - A WHOLLY BACKED-OUT GENERATION IS
000257*                   NEVER CHOSEN; A REQUEST BACKED OUT OF THE
000258*                   CHOSEN RUN IS REFUSED.  THE RE-SEND PUTS A
000259*                   REVERSED PE1-STAT ROW BACK TO A PLAIN FEED.
000260******************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000420     SELECT PE1-ARCH-FILE  ASSIGN TO "PE1ARCH"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ARCH-FILE-STATUS.
000442     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000445         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-LOG-FILE-STATUS.
000450     SELECT PE1-XMIT-FILE  ASSIGN TO "PE1EXTR"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-XMIT-FILE-STATUS.
000472     SELECT PE1-BKO-FILE   ASSIGN TO "PE1BKO"
000473         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000477         RECORD KEY IS BKO-KEY
000478         FILE STATUS IS WS-BKO-FILE-STATUS.
000480     SELECT PE1-STAT-FILE  ASSIGN TO "PE1STAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS STAT-KEY
000520         FILE STATUS IS WS-STAT-FILE-STATUS.
000521     SELECT PE1-PSUM-FILE  ASSIGN TO "PE1PSUM"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS PSUM-KEY
000525         FILE STATUS IS WS-PSUM-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PE1-RETX-FILE
000760 01  PE1-XMIT-RECORD             PIC X(80).
000770 FD  PE1-STAT-FILE.
000780     COPY "PE1STAT.CPY".
000781 FD  PE1-PSUM-FILE.
000782     COPY "PE1PSUM.CPY".
000783 FD  PE1-BKO-FILE.
000784     COPY "PE1BKO.CPY".
000785 FD  PE1-LOG-FILE
000786     RECORDING MODE IS F.
000789     COPY "PE1LOG.CPY".
000790******************************************************************
000800 WORKING-STORAGE SECTION.
000810******************************************************************
000880     05  WS-ARCH-FILE-STATUS     PIC X(02) VALUE "00".
000890     05  WS-XMIT-FILE-STATUS     PIC X(02) VALUE "00".
000900     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
000902     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000905     05  WS-PSUM-FILE-STATUS     PIC X(02) VALUE "00".
000908     05  WS-BKO-FILE-STATUS      PIC X(02) VALUE "00".
000910******************************************************************
000920*    PROCESSING SWITCHES
000930******************************************************************
001080         88  WS-TRL-STAGED           VALUE "Y".
001090     05  WS-STAT-FOUND-SW        PIC X(01) VALUE "N".
001100         88  WS-STAT-FOUND           VALUE "Y".
001101     05  WS-PSUM-FOUND-SW        PIC X(01) VALUE "N".
001102         88  WS-PSUM-FOUND           VALUE "Y".
001103     05  WS-BACKED-OUT-SEEN-SW   PIC X(01) VALUE "N".
001104         88  WS-BACKED-OUT-SEEN      VALUE "Y".
001106     05  WS-BKO-FOUND-SW         PIC X(01) VALUE "N".
001107         88  WS-BKO-FOUND            VALUE "Y".
001108     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
001109         88  WS-LOG-IS-OPEN          VALUE "Y".
001110******************************************************************
001120*    THE REQUEST CARD'S FIELDS, HELD BEFORE THE CARD FILE IS
001130*    CLOSED - THE FD RECORD AREA IS UNDEFINED AFTER CLOSE, AND
001410     05  WS-RECORDS-STAGED       PIC 9(8)  VALUE ZEROS.
001420     05  WS-DETAILS-STAGED       PIC 9(8)  VALUE ZEROS.
001430     05  WS-TRL-RECORD-COUNT     PIC 9(8)  VALUE ZEROS.
001440     05  WS-TRL-RESULT           PIC 9(16) VALUE ZEROS.
001450******************************************************************
001460*    CURRENT DATE/TIME FOR RESTAMPING THE FEED'S SENT TIME
001470******************************************************************
001510*    ABEND / ERROR MESSAGE AREA
001520******************************************************************
001530 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001531*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
001532 01  WS-LOG-WORK-AREAS.
001533     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
001534     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
001535     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
001536     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
001537     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
001538     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
001539     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
001540******************************************************************
001550 PROCEDURE DIVISION.
001560******************************************************************
001730 1000-INITIALIZE.
001740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001750     ACCEPT WS-CURRENT-TIME FROM TIME.
001759     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001760     OPEN INPUT PE1-RETX-FILE.
001770     IF WS-RETX-FILE-STATUS NOT = "00"
001780         MOVE "UNABLE TO OPEN PE1RETX REQUEST CARD FILE"
001870     END-READ.
001880     MOVE RETX-RUN-DATE   TO WS-RETX-RUN-DATE.
001890     MOVE RETX-REQUEST-ID TO WS-RETX-REQUEST-ID.
001894     MOVE RETX-RUN-DATE   TO WS-LOG-RUN-ID (1:8).
001898     MOVE RETX-REQUEST-ID TO WS-LOG-REQUEST-ID.
001900     CLOSE PE1-RETX-FILE.
001910     IF WS-RETX-RUN-DATE NOT NUMERIC
001920         MOVE "PE1RETX RUN DATE IS NON-NUMERIC"
002000     END-IF.
002010     PERFORM 1100-LOCATE-CATALOG-ENTRY
002020         THRU 1100-LOCATE-CATALOG-ENTRY-EXIT.
002021     IF NOT WS-CAT-FOUND AND WS-BACKED-OUT-SEEN
002022         MOVE "THE RUN DATE'S GENERATION WAS BACKED OUT"
002023             TO WS-ABEND-MESSAGE
002024         GO TO 9800-ABEND-RUN
002025     END-IF.
002030     IF NOT WS-CAT-FOUND
002040         MOVE "NO PE1-CAT ENTRY WITH AN EXTRACT FOR THE RUN DATE"
002050             TO WS-ABEND-MESSAGE
002060         GO TO 9800-ABEND-RUN
002070     END-IF.
002072     MOVE WS-CHOSEN-RUN-ID TO WS-LOG-RUN-ID.
002073     PERFORM 1200-CHECK-PERIOD-OPEN
002075         THRU 1200-CHECK-PERIOD-OPEN-EXIT.
002077     PERFORM 1300-CHECK-NOT-BACKED-OUT
002078         THRU 1300-CHECK-NOT-BACKED-OUT-EXIT.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100******************************************************************
002460        OR CAT-PARTITION-ID NOT = SPACES
002470         GO TO 1110-SCAN-ONE-CAT-RECORD-EXIT
002480     END-IF.
002481*    A GENERATION BACKED OUT WHOLE WAS WITHDRAWN FROM EVERY
002482*    CONSUMER - IT IS NOT A FEED TO SEND AGAIN.  A RERUN OF THE
002483*    SAME DATE CATALOGED AFTER IT STILL WINS.
002484     IF CAT-BACKED-OUT
002485         MOVE "Y" TO WS-BACKED-OUT-SEEN-SW
002486         GO TO 1110-SCAN-ONE-CAT-RECORD-EXIT
002487     END-IF.
002490     MOVE "Y"          TO WS-CAT-FOUND-SW.
002500     MOVE CAT-RUN-ID   TO WS-CHOSEN-RUN-ID.
002510     MOVE CAT-EXTR-DSN TO WS-CHOSEN-EXTR-DSN.
004130         MOVE ZEROS TO STAT-ACK-LOADED-COUNT
004140         MOVE SPACES TO STAT-ACK-DATE
004150         MOVE WS-CURRENT-TIME TO STAT-SENT-TIME
004159         MOVE SPACE TO STAT-FEED-TYPE
004160         REWRITE PE1-STAT-RECORD
004170             INVALID KEY
004180                 MOVE "PE1-STAT REWRITE FAILED FOR THE FEED"
004540         " DETAILS: " WS-DETAILS-STAGED
004550         " TRAILER COUNT: " WS-TRL-RECORD-COUNT.
004560     DISPLAY "PE1RETX RETRANSMIT COUNT NOW: " STAT-RETRANS-COUNT.
004561     MOVE "RTX-001" TO WS-LOG-CODE.
004562     MOVE "I"       TO WS-LOG-SEVERITY.
004563     MOVE "FEED RESTAGED - DETAILS / RETRANSMITS" TO WS-LOG-TEXT.
004564     MOVE WS-DETAILS-STAGED  TO WS-LOG-VALUE-1.
004565     MOVE STAT-RETRANS-COUNT TO WS-LOG-VALUE-2.
004566     PERFORM 9000-WRITE-LOG-RECORD
004567         THRU 9000-WRITE-LOG-RECORD-EXIT.
004570     IF WS-DETAILS-STAGED NOT = WS-TRL-RECORD-COUNT
004580         DISPLAY "PE1RETX DETAIL/TRAILER COUNT BREAK"
004590         MOVE 8 TO RETURN-CODE
004591         MOVE "RTX-002" TO WS-LOG-CODE
004592         MOVE "E"       TO WS-LOG-SEVERITY
004593         MOVE "RESTAGED FEED DETAIL/TRAILER COUNT BREAK"
004594             TO WS-LOG-TEXT
004595         MOVE WS-DETAILS-STAGED   TO WS-LOG-VALUE-1
004596         MOVE WS-TRL-RECORD-COUNT TO WS-LOG-VALUE-2
004597         PERFORM 9000-WRITE-LOG-RECORD
004598             THRU 9000-WRITE-LOG-RECORD-EXIT
004600     END-IF.
004603     IF WS-LOG-IS-OPEN
004606         CLOSE PE1-LOG-FILE
004609     END-IF.
004610 4000-FINALIZE-EXIT.
004620     EXIT.
004630******************************************************************
004660******************************************************************
004670 9800-ABEND-RUN.
004680     DISPLAY "PE1RETX ABEND - " WS-ABEND-MESSAGE.
004681     MOVE "RTX-099" TO WS-LOG-CODE.
004682     MOVE "E"       TO WS-LOG-SEVERITY.
004683     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
004684     PERFORM 9000-WRITE-LOG-RECORD
004685         THRU 9000-WRITE-LOG-RECORD-EXIT.
004686     IF WS-LOG-IS-OPEN
004687         CLOSE PE1-LOG-FILE
004688     END-IF.
004690     MOVE 16 TO RETURN-CODE.
004700     STOP RUN.
004710******************************************************************
004720*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
004730*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
004740*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
004750*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
004760*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
004770*    DATE AND TIME AS THE RUN-ID.
004780******************************************************************
004790 1050-OPEN-RUN-LOG.
004800     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
004810     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
004820     OPEN EXTEND PE1-LOG-FILE.
004830     IF WS-LOG-FILE-STATUS NOT = "00"
004840         OPEN OUTPUT PE1-LOG-FILE
004850     END-IF.
004860     IF WS-LOG-FILE-STATUS NOT = "00"
004870         DISPLAY "PE1RETX UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
004880         GO TO 1050-OPEN-RUN-LOG-EXIT
004890     END-IF.
004900     MOVE "Y" TO WS-LOG-OPEN-SW.
004910 1050-OPEN-RUN-LOG-EXIT.
004920     EXIT.
004930******************************************************************
004940*    1200-CHECK-PERIOD-OPEN - A RE-SEND PUTS THE FEED'S PE1-STAT
004950*    RECORD BACK IN SENT STATUS, WHICH CHANGES THE HISTORY OF A
004960*    RUN FINANCE MAY ALREADY HAVE BOOKED.  A RUN DATE INSIDE A
004970*    MONTH PE1CLOSE HAS CLOSED, AND NOT REOPENED FOR THE REQUEST
004980*    OR THE WHOLE PERIOD, IS REFUSED BEFORE ANYTHING IS STAGED.
004990*    NO PE1-PSUM FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
005000******************************************************************
005010 1200-CHECK-PERIOD-OPEN.
005020     OPEN INPUT PE1-PSUM-FILE.
005030     IF WS-PSUM-FILE-STATUS NOT = "00"
005040         GO TO 1200-CHECK-PERIOD-OPEN-EXIT
005050     END-IF.
005060     MOVE WS-RETX-REQUEST-ID      TO PSUM-REQUEST-ID.
005070     MOVE WS-RETX-RUN-DATE (1:6)  TO PSUM-PERIOD.
005080     MOVE "Y" TO WS-PSUM-FOUND-SW.
005090     READ PE1-PSUM-FILE
005100         INVALID KEY
005110             MOVE "N" TO WS-PSUM-FOUND-SW
005120     END-READ.
005130     IF NOT WS-PSUM-FOUND
005140         MOVE SPACES TO PSUM-REQUEST-ID
005150         MOVE "Y" TO WS-PSUM-FOUND-SW
005160         READ PE1-PSUM-FILE
005170             INVALID KEY
005180                 MOVE "N" TO WS-PSUM-FOUND-SW
005190         END-READ
005200     END-IF.
005210     CLOSE PE1-PSUM-FILE.
005220     IF WS-PSUM-FOUND AND PSUM-CLOSED
005230         MOVE "RUN DATE PERIOD IS CLOSED - REOPEN FIRST"
005240             TO WS-ABEND-MESSAGE
005250         GO TO 9800-ABEND-RUN
005260     END-IF.
005270 1200-CHECK-PERIOD-OPEN-EXIT.
005280     EXIT.
005290******************************************************************
005300*    1300-CHECK-NOT-BACKED-OUT - A GENERATION ONLY PARTLY BACKED
005310*    OUT STILL CARRIES LIVE REQUESTS, SO THE CHOICE ABOVE CAN
005320*    LAND ON IT.  PE1-BKO, KEYED BY RUN DATE, REQUEST AND RUN-ID,
005330*    SAYS WHETHER THIS REQUEST WAS ONE OF THE ONES WITHDRAWN.
005340*    NO PE1-BKO FILE MEANS NOTHING HAS EVER BEEN BACKED OUT.
005350******************************************************************
005360 1300-CHECK-NOT-BACKED-OUT.
005370     OPEN INPUT PE1-BKO-FILE.
005380     IF WS-BKO-FILE-STATUS NOT = "00"
005390         GO TO 1300-CHECK-NOT-BACKED-OUT-EXIT
005400     END-IF.
005410     MOVE WS-RETX-RUN-DATE   TO BKO-RUN-DATE.
005420     MOVE WS-RETX-REQUEST-ID TO BKO-REQUEST-ID.
005430     MOVE WS-CHOSEN-RUN-ID   TO BKO-RUN-ID.
005440     MOVE "Y" TO WS-BKO-FOUND-SW.
005450     READ PE1-BKO-FILE
005460         INVALID KEY
005470             MOVE "N" TO WS-BKO-FOUND-SW
005480     END-READ.
005490     CLOSE PE1-BKO-FILE.
005500     IF WS-BKO-FOUND
005510         MOVE "REQUEST WAS BACKED OUT OF THE RUN - NOT RESENT"
005520             TO WS-ABEND-MESSAGE
005530         GO TO 9800-ABEND-RUN
005540     END-IF.
005550 1300-CHECK-NOT-BACKED-OUT-EXIT.
005560     EXIT.
005570******************************************************************
005580*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
005590*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
005600*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
005610*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
005620*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
005630*    GRADE THE STEP.
005640******************************************************************
005650 9000-WRITE-LOG-RECORD.
005660     IF NOT WS-LOG-IS-OPEN
005670         GO TO 9000-WRITE-LOG-RECORD-CLEAR
005680     END-IF.
005690     MOVE SPACES            TO PE1-LOG-RECORD.
005700     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
005710     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
005720     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
005730     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
005740     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
005750     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
005760     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
005770     WRITE PE1-LOG-RECORD.
005780 9000-WRITE-LOG-RECORD-CLEAR.
005790     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
005800 9000-WRITE-LOG-RECORD-EXIT.
005810     EXIT.
