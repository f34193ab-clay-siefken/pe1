000206*                   = THE ORIGINAL FIXED-FORMAT FEED), SO EACH
000208*                   PE1DIST CONSUMER'S ACKNOWLEDGEMENT IS
000209*                   MATCHED AND PROVED SEPARATELY.
000211*  2026-10-15  DD   RUN LOG - THE STEP NOW APPENDS ACK-NNN
000212*                   RECORDS TO PE1-LOG FOR EVERY EXCEPTION, THE
000213*                   SUMMARY, AND AN ABEND.
000214*  2026-10-15  DD   BACKOUT - A FEED PE1BKOUT HAS REVERSED IS
000215*                   CLOSED OUT ONLY BY A REVERSAL ACK; AN
000216*                   ORDINARY ACK FOR IT IS LOGGED AND IGNORED, A
000217*                   REVERSAL ACK WITH NO REVERSAL IS UNKNOWN.
000218******************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-Z.
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS STAT-KEY
000350         FILE STATUS IS WS-STAT-FILE-STATUS.
000353     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000356         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS WS-LOG-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PE1-ACK-FILE
000400     COPY "PE1ACK.CPY".
000410 FD  PE1-STAT-FILE.
000420     COPY "PE1STAT.CPY".
000423 FD  PE1-LOG-FILE
000426     RECORDING MODE IS F.
000429     COPY "PE1LOG.CPY".
000430******************************************************************
000440 WORKING-STORAGE SECTION.
000450******************************************************************
000480 01  WS-FILE-STATUSES.
000490     05  WS-ACK-FILE-STATUS      PIC X(02) VALUE "00".
000500     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
000509     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000510******************************************************************
000520*    PROCESSING SWITCHES
000530******************************************************************
000600         88  WS-ACK-FILE-FOUND       VALUE "Y".
000610     05  WS-STAT-FOUND-SW        PIC X(01) VALUE "N".
000620         88  WS-STAT-FOUND           VALUE "Y".
000622     05  WS-ACK-REJECTED-SW      PIC X(01) VALUE "N".
000624         88  WS-ACK-REJECTED         VALUE "Y".
000626     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
000628         88  WS-LOG-IS-OPEN          VALUE "Y".
000630******************************************************************
000640*    MATCH COUNTS FOR THE CONSOLE SUMMARY AND THE RETURN CODE
000650******************************************************************
000690     05  WS-ACKS-UNKNOWN         PIC 9(8)  VALUE ZEROS.
000700     05  WS-ACKS-IN-ERROR        PIC 9(8)  VALUE ZEROS.
000710     05  WS-UNACKED-FEEDS        PIC 9(8)  VALUE ZEROS.
000711     05  WS-ACKS-STALE           PIC 9(8)  VALUE ZEROS.
000720******************************************************************
000730*    RUN DATE FOR STAMPING WHEN EACH ACK WAS APPLIED, AND THE
000739*    START TIME THAT COMPLETES THE STEP'S OWN LOG RUN-ID
000740******************************************************************
000750 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000759 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
000760******************************************************************
000770*    ABEND / ERROR MESSAGE AREA
000780******************************************************************
000790 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
000791*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
000792 01  WS-LOG-WORK-AREAS.
000793     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
000794     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
000795     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
000796     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
000797     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
000798     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
000799     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
000800******************************************************************
000810 PROCEDURE DIVISION.
000820******************************************************************
001020******************************************************************
001030 1000-INITIALIZE.
001040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001044     ACCEPT WS-CURRENT-TIME FROM TIME.
001048     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
001050     OPEN I-O PE1-STAT-FILE.
001060     IF WS-STAT-FILE-STATUS NOT = "00"
001070         MOVE "UNABLE TO OPEN PE1-STAT EXTRACT-STATUS FILE"
001130         MOVE "Y" TO WS-ACK-FILE-FOUND-SW
001140     ELSE
001150         DISPLAY "PE1ACK NO ACKNOWLEDGEMENT FILE ON THE STEP"
001151         MOVE "ACK-002" TO WS-LOG-CODE
001152         MOVE "W"       TO WS-LOG-SEVERITY
001153         MOVE "NO ACKNOWLEDGEMENT FILE ON THE STEP"
001154             TO WS-LOG-TEXT
001155         PERFORM 9000-WRITE-LOG-RECORD
001156             THRU 9000-WRITE-LOG-RECORD-EXIT
001160     END-IF.
001170 1000-INITIALIZE-EXIT.
001180     EXIT.
001440*    RECEIVER MUST HAVE READ AND LOADED EXACTLY THE NUMBER OF
001450*    DETAILS THE TRAILER SAID WERE SENT, AND THEIR OWN LOAD
001460*    STATUS MUST BE OK.  ANYTHING ELSE MARKS THE FEED ACK-ERROR.
001464*    A REVERSAL IS PROVED THE SAME WAY - THE COUNTS ARE THEN THE
001468*    DETAILS THE RECEIVER UNLOADED.
001470******************************************************************
001480 2200-APPLY-ONE-ACK.
001490     MOVE "N" TO WS-STAT-FOUND-SW.
001590         ADD 1 TO WS-ACKS-UNKNOWN
001600         DISPLAY "PE1ACK ACK FOR UNKNOWN FEED " ACK-RUN-DATE
001610             " " ACK-REQUEST-ID " " ACK-DEST-ID
001611         MOVE "ACK-003" TO WS-LOG-CODE
001612         MOVE "E"       TO WS-LOG-SEVERITY
001613         MOVE "ACK FOR UNKNOWN FEED, DEST" TO WS-LOG-TEXT
001614         MOVE ACK-DEST-ID TO WS-LOG-TEXT (28:8)
001615         PERFORM 2900-LOG-ACK-CONDITION
001616             THRU 2900-LOG-ACK-CONDITION-EXIT
001620         GO TO 2200-NEXT-ACK
001630     END-IF.
001632     PERFORM 2250-CHECK-FEED-TYPE
001633         THRU 2250-CHECK-FEED-TYPE-EXIT.
001635     IF WS-ACK-REJECTED
001637         GO TO 2200-NEXT-ACK
001638     END-IF.
001640     MOVE ACK-READ-COUNT   TO STAT-ACK-READ-COUNT.
001650     MOVE ACK-LOADED-COUNT TO STAT-ACK-LOADED-COUNT.
001660     MOVE WS-CURRENT-DATE  TO STAT-ACK-DATE.
001770             " READ=" ACK-READ-COUNT
001780             " LOADED=" ACK-LOADED-COUNT
001790             " STATUS=" ACK-LOAD-STATUS
001791         MOVE "ACK-004" TO WS-LOG-CODE
001792         MOVE "E"       TO WS-LOG-SEVERITY
001793         MOVE "COUNT/STATUS BREAK, DEST" TO WS-LOG-TEXT
001794         MOVE ACK-DEST-ID TO WS-LOG-TEXT (26:8)
001795         MOVE STAT-SENT-COUNT  TO WS-LOG-VALUE-1
001796         MOVE ACK-LOADED-COUNT TO WS-LOG-VALUE-2
001797         PERFORM 2900-LOG-ACK-CONDITION
001798             THRU 2900-LOG-ACK-CONDITION-EXIT
001800     END-IF.
001810     REWRITE PE1-STAT-RECORD
001820         INVALID KEY
001830             DISPLAY "PE1ACK STAT REWRITE FAILED " ACK-RUN-DATE
001840                 " " ACK-REQUEST-ID
001841             MOVE "ACK-005" TO WS-LOG-CODE
001842             MOVE "E"       TO WS-LOG-SEVERITY
001843             MOVE "STAT REWRITE FAILED, DEST" TO WS-LOG-TEXT
001844             MOVE ACK-DEST-ID TO WS-LOG-TEXT (27:8)
001845             PERFORM 2900-LOG-ACK-CONDITION
001846                 THRU 2900-LOG-ACK-CONDITION-EXIT
001850     END-REWRITE.
001860 2200-NEXT-ACK.
001870     PERFORM 2100-READ-ACK-RECORD
002150                     STAT-RUN-DATE " " STAT-REQUEST-ID
002155                     " " STAT-DEST-ID
002160                     " SENT=" STAT-SENT-COUNT
002163                 PERFORM 3150-LOG-UNACKED-FEED
002167                     THRU 3150-LOG-UNACKED-FEED-EXIT
002170             END-IF
002180     END-READ.
002190 3100-CHECK-ONE-STAT-EXIT.
002250******************************************************************
002260 4000-FINALIZE.
002270     CLOSE PE1-STAT-FILE.
002271     MOVE "ACK-001" TO WS-LOG-CODE.
002272     MOVE "I"       TO WS-LOG-SEVERITY.
002274     MOVE "ACKS READ / MATCHED" TO WS-LOG-TEXT.
002275     MOVE WS-ACKS-READ    TO WS-LOG-VALUE-1.
002276     MOVE WS-ACKS-MATCHED TO WS-LOG-VALUE-2.
002278     PERFORM 9000-WRITE-LOG-RECORD
002279         THRU 9000-WRITE-LOG-RECORD-EXIT.
002280     DISPLAY "PE1ACK ACKS READ: " WS-ACKS-READ
002290         " MATCHED: " WS-ACKS-MATCHED
002300         " IN ERROR: " WS-ACKS-IN-ERROR
002310         " UNKNOWN: " WS-ACKS-UNKNOWN.
002320     DISPLAY "PE1ACK UNACKNOWLEDGED FEEDS: " WS-UNACKED-FEEDS.
002322     IF WS-ACKS-STALE > ZERO
002324         DISPLAY "PE1ACK ACKS FOR BACKED-OUT FEEDS IGNORED: "
002326             WS-ACKS-STALE
002328     END-IF.
002330     IF WS-ACKS-IN-ERROR > ZERO
002340        OR WS-ACKS-UNKNOWN > ZERO
002350        OR WS-UNACKED-FEEDS > ZERO
002360         MOVE 8 TO RETURN-CODE
002370     END-IF.
002372     IF WS-LOG-IS-OPEN
002375         CLOSE PE1-LOG-FILE
002378     END-IF.
002380 4000-FINALIZE-EXIT.
002390     EXIT.
002400******************************************************************
002430******************************************************************
002440 9800-ABEND-RUN.
002450     DISPLAY "PE1ACK ABEND - " WS-ABEND-MESSAGE.
002451     MOVE "ACK-099" TO WS-LOG-CODE.
002452     MOVE "E"       TO WS-LOG-SEVERITY.
002453     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
002454     PERFORM 9000-WRITE-LOG-RECORD
002455         THRU 9000-WRITE-LOG-RECORD-EXIT.
002456     IF WS-LOG-IS-OPEN
002457         CLOSE PE1-LOG-FILE
002458     END-IF.
002460     MOVE 16 TO RETURN-CODE.
002470     STOP RUN.
002480******************************************************************
002490*    1050-OPEN-RUN-LOG - THE STEP APPENDS TO THE SAME PE1-LOG THE
002500*    NIGHT'S PE1 RUN WROTE.  A LOG THAT WILL NOT OPEN COSTS THE
002510*    MORNING REVIEW ITS RECORDS BUT NOT THE STEP ITS WORK - THE
002520*    CONDITIONS STILL REACH THE CONSOLE.  UNTIL THE STEP KNOWS
002530*    WHICH RUN IT IS WORKING ON, ITS RECORDS CARRY ITS OWN START
002540*    DATE AND TIME AS THE RUN-ID.
002550******************************************************************
002560 1050-OPEN-RUN-LOG.
002570     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
002580     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
002590     OPEN EXTEND PE1-LOG-FILE.
002600     IF WS-LOG-FILE-STATUS NOT = "00"
002610         OPEN OUTPUT PE1-LOG-FILE
002620     END-IF.
002630     IF WS-LOG-FILE-STATUS NOT = "00"
002640         DISPLAY "PE1ACK UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
002650         GO TO 1050-OPEN-RUN-LOG-EXIT
002660     END-IF.
002670     MOVE "Y" TO WS-LOG-OPEN-SW.
002680 1050-OPEN-RUN-LOG-EXIT.
002690     EXIT.
002700******************************************************************
002710*    2250-CHECK-FEED-TYPE - A BACKED-OUT RUN'S ROW NOW WAITS ON
002720*    THE REVERSAL'S ACK.  A REVERSAL ACK AGAINST A ROW NEVER
002730*    REVERSED MATCHES NOTHING WE SENT; AN ORDINARY ACK AGAINST A
002740*    REVERSED ROW IS THE CONSUMER CATCHING UP ON THE WITHDRAWN
002750*    FEED - NOTED, BUT IT MUST NOT CLOSE OUT THE REVERSAL.
002760******************************************************************
002770 2250-CHECK-FEED-TYPE.
002780     MOVE "N" TO WS-ACK-REJECTED-SW.
002790     IF ACK-REVERSAL-FEED AND NOT STAT-REVERSAL-FEED
002800         MOVE "Y" TO WS-ACK-REJECTED-SW
002810         ADD 1 TO WS-ACKS-UNKNOWN
002820         DISPLAY "PE1ACK REVERSAL ACK FOR A FEED NOT REVERSED "
002830             ACK-RUN-DATE " " ACK-REQUEST-ID " " ACK-DEST-ID
002840         MOVE "ACK-007" TO WS-LOG-CODE
002850         MOVE "E"       TO WS-LOG-SEVERITY
002860         MOVE "REVERSAL ACK UNMATCHED, DEST" TO WS-LOG-TEXT
002870         MOVE ACK-DEST-ID TO WS-LOG-TEXT (30:8)
002880         PERFORM 2900-LOG-ACK-CONDITION
002890             THRU 2900-LOG-ACK-CONDITION-EXIT
002900         GO TO 2250-CHECK-FEED-TYPE-EXIT
002910     END-IF.
002920     IF NOT ACK-REVERSAL-FEED AND STAT-REVERSAL-FEED
002930         MOVE "Y" TO WS-ACK-REJECTED-SW
002940         ADD 1 TO WS-ACKS-STALE
002950         DISPLAY "PE1ACK ACK FOR A BACKED-OUT FEED IGNORED "
002960             ACK-RUN-DATE " " ACK-REQUEST-ID " " ACK-DEST-ID
002970         MOVE "ACK-008" TO WS-LOG-CODE
002980         MOVE "W"       TO WS-LOG-SEVERITY
002990         MOVE "ACK FOR BACKED-OUT FEED, DEST" TO WS-LOG-TEXT
003000         MOVE ACK-DEST-ID TO WS-LOG-TEXT (31:8)
003010         PERFORM 2900-LOG-ACK-CONDITION
003020             THRU 2900-LOG-ACK-CONDITION-EXIT
003030     END-IF.
003040 2250-CHECK-FEED-TYPE-EXIT.
003050     EXIT.
003060******************************************************************
003070*    2900-LOG-ACK-CONDITION - A CONDITION ON ONE ACK IS LOGGED
003080*    UNDER THE FEED'S OWN RUN DATE AND REQUEST, SO THE REVIEW OF
003090*    THAT NIGHT'S RUN SHOWS IT.  THE STEP'S OWN START DATE GOES
003100*    BACK IN AFTERWARDS FOR THE STEP-LEVEL RECORDS.
003110******************************************************************
003120 2900-LOG-ACK-CONDITION.
003130     MOVE ACK-RUN-DATE   TO WS-LOG-RUN-ID (1:8).
003140     MOVE ACK-REQUEST-ID TO WS-LOG-REQUEST-ID.
003150     PERFORM 9000-WRITE-LOG-RECORD
003160         THRU 9000-WRITE-LOG-RECORD-EXIT.
003170     MOVE WS-CURRENT-DATE TO WS-LOG-RUN-ID (1:8).
003180     MOVE SPACES          TO WS-LOG-REQUEST-ID.
003190 2900-LOG-ACK-CONDITION-EXIT.
003200     EXIT.
003210******************************************************************
003220*    3150-LOG-UNACKED-FEED - AN UNACKNOWLEDGED FEED IS LOGGED
003230*    UNDER ITS OWN RUN DATE AND REQUEST, LIKE AN ACK CONDITION.
003240******************************************************************
003250 3150-LOG-UNACKED-FEED.
003260     MOVE "ACK-006" TO WS-LOG-CODE.
003270     MOVE "E"       TO WS-LOG-SEVERITY.
003280     MOVE "UNACKNOWLEDGED FEED, DEST" TO WS-LOG-TEXT.
003290     MOVE STAT-DEST-ID    TO WS-LOG-TEXT (27:8).
003300     IF STAT-REVERSAL-FEED
003310         DISPLAY "PE1ACK   REVERSAL OF BACKED-OUT RUN"
003320         MOVE "UNACKNOWLEDGED REVERSAL, DEST"
003330             TO WS-LOG-TEXT
003340         MOVE STAT-DEST-ID TO WS-LOG-TEXT (31:8)
003350     END-IF.
003360     MOVE STAT-SENT-COUNT TO WS-LOG-VALUE-1.
003370     MOVE STAT-RUN-DATE   TO WS-LOG-RUN-ID (1:8).
003380     MOVE STAT-REQUEST-ID TO WS-LOG-REQUEST-ID.
003390     PERFORM 9000-WRITE-LOG-RECORD
003400         THRU 9000-WRITE-LOG-RECORD-EXIT.
003410     MOVE WS-CURRENT-DATE TO WS-LOG-RUN-ID (1:8).
003420     MOVE SPACES          TO WS-LOG-REQUEST-ID.
003430 3150-LOG-UNACKED-FEED-EXIT.
003440     EXIT.
003450******************************************************************
003460*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
003470*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
003480*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
003490*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
003500*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
003510*    GRADE THE STEP.
003520******************************************************************
003530 9000-WRITE-LOG-RECORD.
003540     IF NOT WS-LOG-IS-OPEN
003550         GO TO 9000-WRITE-LOG-RECORD-CLEAR
003560     END-IF.
003570     MOVE SPACES            TO PE1-LOG-RECORD.
003580     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
003590     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
003600     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
003610     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
003620     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
003630     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
003640     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
003650     WRITE PE1-LOG-RECORD.
003660 9000-WRITE-LOG-RECORD-CLEAR.
003670     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
003680 9000-WRITE-LOG-RECORD-EXIT.
003690     EXIT.
