000458*                   ALSO KEYED BY DESTINATION ID; THE
000459*                   CONSOLIDATED ROW CARRIES A BLANK ONE (THE
000461*                   ORIGINAL FIXED-FORMAT FEED).
000462*  2026-10-15  DD   WIDE RESULT - RESULTS AND TOTALS NOW 9(16).
000463*  2026-10-15  DD   DUAL CONTROL - ONLY APPROVED CHANGES APPLY;
000464*                   ONE AWAITING APPROVAL IS SKIPPED, RC=4.
000465*  2026-10-15  DD   RUN LOG - MRG-NNN RECORDS GO TO PE1-LOG.
000466*  2026-10-15  DD   CLOSED PERIODS - NO PE1-HIST IS WRITTEN FOR A
000467*                   CLOSED MONTH; MRG-006, RC=8.
000468*  2026-10-15  DD   PE1-OUT HEADER CARRIES POPULATION MODE AS N.
000469******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-Z.
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS STAT-KEY
000850         FILE STATUS IS WS-STAT-FILE-STATUS.
000851     SELECT PE1-PSUM-FILE  ASSIGN TO "PE1PSUM"
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS DYNAMIC
000854         RECORD KEY IS PSUM-KEY
000855         FILE STATUS IS WS-PSUM-FILE-STATUS.
000856     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000857         ORGANIZATION IS LINE SEQUENTIAL
000859         FILE STATUS IS WS-LOG-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PE1-CTL-FILE
001090     COPY "PE1HIST.CPY".
001100 FD  PE1-STAT-FILE.
001110     COPY "PE1STAT.CPY".
001111 FD  PE1-PSUM-FILE.
001112     COPY "PE1PSUM.CPY".
001113 FD  PE1-LOG-FILE
001116     RECORDING MODE IS F.
001119     COPY "PE1LOG.CPY".
001120******************************************************************
001130 WORKING-STORAGE SECTION.
001140******************************************************************
001230     05  WS-EXTM-FILE-STATUS     PIC X(02) VALUE "00".
001240     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE "00".
001250     05  WS-STAT-FILE-STATUS     PIC X(02) VALUE "00".
001259     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
001260     05  WS-PCHG-FILE-STATUS     PIC X(02) VALUE "00".
001269     05  WS-PSUM-FILE-STATUS     PIC X(02) VALUE "00".
001270******************************************************************
001280*    PROCESSING SWITCHES
001290******************************************************************
001460         88  WS-EOF-PCHG             VALUE "Y".
001470     05  WS-PCHG-OPEN-SW         PIC X(01) VALUE "N".
001480         88  WS-PCHG-IS-OPEN         VALUE "Y".
001481     05  WS-PSUM-FOUND-SW        PIC X(01) VALUE "N".
001483         88  WS-PSUM-FOUND           VALUE "Y".
001484     05  WS-PERIOD-CLOSED-SW     PIC X(01) VALUE "N".
001486         88  WS-PERIOD-CLOSED        VALUE "Y".
001487     05  WS-LOG-OPEN-SW          PIC X(01) VALUE "N".
001489         88  WS-LOG-IS-OPEN          VALUE "Y".
001490******************************************************************
001500*    PARTIAL-RUN TABLE - ONE ENTRY PER PARTITION FOUND IN THE
001510*    CATALOG FOR TODAY, FILLED IN FROM EACH PARTIAL'S PE1-OUT
001610         10  WS-PART-ID          PIC X(02).
001620         10  WS-PART-RANGE-START PIC 9(8).
001630         10  WS-PART-RANGE-END   PIC 9(8).
001640         10  WS-PART-RESULT      PIC 9(16).
001650         10  WS-PART-QUAL-COUNT  PIC 9(8).
001660         10  WS-PART-EXCL-COUNT  PIC 9(8).
001670         10  WS-PART-EXCL-SUM    PIC 9(16).
001680 01  WS-PART-HOLD                PIC X(170).
001690 01  WS-PART-COUNT               PIC 9(2)  VALUE ZEROS.
001700 01  WS-PART-IDX                 PIC 9(2)  VALUE ZEROS.
001710 01  WS-PART-IDX2                PIC 9(2)  VALUE ZEROS.
001790*    RESULT OF THE PARTITIONS ALREADY COPIED.  THE RECORD IS
001800*    PICKED APART THROUGH THE REGULAR PE1AUD LAYOUT.
001810******************************************************************
001820 01  WS-RESULT-BASE              PIC 9(16) VALUE ZEROS.
001830     COPY "PE1AUD.CPY".
001840 01  WS-GRAND-TOTALS.
001850     05  WS-GRAND-RESULT         PIC 9(16) VALUE ZEROS.
001860     05  WS-GRAND-QUAL-COUNT     PIC 9(8)  VALUE ZEROS.
001870     05  WS-GRAND-EXCL-COUNT     PIC 9(8)  VALUE ZEROS.
001880     05  WS-GRAND-EXCL-SUM       PIC 9(16) VALUE ZEROS.
001890     05  WS-GRAND-RECON          PIC 9(17) VALUE ZEROS.
001900******************************************************************
001910*    MERGE-INPUT WORK RECORD - THE PARTIAL PE1-OUT AND PE1-EXTR
001920*    RECORDS ARE PICKED APART HERE.  THE LAYOUTS MIRROR
002080         10  FILLER              PIC X(31).
002090     05  WS-MIN-OUT-TRL REDEFINES WS-MIN-RECORD.
002100         10  FILLER              PIC X(09).
002110         10  WS-MIN-TRL-RESULT   PIC 9(16).
002120         10  WS-MIN-TRL-QUAL     PIC 9(08).
002130         10  WS-MIN-TRL-EXCL-CNT PIC 9(08).
002140         10  WS-MIN-TRL-EXCL-SUM PIC 9(16).
002150         10  FILLER              PIC X(23).
002160 01  WS-MIN-DSN                  PIC X(30) VALUE SPACES.
002170******************************************************************
002180*    RUN-STAMPED CONSOLIDATED OUTPUT DATASET NAMES - BUILT FROM
002350 01  WS-EXPECTED-START           PIC 9(9)  VALUE ZEROS.
002360 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
002370 01  WS-RECORDS-COPIED           PIC 9(8)  VALUE ZEROS.
002375 01  WS-UNAPPROVED-COUNT         PIC 9(4)  VALUE ZEROS.
002380******************************************************************
002390*    FULL-RANGE CHECK-TOTAL WORK AREAS - THIS BLOCK MIRRORS THE
002400*    1920/1929 CHECK-TOTAL MACHINERY IN PE1 (INCLUSION-EXCLUSION
002650     05  WS-CT-GCD-RESULT        PIC 9(08) VALUE ZEROS.
002660     05  WS-CT-MULT-COUNT        PIC 9(08) VALUE ZEROS.
002670     05  WS-CT-TERM-WIDE         PIC 9(16) VALUE ZEROS.
002680     05  WS-CT-TERM              PIC 9(16) VALUE ZEROS.
002690     05  WS-CHECK-TOTAL          PIC 9(18) VALUE ZEROS.
002700******************************************************************
002710*    ABEND / ERROR MESSAGE AREA
002720******************************************************************
002730 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002731*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM 9000.
002732 01  WS-LOG-WORK-AREAS.
002733     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
002734     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
002735     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
002736     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
002737     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
002738     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
002739     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
002740******************************************************************
002750 PROCEDURE DIVISION.
002760******************************************************************
003080     ACCEPT WS-CURRENT-TIME FROM TIME.
003090     MOVE WS-CURRENT-DATE TO WS-RUN-ID (1:8).
003100     MOVE WS-CURRENT-TIME (1:6) TO WS-RUN-ID (9:6).
003109     PERFORM 1020-OPEN-RUN-LOG THRU 1020-OPEN-RUN-LOG-EXIT.
003110     MOVE SPACES TO WS-OUTM-DSN.
003120     MOVE "PE1OUTM."  TO WS-OUTM-DSN (1:8).
003130     MOVE WS-RUN-ID   TO WS-OUTM-DSN (9:14).
003310             GO TO 9800-ABEND-RUN
003320     END-READ.
003330     CLOSE PE1-CTL-FILE.
003339     MOVE CTL-REQUEST-ID TO WS-LOG-REQUEST-ID.
003340     IF CTL-CEILING NOT NUMERIC OR CTL-CEILING = ZERO
003350         MOVE "PE1-CTL CEILING VALUE IS NO GOOD"
003360             TO WS-ABEND-MESSAGE
004310*    CHECK TOTAL EVER LOOK AT CTL-CEILING OR THE DIVISORS.
004320*    NO PENDING-CHANGE FILE ON THE STEP MEANS NOTHING TO APPLY.
004330*    A PENDING RECORD WITH UNUSABLE VALUES IS SKIPPED THE WAY
004340*    PE1'S OWN VALIDATION WOULD HAVE ABENDED THE RUN.  ONLY
004342*    APPROVED (OR APPLIED) CHANGES COUNT, AS IN PE1 - ONE STILL
004344*    AWAITING APPROVAL IS SKIPPED WITH A WARNING AND THE STEP
004346*    ENDS RC=4; A REJECTED ONE IS SKIPPED QUIETLY.
004350******************************************************************
004360 1200-APPLY-PENDING-CHANGES.
004370     OPEN INPUT PE1-PCHG-FILE.
004650         MOVE "Y" TO WS-EOF-PCHG-SW
004660         GO TO 1210-READ-ONE-PENDING-CHANGE-EXIT
004670     END-IF.
004671     IF PCHG-REJECTED
004672         GO TO 1210-READ-ONE-PENDING-CHANGE-EXIT
004673     END-IF.
004674     IF PCHG-PENDING
004676         PERFORM 1215-LOG-CHANGE-NOT-APPROVED
004677             THRU 1215-LOG-CHANGE-NOT-APPROVED-EXIT
004678         GO TO 1210-READ-ONE-PENDING-CHANGE-EXIT
004679     END-IF.
004680     IF PCHG-CEILING NOT NUMERIC
004690        OR PCHG-CEILING = ZERO
004700        OR PCHG-DIVISOR-COUNT NOT NUMERIC
005620             TO WS-PART-EXCL-SUM (WS-PART-IDX)
005630         ADD WS-MIN-TRL-RESULT   TO WS-GRAND-RESULT
005640             ON SIZE ERROR
005650                 MOVE "GRAND RESULT EXCEEDED PIC 9(16)"
005660                     TO WS-ABEND-MESSAGE
005670                 GO TO 9800-ABEND-RUN
005680         END-ADD
006610     MOVE SPACES          TO OUT-HDR-PARTITION-ID.
006620     MOVE 1               TO OUT-HDR-RANGE-START.
006630     MOVE CTL-CEILING     TO OUT-HDR-RANGE-END.
006639     MOVE "N"             TO OUT-HDR-POP-FLAG.
006640     WRITE PE1-OUT-RECORD.
006650     MOVE SPACES          TO PE1-EXTR-RECORD.
006660     MOVE "H"             TO EXTR-RECORD-TYPE.
007380     CLOSE PE1-MIN-FILE.
007390     ADD WS-PART-RESULT (WS-PART-IDX) TO WS-RESULT-BASE
007400         ON SIZE ERROR
007410             MOVE "AUDIT REBASE EXCEEDED PIC 9(16)"
007420                 TO WS-ABEND-MESSAGE
007430             GO TO 9800-ABEND-RUN
007440     END-ADD.
007870     IF AUD-RUNNING-RESULT NUMERIC
007880         ADD WS-RESULT-BASE TO AUD-RUNNING-RESULT
007890             ON SIZE ERROR
007900                 MOVE "AUDIT REBASE EXCEEDED PIC 9(16)"
007910                     TO WS-ABEND-MESSAGE
007920                 GO TO 9800-ABEND-RUN
007930         END-ADD
009530         DISPLAY "PE1MERGE CROSS-FOOT BREAK - COMBINED="
009540             WS-GRAND-RECON " INDEPENDENT CHECK-TOTAL="
009550             WS-CHECK-TOTAL
009551         MOVE "MRG-003" TO WS-LOG-CODE
009552         MOVE "E"       TO WS-LOG-SEVERITY
009553         MOVE "CROSS-FOOT BREAK VS CHECK TOTAL" TO WS-LOG-TEXT
009554         MOVE WS-GRAND-RECON TO WS-LOG-VALUE-1
009555         MOVE WS-CHECK-TOTAL TO WS-LOG-VALUE-2
009556         PERFORM 9000-WRITE-LOG-RECORD
009557             THRU 9000-WRITE-LOG-RECORD-EXIT
009560     END-IF.
009570 3600-CROSS-FOOT-EXIT.
009580     EXIT.
009610*    RECORD THE PARTITION RUNS DELIBERATELY DID NOT WRITE.
009620******************************************************************
009630 3700-WRITE-HISTORY.
009631     PERFORM 3650-CHECK-PERIOD-OPEN
009632         THRU 3650-CHECK-PERIOD-OPEN-EXIT.
009633     IF WS-PERIOD-CLOSED
009634         GO TO 3700-WRITE-HISTORY-EXIT
009635     END-IF.
009640     OPEN I-O PE1-HIST-FILE.
009650     IF WS-HIST-FILE-STATUS NOT = "00"
009660         OPEN OUTPUT PE1-HIST-FILE
009870             REWRITE PE1-HIST-RECORD
009880                 INVALID KEY
009890                     DISPLAY "PE1MERGE HIST WRITE/REWRITE FAILED"
009891                     MOVE "MRG-004" TO WS-LOG-CODE
009892                     MOVE "E"       TO WS-LOG-SEVERITY
009893                     MOVE "HIST WRITE/REWRITE FAILED"
009894                         TO WS-LOG-TEXT
009895                     PERFORM 9000-WRITE-LOG-RECORD
009896                         THRU 9000-WRITE-LOG-RECORD-EXIT
009900                     MOVE "Y" TO WS-WRITE-ERROR-SW
009910             END-REWRITE
009920     END-WRITE.
010310             REWRITE PE1-STAT-RECORD
010320                 INVALID KEY
010330                     DISPLAY "PE1MERGE STAT WRITE/REWRITE FAILED"
010331                     MOVE "MRG-005" TO WS-LOG-CODE
010332                     MOVE "E"       TO WS-LOG-SEVERITY
010333                     MOVE "STAT WRITE/REWRITE FAILED"
010334                         TO WS-LOG-TEXT
010335                     PERFORM 9000-WRITE-LOG-RECORD
010336                         THRU 9000-WRITE-LOG-RECORD-EXIT
010340                     MOVE "Y" TO WS-WRITE-ERROR-SW
010350             END-REWRITE
010360     END-WRITE.
010740     DISPLAY "PE1MERGE GRAND RESULT: " WS-GRAND-RESULT
010750         " QUAL COUNT: " WS-GRAND-QUAL-COUNT
010760         " RECORDS COPIED: " WS-RECORDS-COPIED.
010761     MOVE "MRG-001" TO WS-LOG-CODE.
010762     MOVE "I"       TO WS-LOG-SEVERITY.
010763     MOVE "PARTITIONS CONSOLIDATED - RESULT / COUNT"
010764         TO WS-LOG-TEXT.
010765     MOVE WS-GRAND-RESULT     TO WS-LOG-VALUE-1.
010766     MOVE WS-GRAND-QUAL-COUNT TO WS-LOG-VALUE-2.
010767     PERFORM 9000-WRITE-LOG-RECORD
010768         THRU 9000-WRITE-LOG-RECORD-EXIT.
010770     IF NOT WS-CROSS-FOOT-OK OR WS-WRITE-ERROR
010780         MOVE 8 TO RETURN-CODE
010782     ELSE
010784         IF WS-UNAPPROVED-COUNT > ZERO
010786             MOVE 4 TO RETURN-CODE
010788         END-IF
010790     END-IF.
010793     IF WS-LOG-IS-OPEN
010796         CLOSE PE1-LOG-FILE
010799     END-IF.
010800 4000-FINALIZE-EXIT.
010810     EXIT.
010820******************************************************************
010850******************************************************************
010860 9800-ABEND-RUN.
010870     DISPLAY "PE1MERGE ABEND - " WS-ABEND-MESSAGE.
010871     MOVE "MRG-099" TO WS-LOG-CODE.
010872     MOVE "E"       TO WS-LOG-SEVERITY.
010873     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
010874     PERFORM 9000-WRITE-LOG-RECORD
010875         THRU 9000-WRITE-LOG-RECORD-EXIT.
010876     IF WS-LOG-IS-OPEN
010877         CLOSE PE1-LOG-FILE
010878     END-IF.
010880     MOVE 16 TO RETURN-CODE.
010890     STOP RUN.
010900******************************************************************
010910*    1020-OPEN-RUN-LOG - THE MERGE APPENDS TO THE SAME PE1-LOG
010920*    THE NIGHT'S PARTITION RUNS WROTE, UNDER THE CONSOLIDATED
010930*    RUN'S OWN RUN-ID - THE ONE ITS HISTORY AND CATALOG ENTRY
010940*    CARRY.  A LOG THAT WILL NOT OPEN COSTS THE MORNING REVIEW
010950*    ITS RECORDS BUT NOT THE STEP ITS WORK - THE CONDITIONS STILL
010960*    REACH THE CONSOLE.
010970******************************************************************
010980 1020-OPEN-RUN-LOG.
010990     MOVE WS-RUN-ID TO WS-LOG-RUN-ID.
011000     OPEN EXTEND PE1-LOG-FILE.
011010     IF WS-LOG-FILE-STATUS NOT = "00"
011020         OPEN OUTPUT PE1-LOG-FILE
011030     END-IF.
011040     IF WS-LOG-FILE-STATUS NOT = "00"
011050         DISPLAY "PE1MERGE UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
011060         GO TO 1020-OPEN-RUN-LOG-EXIT
011070     END-IF.
011080     MOVE "Y" TO WS-LOG-OPEN-SW.
011090 1020-OPEN-RUN-LOG-EXIT.
011100     EXIT.
011110******************************************************************
011120*    1215-LOG-CHANGE-NOT-APPROVED - A PE1-PCHG CHANGE STILL
011130*    AWAITING ITS SECOND OPERATOR IS SKIPPED, AS PE1 SKIPS IT;
011140*    MRG-002 TELLS OPERATIONS WHY IT DID NOT TAKE.
011150******************************************************************
011160 1215-LOG-CHANGE-NOT-APPROVED.
011170     ADD 1 TO WS-UNAPPROVED-COUNT.
011180     DISPLAY "PE1MERGE PARM CHANGE AWAITING APPROVAL - "
011190         "SKIPPED " PCHG-REQUEST-ID " " PCHG-EFFECTIVE-DATE.
011200     MOVE "MRG-002" TO WS-LOG-CODE.
011210     MOVE "W"       TO WS-LOG-SEVERITY.
011220     MOVE "PARM CHANGE AWAITING APPROVAL - SKIPPED"
011230         TO WS-LOG-TEXT.
011240     MOVE PCHG-EFFECTIVE-DATE TO WS-LOG-VALUE-1.
011250     PERFORM 9000-WRITE-LOG-RECORD
011260         THRU 9000-WRITE-LOG-RECORD-EXIT.
011270 1215-LOG-CHANGE-NOT-APPROVED-EXIT.
011280     EXIT.
011290******************************************************************
011300*    3650-CHECK-PERIOD-OPEN - THE SAME CLOSED-PERIOD LOCK PE1
011310*    APPLIES: A RUN DATE INSIDE A MONTH PE1CLOSE HAS CLOSED, AND
011320*    NOT REOPENED FOR THE REQUEST OR THE WHOLE PERIOD, MAY NOT
011330*    WRITE OR CHANGE PE1-HIST.  THE REFUSAL ENDS THE STEP RC=8.
011340*    NO PE1-PSUM FILE MEANS NO PERIOD HAS BEEN CLOSED YET.
011350******************************************************************
011360 3650-CHECK-PERIOD-OPEN.
011370     MOVE "N" TO WS-PERIOD-CLOSED-SW.
011380     OPEN INPUT PE1-PSUM-FILE.
011390     IF WS-PSUM-FILE-STATUS NOT = "00"
011400         GO TO 3650-CHECK-PERIOD-OPEN-EXIT
011410     END-IF.
011420     MOVE CTL-REQUEST-ID         TO PSUM-REQUEST-ID.
011430     MOVE WS-CURRENT-DATE (1:6)  TO PSUM-PERIOD.
011440     MOVE "Y" TO WS-PSUM-FOUND-SW.
011450     READ PE1-PSUM-FILE
011460         INVALID KEY
011470             MOVE "N" TO WS-PSUM-FOUND-SW
011480     END-READ.
011490     IF NOT WS-PSUM-FOUND
011500         MOVE SPACES TO PSUM-REQUEST-ID
011510         MOVE "Y" TO WS-PSUM-FOUND-SW
011520         READ PE1-PSUM-FILE
011530             INVALID KEY
011540                 MOVE "N" TO WS-PSUM-FOUND-SW
011550         END-READ
011560     END-IF.
011570     CLOSE PE1-PSUM-FILE.
011580     IF NOT WS-PSUM-FOUND OR NOT PSUM-CLOSED
011590         GO TO 3650-CHECK-PERIOD-OPEN-EXIT
011600     END-IF.
011610     MOVE "Y" TO WS-PERIOD-CLOSED-SW.
011620     MOVE "Y" TO WS-WRITE-ERROR-SW.
011630     DISPLAY "PE1MERGE RUN DATE " WS-CURRENT-DATE
011640         " IS IN A CLOSED PERIOD - HISTORY NOT WRITTEN".
011650     MOVE "MRG-006" TO WS-LOG-CODE.
011660     MOVE "E"       TO WS-LOG-SEVERITY.
011670     MOVE "PERIOD CLOSED - HISTORY NOT WRITTEN"
011680         TO WS-LOG-TEXT.
011690     MOVE WS-CURRENT-DATE TO WS-LOG-VALUE-1.
011700     PERFORM 9000-WRITE-LOG-RECORD
011710         THRU 9000-WRITE-LOG-RECORD-EXIT.
011720 3650-CHECK-PERIOD-OPEN-EXIT.
011730     EXIT.
011740******************************************************************
011750*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
011760*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
011770*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
011780*    MESSAGES, AND THE RETURN CODE STAYS WITH THE STEP'S OWN
011790*    FINALIZE LOGIC - THE LOG RECORDS A CONDITION, IT DOES NOT
011800*    GRADE THE STEP.
011810******************************************************************
011820 9000-WRITE-LOG-RECORD.
011830     IF NOT WS-LOG-IS-OPEN
011840         GO TO 9000-WRITE-LOG-RECORD-CLEAR
011850     END-IF.
011860     MOVE SPACES            TO PE1-LOG-RECORD.
011870     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
011880     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
011890     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
011900     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
011910     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
011920     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
011930     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
011940     WRITE PE1-LOG-RECORD.
011950 9000-WRITE-LOG-RECORD-CLEAR.
011960     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
011970 9000-WRITE-LOG-RECORD-EXIT.
011980     EXIT.
