000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1APPR.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - ONLINE APPROVAL
000110*                   TRANSACTION FOR PE1-PCHG PARAMETER CHANGES.
000120*                   A SECOND OPERATOR, NEVER THE ONE WHO KEYED
000130*                   THE CHANGE IN PE1MNT, APPROVES OR REJECTS
000140*                   EACH CHANGE AWAITING APPROVAL; THE DECISION
000150*                   IS STAMPED ON PE1-PCHG AND LOGGED TO PE1-CHG.
000160******************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.  IBM-Z.
000200 OBJECT-COMPUTER.  IBM-Z.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PE1-CTL-FILE   ASSIGN TO "PE1CTL"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-CTL-FILE-STATUS.
000260     SELECT PE1-PCHG-FILE  ASSIGN TO "PE1PCHG"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PCHG-KEY
000300         FILE STATUS IS WS-PCHG-FILE-STATUS.
000310     SELECT PE1-CHG-FILE   ASSIGN TO "PE1CHG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CHG-FILE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PE1-CTL-FILE
000370     RECORDING MODE IS F.
000380     COPY "PE1CTL.CPY".
000390 FD  PE1-PCHG-FILE.
000400     COPY "PE1PCHG.CPY".
000410 FD  PE1-CHG-FILE
000420     RECORDING MODE IS F.
000430     COPY "PE1CHG.CPY".
000440******************************************************************
000450 WORKING-STORAGE SECTION.
000460******************************************************************
000470*    FILE STATUS SWITCH
000480******************************************************************
000490 01  WS-CTL-FILE-STATUS          PIC X(02) VALUE "00".
000500 01  WS-PCHG-FILE-STATUS         PIC X(02) VALUE "00".
000510 01  WS-CHG-FILE-STATUS          PIC X(02) VALUE "00".
000520******************************************************************
000530*    WORKING COPY OF ONE CONTROL RECORD - MIRRORS PE1CTL.CPY
000540*    FIELD FOR FIELD.  THE CARD AS IT STANDS IS SHOWN BESIDE
000550*    THE CHANGE UNDER REVIEW AND BECOMES THE OLD SIDE OF THE
000560*    CHANGE-HISTORY RECORD.
000570******************************************************************
000580 01  WS-CTL-RECORD.
000590     05  WS-CEILING              PIC 9(8)  VALUE ZEROS.
000600     05  WS-DIVISOR-COUNT        PIC 9(2)  VALUE ZEROS.
000610     05  WS-DIVISOR-TABLE        PIC 9(3)  OCCURS 10 TIMES
000620                                     VALUE ZEROS.
000630     05  WS-RESTART-FLAG         PIC X(01) VALUE "N".
000640     05  WS-CKPT-INTERVAL        PIC 9(6)  VALUE ZEROS.
000650     05  WS-REQUEST-ID           PIC X(08) VALUE SPACES.
000660     05  WS-RETAIN-RUNS          PIC 9(3)  VALUE ZEROS.
000670     05  WS-RANGE-START          PIC 9(8)  VALUE ZEROS.
000680     05  WS-RANGE-END            PIC 9(8)  VALUE ZEROS.
000690     05  WS-PARTITION-ID         PIC X(02) VALUE SPACES.
000700     05  FILLER                  PIC X(04) VALUE SPACES.
000710******************************************************************
000720*    EVERY CONTROL RECORD ON FILE, HELD WHOLE SO THE CARD FOR
000730*    THE CHOSEN CHANGE'S REQUEST CAN BE FOUND WITHOUT A REREAD.
000740******************************************************************
000750 01  WS-CTL-TABLE.
000760     05  WS-CTL-ENTRY            PIC X(80) OCCURS 20 TIMES.
000770*    (ENTRY LENGTH MATCHES THE PE1CTL.CPY RECORD LENGTH)
000780 01  WS-CTL-ENTRY-COUNT          PIC 9(2)  VALUE ZEROS.
000790 01  WS-CTL-ENTRY-IDX            PIC 9(2)  VALUE ZEROS.
000800 01  WS-CTL-FOUND-SW             PIC X(01) VALUE "N".
000810     88  WS-CTL-FOUND                VALUE "Y".
000820 01  WS-EOF-CTL-SW               PIC X(01) VALUE "N".
000830     88  WS-EOF-CTL                  VALUE "Y".
000840******************************************************************
000850*    PENDING-CHANGE SWEEP AND SELECTION
000860******************************************************************
000870 01  WS-EOF-PCHG-SW              PIC X(01) VALUE "N".
000880     88  WS-EOF-PCHG                 VALUE "Y".
000890 01  WS-PENDING-COUNT            PIC 9(4)  VALUE ZEROS.
000900 01  WS-ELIGIBLE-COUNT           PIC 9(4)  VALUE ZEROS.
000910 01  WS-REQUEST-ID-INPUT         PIC X(08) VALUE SPACES.
000920 01  WS-EFFECTIVE-DATE-INPUT     PIC 9(8)  VALUE ZEROS.
000930 01  WS-CHANGE-SELECTED-SW       PIC X(01) VALUE "N".
000940     88  WS-CHANGE-SELECTED          VALUE "Y".
000950******************************************************************
000960*    REVIEWER, DECISION, AND DECISION TIMESTAMP
000970******************************************************************
000980 01  WS-REVIEWER-INPUT           PIC X(08) VALUE SPACES.
000990 01  WS-REVIEWER-OK-SW           PIC X(01) VALUE "N".
001000     88  WS-REVIEWER-OK              VALUE "Y".
001010 01  WS-DECISION-INPUT           PIC X(01) VALUE SPACE.
001020     88  WS-DECISION-APPROVE         VALUE "A".
001030     88  WS-DECISION-REJECT          VALUE "R".
001040     88  WS-DECISION-VALID           VALUE "A" "R".
001050 01  WS-APPR-CURRENT-DATE        PIC 9(8)  VALUE ZEROS.
001060 01  WS-APPR-CURRENT-TIME        PIC 9(8)  VALUE ZEROS.
001070 01  WS-APPR-TIMESTAMP           PIC X(14) VALUE SPACES.
001080 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
001090 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001100******************************************************************
001110 PROCEDURE DIVISION.
001120******************************************************************
001130 0000-MAINLINE.
001140     PERFORM 1000-LOAD-CONTROL-CARDS
001150         THRU 1000-LOAD-CONTROL-CARDS-EXIT.
001160     PERFORM 2000-ACCEPT-REVIEWER-ID
001170         THRU 2000-ACCEPT-REVIEWER-ID-EXIT
001180         UNTIL WS-REVIEWER-OK.
001190     PERFORM 3000-LIST-PENDING-CHANGES
001200         THRU 3000-LIST-PENDING-CHANGES-EXIT.
001210     IF WS-ELIGIBLE-COUNT = ZERO
001220         CLOSE PE1-PCHG-FILE
001230         DISPLAY "PE1APPR - NO CHANGE AWAITING YOUR APPROVAL"
001240         STOP RUN
001250     END-IF.
001260     PERFORM 4000-SELECT-CHANGE
001270         THRU 4000-SELECT-CHANGE-EXIT
001280         UNTIL WS-CHANGE-SELECTED.
001290     PERFORM 5000-DISPLAY-CHANGE
001300         THRU 5000-DISPLAY-CHANGE-EXIT.
001310     PERFORM 6000-ACCEPT-DECISION
001320         THRU 6000-ACCEPT-DECISION-EXIT
001330         UNTIL WS-DECISION-VALID.
001340     PERFORM 7000-RECORD-DECISION
001350         THRU 7000-RECORD-DECISION-EXIT.
001360     IF WS-DECISION-APPROVE
001370         DISPLAY "PE1APPR - CHANGE APPROVED FOR REQUEST "
001380             PCHG-REQUEST-ID " EFFECTIVE " PCHG-EFFECTIVE-DATE
001390     ELSE
001400         DISPLAY "PE1APPR - CHANGE REJECTED FOR REQUEST "
001410             PCHG-REQUEST-ID " EFFECTIVE " PCHG-EFFECTIVE-DATE
001420     END-IF.
001430     STOP RUN.
001440******************************************************************
001450*    1000-LOAD-CONTROL-CARDS - READ EVERY PE1-CTL RECORD INTO THE
001460*    TABLE.  A MISSING PE1-CTL IS A SETUP PROBLEM, NOT SOMETHING
001470*    THIS TRANSACTION SHOULD TRY TO PAPER OVER.
001480******************************************************************
001490 1000-LOAD-CONTROL-CARDS.
001500     OPEN INPUT PE1-CTL-FILE.
001510     IF WS-CTL-FILE-STATUS NOT = "00"
001520         MOVE "UNABLE TO OPEN PE1-CTL FOR APPROVAL"
001530             TO WS-ABEND-MESSAGE
001540         GO TO 9800-ABEND-RUN
001550     END-IF.
001560     PERFORM 1020-READ-ONE-CTL-RECORD
001570         THRU 1020-READ-ONE-CTL-RECORD-EXIT
001580         UNTIL WS-EOF-CTL.
001590     CLOSE PE1-CTL-FILE.
001600 1000-LOAD-CONTROL-CARDS-EXIT.
001610     EXIT.
001620******************************************************************
001630 1020-READ-ONE-CTL-RECORD.
001640     READ PE1-CTL-FILE
001650         AT END
001660             MOVE "Y" TO WS-EOF-CTL-SW
001670         NOT AT END
001680             IF WS-CTL-ENTRY-COUNT < 20
001690                 ADD 1 TO WS-CTL-ENTRY-COUNT
001700                 MOVE PE1-CTL-RECORD
001710                     TO WS-CTL-ENTRY (WS-CTL-ENTRY-COUNT)
001720             ELSE
001730                 MOVE "PE1-CTL HAS MORE THAN 20 REQUEST RECORDS"
001740                     TO WS-ABEND-MESSAGE
001750                 GO TO 9800-ABEND-RUN
001760             END-IF
001770     END-READ.
001780 1020-READ-ONE-CTL-RECORD-EXIT.
001790     EXIT.
001800******************************************************************
001810*    2000-ACCEPT-REVIEWER-ID - THE WHOLE POINT OF DUAL CONTROL
001820*    IS KNOWING WHO THE SECOND PAIR OF EYES WAS, SO A BLANK ID
001830*    IS NOT DEFAULTED - THE PROMPT REPEATS, AS IN PE1MNT.
001840******************************************************************
001850 2000-ACCEPT-REVIEWER-ID.
001860     DISPLAY "REVIEWER OPERATOR ID: ".
001870     MOVE SPACES TO WS-REVIEWER-INPUT.
001880     ACCEPT WS-REVIEWER-INPUT.
001890     IF WS-REVIEWER-INPUT = SPACES
001900     OR WS-REVIEWER-INPUT = "UNKNOWN"
001910         DISPLAY "A REVIEWER OPERATOR ID IS REQUIRED"
001920     ELSE
001930         MOVE "Y" TO WS-REVIEWER-OK-SW
001940     END-IF.
001950 2000-ACCEPT-REVIEWER-ID-EXIT.
001960     EXIT.
001970******************************************************************
001980*    3000-LIST-PENDING-CHANGES - SWEEP PE1-PCHG AND SHOW EVERY
001990*    CHANGE STILL AWAITING APPROVAL.  A CHANGE THE REVIEWER
002000*    KEYED THEMSELVES IS LISTED BUT FLAGGED - NOBODY APPROVES
002010*    THEIR OWN CHANGE.  NO PE1-PCHG FILE AT ALL SIMPLY MEANS
002020*    NOTHING HAS EVER BEEN KEYED.  THE FILE IS LEFT OPEN I-O FOR
002030*    THE REWRITE OF THE CHOSEN CHANGE.
002040******************************************************************
002050 3000-LIST-PENDING-CHANGES.
002060     OPEN I-O PE1-PCHG-FILE.
002070     IF WS-PCHG-FILE-STATUS NOT = "00"
002080         DISPLAY "PE1APPR - NO PE1-PCHG FILE - NOTHING TO APPROVE"
002090         STOP RUN
002100     END-IF.
002110     MOVE LOW-VALUES TO PCHG-KEY.
002120     START PE1-PCHG-FILE KEY IS NOT LESS THAN PCHG-KEY
002130         INVALID KEY
002140             MOVE "Y" TO WS-EOF-PCHG-SW
002150     END-START.
002160     DISPLAY "CHANGES AWAITING APPROVAL:".
002170     DISPLAY "  REQUEST  EFFECTIVE KEYED BY".
002180     PERFORM 3010-LIST-ONE-PENDING-CHANGE
002190         THRU 3010-LIST-ONE-PENDING-CHANGE-EXIT
002200         UNTIL WS-EOF-PCHG.
002210     IF WS-PENDING-COUNT = ZERO
002220         DISPLAY "  (NONE)"
002230     END-IF.
002240 3000-LIST-PENDING-CHANGES-EXIT.
002250     EXIT.
002260******************************************************************
002270 3010-LIST-ONE-PENDING-CHANGE.
002280     READ PE1-PCHG-FILE NEXT RECORD
002290         AT END
002300             MOVE "Y" TO WS-EOF-PCHG-SW
002310             GO TO 3010-LIST-ONE-PENDING-CHANGE-EXIT
002320     END-READ.
002330     IF NOT PCHG-PENDING
002340         GO TO 3010-LIST-ONE-PENDING-CHANGE-EXIT
002350     END-IF.
002360     ADD 1 TO WS-PENDING-COUNT.
002370     IF PCHG-OPERATOR = WS-REVIEWER-INPUT
002380         DISPLAY "  " PCHG-REQUEST-ID " " PCHG-EFFECTIVE-DATE
002390             "  " PCHG-OPERATOR "  (YOUR OWN - NOT ELIGIBLE)"
002392         GO TO 3010-LIST-ONE-PENDING-CHANGE-EXIT
002394     END-IF.
002396     IF PCHG-OPERATOR = SPACES OR PCHG-OPERATOR = "UNKNOWN"
002398         DISPLAY "  " PCHG-REQUEST-ID " " PCHG-EFFECTIVE-DATE
002400             "  " PCHG-OPERATOR "  (NO OPERATOR ID - RE-KEY)"
002402         GO TO 3010-LIST-ONE-PENDING-CHANGE-EXIT
002404     END-IF.
002410     ADD 1 TO WS-ELIGIBLE-COUNT.
002420     DISPLAY "  " PCHG-REQUEST-ID " " PCHG-EFFECTIVE-DATE
002430         "  " PCHG-OPERATOR.
002450 3010-LIST-ONE-PENDING-CHANGE-EXIT.
002460     EXIT.
002470******************************************************************
002480*    4000-SELECT-CHANGE - RE-PROMPT UNTIL THE REVIEWER NAMES A
002490*    CHANGE THAT IS ON FILE, STILL AWAITING APPROVAL, AND WAS
002500*    KEYED BY SOMEONE ELSE.  ONE KEYED WITHOUT AN OPERATOR ID
002502*    (BEFORE PE1MNT REQUIRED ONE) CANNOT BE SHOWN TO BE SOMEONE
002504*    ELSE'S, SO IT IS NOT ELIGIBLE - IT IS RE-KEYED IN PE1MNT.
002510******************************************************************
002520 4000-SELECT-CHANGE.
002530     DISPLAY "REQUEST ID OF THE CHANGE TO REVIEW: ".
002540     MOVE SPACES TO WS-REQUEST-ID-INPUT.
002550     ACCEPT WS-REQUEST-ID-INPUT.
002560     DISPLAY "EFFECTIVE DATE YYYYMMDD: ".
002570     MOVE ZERO TO WS-EFFECTIVE-DATE-INPUT.
002580     ACCEPT WS-EFFECTIVE-DATE-INPUT.
002590     MOVE WS-REQUEST-ID-INPUT     TO PCHG-REQUEST-ID.
002600     MOVE WS-EFFECTIVE-DATE-INPUT TO PCHG-EFFECTIVE-DATE.
002610     READ PE1-PCHG-FILE
002620         INVALID KEY
002630             DISPLAY "NO CHANGE ON FILE FOR " WS-REQUEST-ID-INPUT
002640                 " EFFECTIVE " WS-EFFECTIVE-DATE-INPUT
002650             GO TO 4000-SELECT-CHANGE-EXIT
002660     END-READ.
002670     IF NOT PCHG-PENDING
002680         DISPLAY "THAT CHANGE IS NOT AWAITING APPROVAL"
002690         GO TO 4000-SELECT-CHANGE-EXIT
002700     END-IF.
002710     IF PCHG-OPERATOR = WS-REVIEWER-INPUT
002720         DISPLAY "YOU KEYED THAT CHANGE - A DIFFERENT OPERATOR "
002730             "MUST REVIEW IT"
002740         GO TO 4000-SELECT-CHANGE-EXIT
002750     END-IF.
002751     IF PCHG-OPERATOR = SPACES OR PCHG-OPERATOR = "UNKNOWN"
002752         DISPLAY "THAT CHANGE WAS KEYED WITHOUT AN OPERATOR ID - "
002753             "RE-KEY IT IN PE1MNT"
002754         GO TO 4000-SELECT-CHANGE-EXIT
002755     END-IF.
002760     MOVE "Y" TO WS-CHANGE-SELECTED-SW.
002770 4000-SELECT-CHANGE-EXIT.
002780     EXIT.
002790******************************************************************
002800*    5000-DISPLAY-CHANGE - SHOW THE CARD AS IT STANDS BESIDE THE
002810*    CHANGE, SO THE REVIEWER SEES WHAT IS ACTUALLY CHANGING.  A
002820*    REQUEST NO LONGER ON PE1-CTL SHOWS ZEROS ON THE CURRENT
002830*    SIDE.
002840******************************************************************
002850 5000-DISPLAY-CHANGE.
002860     MOVE "N" TO WS-CTL-FOUND-SW.
002870     PERFORM 5010-FIND-ONE-CTL-ENTRY
002880         THRU 5010-FIND-ONE-CTL-ENTRY-EXIT
002890         VARYING WS-CTL-ENTRY-IDX FROM 1 BY 1
002900             UNTIL WS-CTL-ENTRY-IDX > WS-CTL-ENTRY-COUNT
002910                OR WS-CTL-FOUND.
002920     IF NOT WS-CTL-FOUND
002930         INITIALIZE WS-CTL-RECORD
002940         DISPLAY "REQUEST IS NOT ON PE1-CTL"
002950     END-IF.
002960     DISPLAY "PE1APPR - PARAMETER CHANGE REVIEW".
002970     DISPLAY "REQUEST ID...........: " PCHG-REQUEST-ID.
002980     DISPLAY "EFFECTIVE DATE.......: " PCHG-EFFECTIVE-DATE.
002990     DISPLAY "KEYED BY.............: " PCHG-OPERATOR
003000         " AT " PCHG-KEYED-TIMESTAMP.
003010     DISPLAY "CEILING..............: " WS-CEILING
003020         " -> " PCHG-CEILING.
003030     DISPLAY "DIVISOR COUNT........: " WS-DIVISOR-COUNT
003040         " -> " PCHG-DIVISOR-COUNT.
003050     PERFORM 5020-DISPLAY-ONE-DIVISOR
003060         THRU 5020-DISPLAY-ONE-DIVISOR-EXIT
003070         VARYING WS-DIV-IDX FROM 1 BY 1 UNTIL WS-DIV-IDX > 10.
003080 5000-DISPLAY-CHANGE-EXIT.
003090     EXIT.
003100******************************************************************
003110 5010-FIND-ONE-CTL-ENTRY.
003120     MOVE WS-CTL-ENTRY (WS-CTL-ENTRY-IDX) TO WS-CTL-RECORD.
003130     IF WS-REQUEST-ID = PCHG-REQUEST-ID
003140         MOVE "Y" TO WS-CTL-FOUND-SW
003150     END-IF.
003160 5010-FIND-ONE-CTL-ENTRY-EXIT.
003170     EXIT.
003180******************************************************************
003190 5020-DISPLAY-ONE-DIVISOR.
003200     IF WS-DIV-IDX > WS-DIVISOR-COUNT
003210     AND WS-DIV-IDX > PCHG-DIVISOR-COUNT
003220         GO TO 5020-DISPLAY-ONE-DIVISOR-EXIT
003230     END-IF.
003240     DISPLAY "  DIVISOR " WS-DIV-IDX ": "
003250         WS-DIVISOR-TABLE (WS-DIV-IDX) " -> "
003260         PCHG-DIVISOR-TABLE (WS-DIV-IDX).
003270 5020-DISPLAY-ONE-DIVISOR-EXIT.
003280     EXIT.
003290******************************************************************
003300 6000-ACCEPT-DECISION.
003310     DISPLAY "A = APPROVE, R = REJECT: ".
003320     MOVE SPACE TO WS-DECISION-INPUT.
003330     ACCEPT WS-DECISION-INPUT.
003340     IF NOT WS-DECISION-VALID
003350         DISPLAY "ENTER A OR R"
003360     END-IF.
003370 6000-ACCEPT-DECISION-EXIT.
003380     EXIT.
003390******************************************************************
003400*    7000-RECORD-DECISION - STAMP THE DECISION, REVIEWER, AND
003410*    TIME ON THE PENDING CHANGE, THEN APPEND IT TO THE PE1-CHG
003420*    CHANGE-HISTORY LOG: OLD VALUES ARE THE CARD AS IT STANDS,
003430*    NEW VALUES THE CHANGE REVIEWED.
003440******************************************************************
003450 7000-RECORD-DECISION.
003460     ACCEPT WS-APPR-CURRENT-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-APPR-CURRENT-TIME FROM TIME.
003480     MOVE WS-APPR-CURRENT-DATE TO WS-APPR-TIMESTAMP (1:8).
003490     MOVE WS-APPR-CURRENT-TIME (1:6) TO WS-APPR-TIMESTAMP (9:6).
003500     IF WS-DECISION-APPROVE
003510         MOVE "V" TO PCHG-STATUS
003520     ELSE
003530         MOVE "R" TO PCHG-STATUS
003540     END-IF.
003550     MOVE WS-REVIEWER-INPUT   TO PCHG-REVIEWER.
003560     MOVE WS-APPR-TIMESTAMP   TO PCHG-REVIEWED-TIMESTAMP.
003570     REWRITE PE1-PCHG-RECORD
003580         INVALID KEY
003590             MOVE "PE1-PCHG REWRITE FAILED"
003600                 TO WS-ABEND-MESSAGE
003610             GO TO 9800-ABEND-RUN
003620     END-REWRITE.
003630     CLOSE PE1-PCHG-FILE.
003640     PERFORM 7100-WRITE-CHANGE-HISTORY
003650         THRU 7100-WRITE-CHANGE-HISTORY-EXIT.
003660 7000-RECORD-DECISION-EXIT.
003670     EXIT.
003680******************************************************************
003690*    7100-WRITE-CHANGE-HISTORY - EXTEND, FALLING BACK TO OUTPUT
003700*    THE FIRST TIME THE LOG EVER EXISTS.
003710******************************************************************
003720 7100-WRITE-CHANGE-HISTORY.
003730     OPEN EXTEND PE1-CHG-FILE.
003740     IF WS-CHG-FILE-STATUS NOT = "00"
003750         OPEN OUTPUT PE1-CHG-FILE
003760     END-IF.
003770     IF WS-CHG-FILE-STATUS NOT = "00"
003780         MOVE "UNABLE TO OPEN PE1-CHG CHANGE-HISTORY LOG"
003790             TO WS-ABEND-MESSAGE
003800         GO TO 9800-ABEND-RUN
003810     END-IF.
003820     MOVE SPACES              TO PE1-CHG-RECORD.
003830     MOVE WS-APPR-TIMESTAMP   TO CHG-TIMESTAMP.
003840     MOVE WS-REVIEWER-INPUT   TO CHG-OPERATOR.
003850     MOVE PCHG-REQUEST-ID     TO CHG-REQUEST-ID.
003860     MOVE PCHG-EFFECTIVE-DATE TO CHG-EFFECTIVE-DATE.
003870     MOVE PCHG-STATUS         TO CHG-SOURCE.
003880     MOVE WS-CEILING          TO CHG-OLD-CEILING.
003890     MOVE WS-DIVISOR-COUNT    TO CHG-OLD-DIVISOR-COUNT.
003900     MOVE PCHG-CEILING        TO CHG-NEW-CEILING.
003910     MOVE PCHG-DIVISOR-COUNT  TO CHG-NEW-DIVISOR-COUNT.
003920     PERFORM 7110-HISTORY-ONE-DIVISOR
003930         THRU 7110-HISTORY-ONE-DIVISOR-EXIT
003940         VARYING WS-DIV-IDX FROM 1 BY 1 UNTIL WS-DIV-IDX > 10.
003950     WRITE PE1-CHG-RECORD.
003960     CLOSE PE1-CHG-FILE.
003970 7100-WRITE-CHANGE-HISTORY-EXIT.
003980     EXIT.
003990******************************************************************
004000 7110-HISTORY-ONE-DIVISOR.
004010     MOVE WS-DIVISOR-TABLE (WS-DIV-IDX)
004020         TO CHG-OLD-DIVISOR-TABLE (WS-DIV-IDX).
004030     MOVE PCHG-DIVISOR-TABLE (WS-DIV-IDX)
004040         TO CHG-NEW-DIVISOR-TABLE (WS-DIV-IDX).
004050 7110-HISTORY-ONE-DIVISOR-EXIT.
004060     EXIT.
004070******************************************************************
004080*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
004090*    NON-ZERO RETURN CODE.
004100******************************************************************
004110 9800-ABEND-RUN.
004120     DISPLAY "PE1APPR ABEND - " WS-ABEND-MESSAGE.
004130     MOVE 16 TO RETURN-CODE.
004140     STOP RUN.
