000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PE1CHAIN.
000030 AUTHOR.        D DRISCOLL.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY
000090*  ------------------------------------------------------------
000100*  2026-10-15  DD   ORIGINAL VERSION - NIGHTLY JOB-STREAM
000110*                   CONTROLLER.  THE STREAM RUNS THIS STEP
000120*                   BEFORE EACH STEP OF THE CHAIN (PE1, OR THE
000130*                   PE1PRTNN PARTITIONS AND PE1MERGE, THEN
000140*                   PE1VAL, PE1DIST, PE1XMIT AND PE1ACK, PLUS
000150*                   PE1RETX ON DEMAND) TO GATE IT, AND AFTER IT
000160*                   TO RECORD HOW IT ENDED, ON THE PE1-STEP
000170*                   STATUS FILE KEYED BY RUN DATE PLUS STEP.
000180*                   A STEP WHOSE PREDECESSOR DID NOT END WITHIN
000190*                   ITS ALLOWED RETURN CODES IS REFUSED; A STEP
000200*                   ALREADY COMPLETE IS BYPASSED, SO A
000210*                   RESUBMITTED STREAM PICKS UP AT THE FIRST
000220*                   STEP NOT COMPLETE INSTEAD OF THE TOP; A
000230*                   SENDING STEP LEFT RUNNING OR ENDED FAILED IS
000240*                   NEVER RERUN UNTIL AN OPERATOR RESETS IT, SO
000250*                   A FEED IS NOT SENT TWICE BY MISTAKE.  A LIST
000260*                   CARD PRINTS THE NIGHT'S STATUS FOR ON-CALL.
000265*                   THE RUN DATE IS REQUIRED ON EVERY CARD.
000270******************************************************************
000280*  THE PE1CHNC CONTROL CARD NAMES THE FUNCTION:
000290*    B  BEGIN - GATE THE STEP.  RC 0 = RUN IT, RC 4 = ALREADY
000300*       COMPLETE (BYPASS IT), RC 8 = REFUSED (PREDECESSOR NOT
000310*       COMPLETE), RC 12 = REFUSED (A SENDING STEP IS STILL
000320*       MARKED RUNNING OR ENDED FAILED - IT MAY HAVE SENT;
000325*       RESET IT FIRST).
000330*    E  END - RECORD THE STEP'S RETURN CODE FROM THE CARD.
000340*       RC 0 = WITHIN ITS ALLOWED CODES, RC 8 = OUTSIDE THEM.
000350*    R  RESET - AN OPERATOR RELEASES A STEP FOR A DELIBERATE
000360*       RERUN (OPERATOR AND REASON REQUIRED, BOTH LOGGED).
000370*    L  LIST - PRINT THE RUN DATE'S STEP STATUS AND WHERE THE
000380*       STREAM WILL RESUME.  RC 4 WHEN A STEP FAILED OR IS
000390*       STILL MARKED RUNNING.
000400*  THE RUN DATE IS REQUIRED ON EVERY CARD.  THE STREAM PASSES
000402*  THE SAME DATE TO EVERY STEP OF THE NIGHT.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.  IBM-Z.
000450 OBJECT-COMPUTER.  IBM-Z.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PE1-CHNC-FILE  ASSIGN TO "PE1CHNC"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-CHNC-FILE-STATUS.
000510     SELECT PE1-STEP-FILE  ASSIGN TO "PE1STEP"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS STEP-KEY
000550         FILE STATUS IS WS-STEP-FILE-STATUS.
000560     SELECT PE1-CHNR-FILE  ASSIGN TO "PE1CHNR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CHNR-FILE-STATUS.
000590     SELECT PE1-LOG-FILE   ASSIGN TO "PE1LOG"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LOG-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PE1-CHNC-FILE
000650     RECORDING MODE IS F.
000660 01  PE1-CHNC-RECORD.
000670     05  CHNC-FUNCTION           PIC X(01).
000680     05  CHNC-RUN-DATE           PIC X(08).
000690     05  CHNC-STEP-NAME          PIC X(08).
000700     05  CHNC-STEP-RC            PIC X(03).
000710     05  CHNC-OPERATOR           PIC X(08).
000720     05  CHNC-REASON             PIC X(40).
000730     05  FILLER                  PIC X(12).
000740 FD  PE1-STEP-FILE.
000750     COPY "PE1STEP.CPY".
000760 FD  PE1-CHNR-FILE
000770     RECORDING MODE IS F.
000780 01  PE1-CHNR-RECORD             PIC X(80).
000790 FD  PE1-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY "PE1LOG.CPY".
000820******************************************************************
000830 WORKING-STORAGE SECTION.
000840******************************************************************
000850*    FILE STATUS SWITCHES
000860******************************************************************
000870 01  WS-FILE-STATUSES.
000880     05  WS-CHNC-FILE-STATUS     PIC X(02) VALUE "00".
000890     05  WS-STEP-FILE-STATUS     PIC X(02) VALUE "00".
000900     05  WS-CHNR-FILE-STATUS     PIC X(02) VALUE "00".
000910     05  WS-LOG-FILE-STATUS      PIC X(02) VALUE "00".
000920******************************************************************
000930*    PROCESSING SWITCHES
000940******************************************************************
000950 01  WS-CHAIN-SWITCHES.
000960     05  WS-EOF-STEP-SW          PIC X(01) VALUE "N".
000970         88  WS-EOF-STEP             VALUE "Y".
000980     05  WS-STEP-FOUND-SW        PIC X(01) VALUE "N".
000990         88  WS-STEP-FOUND           VALUE "Y".
001000     05  WS-DEF-FOUND-SW         PIC X(01) VALUE "N".
001010         88  WS-DEF-FOUND            VALUE "Y".
001020     05  WS-PRED-MET-SW          PIC X(01) VALUE "N".
001030         88  WS-PRED-MET             VALUE "Y".
001040     05  WS-RC-ALLOWED-SW        PIC X(01) VALUE "N".
001050         88  WS-RC-ALLOWED           VALUE "Y".
001060******************************************************************
001070*    THE CONTROL CARD, HELD BEFORE THE CARD FILE IS CLOSED
001080******************************************************************
001090 01  WS-CARD-FIELDS.
001100     05  WS-FUNCTION             PIC X(01) VALUE SPACES.
001110         88  WS-FUNC-BEGIN           VALUE "B".
001120         88  WS-FUNC-END             VALUE "E".
001130         88  WS-FUNC-RESET           VALUE "R".
001140         88  WS-FUNC-LIST            VALUE "L".
001150     05  WS-RUN-DATE             PIC X(08) VALUE SPACES.
001160     05  WS-STEP-NAME            PIC X(08) VALUE SPACES.
001170     05  WS-CARD-RC-X            PIC X(03) VALUE SPACES.
001180     05  WS-CARD-RC REDEFINES WS-CARD-RC-X
001190                                 PIC 9(03).
001200     05  WS-OPERATOR             PIC X(08) VALUE SPACES.
001210     05  WS-REASON               PIC X(40) VALUE SPACES.
001220******************************************************************
001230*    THE NIGHTLY CHAIN - ONE ENTRY PER STEP, IN RUN ORDER:
001240*      NAME        STEP NAME (PE1PRT IS MATCHED ON ITS FIRST SIX
001250*                  CHARACTERS - ONE STEP PER PARTITION, PE1PRTNN)
001260*      KIND        M = MAIN CHAIN, P = PARTITION, D = ON DEMAND
001270*      PRED-KIND   BLANK = FIRST STEP, S = EITHER NAMED STEP
001280*                  COMPLETE, P = EVERY PARTITION COMPLETE
001290*      ALLOWED     THE RETURN CODES THE STEP MAY END WITH AND
001300*                  STILL COUNT COMPLETE (COUNT, THEN CODES)
001310*      SEND        Y = THE STEP SENDS A FEED OUTSIDE - NEVER
001320*                  RERUN FROM RUNNING WITHOUT AN OPERATOR RESET
001330*    PE1 ENDS 4 ON WARNINGS AND 12 WHEN QUIESCED; PE1VAL ENDS 8
001340*    WHEN IT HOLDS THE FEED; PE1DIST ENDS 4 WHEN A DESTINATION
001350*    MATCHED NOTHING, WHICH DOES NOT STOP THE SEND.
001360******************************************************************
001370 01  WS-STEP-DEF-VALUES.
001380     05  FILLER PIC X(11) VALUE "PE1     8M ".
001390     05  FILLER PIC X(16) VALUE SPACES.
001400     05  FILLER PIC X(08) VALUE "2000400N".
001410     05  FILLER PIC X(11) VALUE "PE1PRT  6P ".
001420     05  FILLER PIC X(16) VALUE SPACES.
001430     05  FILLER PIC X(08) VALUE "2000400N".
001440     05  FILLER PIC X(11) VALUE "PE1MERGE8MP".
001450     05  FILLER PIC X(16) VALUE SPACES.
001460     05  FILLER PIC X(08) VALUE "2000400N".
001470     05  FILLER PIC X(11) VALUE "PE1VAL  8MS".
001480     05  FILLER PIC X(16) VALUE "PE1     PE1MERGE".
001490     05  FILLER PIC X(08) VALUE "1000000N".
001500     05  FILLER PIC X(11) VALUE "PE1DIST 8MS".
001510     05  FILLER PIC X(16) VALUE "PE1VAL          ".
001520     05  FILLER PIC X(08) VALUE "2000400Y".
001530     05  FILLER PIC X(11) VALUE "PE1XMIT 8MS".
001540     05  FILLER PIC X(16) VALUE "PE1DIST         ".
001550     05  FILLER PIC X(08) VALUE "1000000Y".
001560     05  FILLER PIC X(11) VALUE "PE1ACK  8MS".
001570     05  FILLER PIC X(16) VALUE "PE1XMIT         ".
001580     05  FILLER PIC X(08) VALUE "2000400N".
001590     05  FILLER PIC X(11) VALUE "PE1RETX 8DS".
001600     05  FILLER PIC X(16) VALUE "PE1XMIT         ".
001610     05  FILLER PIC X(08) VALUE "1000000Y".
001620 01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEF-VALUES.
001630     05  WS-DEF-ENTRY OCCURS 8 TIMES.
001640         10  WS-DEF-NAME         PIC X(08).
001650         10  WS-DEF-MATCH-LEN    PIC 9(01).
001660         10  WS-DEF-KIND         PIC X(01).
001670         10  WS-DEF-PRED-KIND    PIC X(01).
001680         10  WS-DEF-PRED-1       PIC X(08).
001690         10  WS-DEF-PRED-2       PIC X(08).
001700         10  WS-DEF-ALLOWED-COUNT
001710                                 PIC 9(01).
001720         10  WS-DEF-ALLOWED-RC   PIC 9(02) OCCURS 3 TIMES.
001730         10  WS-DEF-SEND-SW      PIC X(01).
001740 01  WS-DEF-COUNT                PIC 9(2)  VALUE 8.
001750 01  WS-DEF-IDX                  PIC 9(2)  VALUE ZEROS.
001760 01  WS-STEP-DEF-IDX             PIC 9(2)  VALUE ZEROS.
001770 01  WS-ALW-IDX                  PIC 9(1)  VALUE ZEROS.
001780******************************************************************
001790*    PREDECESSOR AND RESUME-POINT WORK AREAS
001800******************************************************************
001810 01  WS-CHECK-NAME               PIC X(08) VALUE SPACES.
001820 01  WS-PRED-NAME                PIC X(08) VALUE SPACES.
001830 01  WS-PART-COUNT               PIC 9(3)  VALUE ZEROS.
001840 01  WS-PART-OPEN-COUNT          PIC 9(3)  VALUE ZEROS.
001850 01  WS-FIRST-OPEN-PART          PIC X(08) VALUE SPACES.
001860 01  WS-RESUME-STEP              PIC X(08) VALUE SPACES.
001870 01  WS-ATTENTION-COUNT          PIC 9(3)  VALUE ZEROS.
001880 01  WS-CHAIN-RC                 PIC 9(2)  VALUE ZEROS.
001890******************************************************************
001900*    CURRENT DATE/TIME - STAMPS THE STEP'S START AND END.
001920******************************************************************
001930 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
001940 01  WS-CURRENT-TIME             PIC 9(8)  VALUE ZEROS.
001950******************************************************************
001960*    REPORT PRINT LINE TEMPLATES
001970******************************************************************
001980 01  WS-RPT-HEADING-LINE-1.
001990     05  FILLER                  PIC X(36) VALUE
002000         "PE1CHAIN  NIGHTLY JOB-STREAM STATUS".
002010     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002020     05  RPT-HDG1-RUN-DATE       PIC X(08).
002030     05  FILLER                  PIC X(26) VALUE SPACES.
002040 01  WS-RPT-BLANK-LINE           PIC X(80) VALUE SPACES.
002050 01  WS-RPT-COLUMN-HEADER.
002060     05  FILLER                  PIC X(39) VALUE
002070         "STEP     STATUS       STARTED          ".
002080     05  FILLER                  PIC X(41) VALUE
002090         "ENDED             RC  TRY  BYP".
002100 01  WS-RPT-DETAIL-LINE.
002110     05  RPT-DTL-STEP            PIC X(08).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  RPT-DTL-STATUS          PIC X(12).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  RPT-DTL-START-DATE      PIC X(08).
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  RPT-DTL-START-TIME      PIC X(06).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-DTL-END-DATE        PIC X(08).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  RPT-DTL-END-TIME        PIC X(06).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RPT-DTL-RC              PIC ZZ9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RPT-DTL-ATTEMPTS        PIC ZZ9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  RPT-DTL-BYPASSES        PIC ZZ9.
002280     05  FILLER                  PIC X(11) VALUE SPACES.
002290 01  WS-RPT-RESUME-LINE.
002300     05  FILLER                  PIC X(11) VALUE "RESUME AT: ".
002310     05  RPT-RES-STEP            PIC X(08).
002320     05  FILLER                  PIC X(61) VALUE SPACES.
002330 01  WS-RPT-TEXT-LINE            PIC X(80).
002340 01  WS-RPT-ATTENTION-LINE.
002350     05  FILLER                  PIC X(25) VALUE
002360         "STEPS NEEDING ATTENTION: ".
002370     05  RPT-ATT-COUNT           PIC ZZ9.
002380     05  FILLER                  PIC X(52) VALUE SPACES.
002390******************************************************************
002400*    ABEND / ERROR MESSAGE AREA
002410******************************************************************
002420 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002430******************************************************************
002440*    PE1-LOG WORK AREAS - CALLERS FILL THESE IN AND PERFORM
002450*    9000-WRITE-LOG-RECORD.  THE RUN-ID CARRIES THE RUN DATE
002460*    THE CARD NAMES, SO THE MORNING REVIEW FILES EACH GATE
002470*    DECISION UNDER THE RIGHT NIGHT (SEE PE1LOG.CPY).
002480******************************************************************
002490 01  WS-LOG-WORK-AREAS.
002500     05  WS-LOG-CODE             PIC X(07) VALUE SPACES.
002510     05  WS-LOG-SEVERITY         PIC X(01) VALUE "I".
002520     05  WS-LOG-TEXT             PIC X(40) VALUE SPACES.
002530     05  WS-LOG-VALUE-1          PIC S9(16) VALUE ZEROS.
002540     05  WS-LOG-VALUE-2          PIC S9(16) VALUE ZEROS.
002550     05  WS-LOG-RUN-ID           PIC X(14) VALUE SPACES.
002560     05  WS-LOG-REQUEST-ID       PIC X(08) VALUE SPACES.
002570 01  WS-LOG-OPEN-SW              PIC X(01) VALUE "N".
002580     88  WS-LOG-IS-OPEN              VALUE "Y".
002590******************************************************************
002600 PROCEDURE DIVISION.
002610******************************************************************
002620*    0000-MAINLINE
002630******************************************************************
002640 0000-MAINLINE.
002650     PERFORM 1000-INITIALIZE      THRU 1000-INITIALIZE-EXIT.
002660     EVALUATE TRUE
002670         WHEN WS-FUNC-BEGIN
002680             PERFORM 2000-BEGIN-STEP  THRU 2000-BEGIN-STEP-EXIT
002690         WHEN WS-FUNC-END
002700             PERFORM 2500-END-STEP    THRU 2500-END-STEP-EXIT
002710         WHEN WS-FUNC-RESET
002720             PERFORM 2700-RESET-STEP  THRU 2700-RESET-STEP-EXIT
002730         WHEN WS-FUNC-LIST
002740             PERFORM 3000-PRINT-STATUS
002750                 THRU 3000-PRINT-STATUS-EXIT
002760     END-EVALUATE.
002770     PERFORM 4000-FINALIZE        THRU 4000-FINALIZE-EXIT.
002780     STOP RUN.
002790 0000-MAINLINE-EXIT.
002800     EXIT.
002810******************************************************************
002820*    1000-INITIALIZE - THE CONTROL CARD, THEN THE STATUS FILE.
002830******************************************************************
002840 1000-INITIALIZE.
002850     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002860     ACCEPT WS-CURRENT-TIME FROM TIME.
002870     PERFORM 1050-OPEN-RUN-LOG THRU 1050-OPEN-RUN-LOG-EXIT.
002880     PERFORM 1100-READ-CONTROL-CARD
002890         THRU 1100-READ-CONTROL-CARD-EXIT.
002900     MOVE WS-RUN-DATE TO WS-LOG-RUN-ID (1:8).
002910     OPEN I-O PE1-STEP-FILE.
002920     IF WS-STEP-FILE-STATUS NOT = "00"
002930         OPEN OUTPUT PE1-STEP-FILE
002940         CLOSE PE1-STEP-FILE
002950         OPEN I-O PE1-STEP-FILE
002960     END-IF.
002970     IF WS-STEP-FILE-STATUS NOT = "00"
002980         MOVE "UNABLE TO OPEN PE1-STEP JOB-STREAM STATUS FILE"
002990             TO WS-ABEND-MESSAGE
003000         GO TO 9800-ABEND-RUN
003010     END-IF.
003020 1000-INITIALIZE-EXIT.
003030     EXIT.
003040******************************************************************
003050*    1050-OPEN-RUN-LOG - THE GATE APPENDS TO THE SAME PE1-LOG
003060*    THE STEPS IT CONTROLS WRITE.  A LOG THAT WILL NOT OPEN
003070*    COSTS THE MORNING REVIEW ITS RECORDS BUT NOT THE STREAM
003080*    ITS GATE - THE DECISION STILL REACHES THE CONSOLE.  UNTIL
003090*    THE CARD IS READ, ITS RECORDS CARRY ITS OWN START DATE AND
003100*    TIME AS THE RUN-ID.
003110******************************************************************
003120 1050-OPEN-RUN-LOG.
003130     MOVE WS-CURRENT-DATE       TO WS-LOG-RUN-ID (1:8).
003140     MOVE WS-CURRENT-TIME (1:6) TO WS-LOG-RUN-ID (9:6).
003150     OPEN EXTEND PE1-LOG-FILE.
003160     IF WS-LOG-FILE-STATUS NOT = "00"
003170         OPEN OUTPUT PE1-LOG-FILE
003180     END-IF.
003190     IF WS-LOG-FILE-STATUS NOT = "00"
003200         DISPLAY "PE1CHAIN UNABLE TO OPEN PE1-LOG - CONSOLE ONLY"
003210         GO TO 1050-OPEN-RUN-LOG-EXIT
003220     END-IF.
003230     MOVE "Y" TO WS-LOG-OPEN-SW.
003240 1050-OPEN-RUN-LOG-EXIT.
003250     EXIT.
003260******************************************************************
003270*    1100-READ-CONTROL-CARD - ONE CARD, ONE FUNCTION.  THE STEP
003280*    MUST BE ONE THE CHAIN KNOWS; AN END CARD MUST CARRY THE
003290*    STEP'S RETURN CODE, A RESET CARD AN OPERATOR AND REASON.
003300******************************************************************
003310 1100-READ-CONTROL-CARD.
003320     OPEN INPUT PE1-CHNC-FILE.
003330     IF WS-CHNC-FILE-STATUS NOT = "00"
003340         MOVE "UNABLE TO OPEN PE1CHNC CONTROL CARD FILE"
003350             TO WS-ABEND-MESSAGE
003360         GO TO 9800-ABEND-RUN
003370     END-IF.
003380     READ PE1-CHNC-FILE
003390         AT END
003400             MOVE "PE1CHNC CONTROL CARD FILE IS EMPTY"
003410                 TO WS-ABEND-MESSAGE
003420             GO TO 9800-ABEND-RUN
003430     END-READ.
003440*    THE CARD FIELDS ARE HELD BEFORE THE CLOSE - THE FD RECORD
003450*    AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
003460     MOVE CHNC-FUNCTION  TO WS-FUNCTION.
003470     MOVE CHNC-RUN-DATE  TO WS-RUN-DATE.
003480     MOVE CHNC-STEP-NAME TO WS-STEP-NAME.
003490     MOVE CHNC-STEP-RC   TO WS-CARD-RC-X.
003500     MOVE CHNC-OPERATOR  TO WS-OPERATOR.
003510     MOVE CHNC-REASON    TO WS-REASON.
003520     CLOSE PE1-CHNC-FILE.
003530     IF NOT WS-FUNC-BEGIN AND NOT WS-FUNC-END
003540        AND NOT WS-FUNC-RESET AND NOT WS-FUNC-LIST
003550         MOVE "PE1CHNC FUNCTION MUST BE B, E, R OR L"
003560             TO WS-ABEND-MESSAGE
003570         GO TO 9800-ABEND-RUN
003580     END-IF.
003582*    THE RUN DATE IS NEVER TAKEN FROM THE CLOCK - A STREAM THAT
003584*    CROSSES MIDNIGHT WOULD GATE ITS LATER STEPS AGAINST THE
003586*    NEXT DAY'S STEP RECORDS.
003590     IF WS-RUN-DATE = SPACES OR WS-RUN-DATE = ZEROS
003600         MOVE "PE1CHNC RUN DATE IS REQUIRED" TO WS-ABEND-MESSAGE
003605         GO TO 9800-ABEND-RUN
003610     END-IF.
003620     IF WS-RUN-DATE NOT NUMERIC
003630         MOVE "PE1CHNC RUN DATE IS NON-NUMERIC"
003640             TO WS-ABEND-MESSAGE
003650         GO TO 9800-ABEND-RUN
003660     END-IF.
003670     IF WS-FUNC-LIST
003680         GO TO 1100-READ-CONTROL-CARD-EXIT
003690     END-IF.
003700     PERFORM 1200-FIND-STEP-DEF THRU 1200-FIND-STEP-DEF-EXIT.
003710     IF NOT WS-DEF-FOUND
003720         MOVE "PE1CHNC STEP IS NOT IN THE NIGHTLY CHAIN"
003730             TO WS-ABEND-MESSAGE
003740         GO TO 9800-ABEND-RUN
003750     END-IF.
003760     IF WS-FUNC-END AND WS-CARD-RC-X NOT NUMERIC
003770         MOVE "PE1CHNC END CARD RETURN CODE IS NON-NUMERIC"
003780             TO WS-ABEND-MESSAGE
003790         GO TO 9800-ABEND-RUN
003800     END-IF.
003810     IF WS-FUNC-RESET
003820        AND (WS-OPERATOR = SPACES OR WS-REASON = SPACES)
003830         MOVE "PE1CHNC RESET NEEDS AN OPERATOR AND A REASON"
003840             TO WS-ABEND-MESSAGE
003850         GO TO 9800-ABEND-RUN
003860     END-IF.
003870 1100-READ-CONTROL-CARD-EXIT.
003880     EXIT.
003890******************************************************************
003900*    1200-FIND-STEP-DEF - LOCATE THE CARD'S STEP IN THE CHAIN
003910*    TABLE.  A PARTITION STEP MATCHES ON PE1PRT PLUS A NON-BLANK
003920*    PARTITION ID.
003930******************************************************************
003940 1200-FIND-STEP-DEF.
003950     MOVE "N" TO WS-DEF-FOUND-SW.
003960     PERFORM 1210-CHECK-ONE-STEP-DEF
003970         THRU 1210-CHECK-ONE-STEP-DEF-EXIT
003980         VARYING WS-DEF-IDX FROM 1 BY 1
003990             UNTIL WS-DEF-IDX > WS-DEF-COUNT
004000                OR WS-DEF-FOUND.
004010 1200-FIND-STEP-DEF-EXIT.
004020     EXIT.
004030******************************************************************
004040 1210-CHECK-ONE-STEP-DEF.
004050     IF WS-STEP-NAME (1:WS-DEF-MATCH-LEN (WS-DEF-IDX))
004060         NOT = WS-DEF-NAME (WS-DEF-IDX)
004070                 (1:WS-DEF-MATCH-LEN (WS-DEF-IDX))
004080         GO TO 1210-CHECK-ONE-STEP-DEF-EXIT
004090     END-IF.
004100     IF WS-DEF-KIND (WS-DEF-IDX) = "P"
004110        AND WS-STEP-NAME (7:2) = SPACES
004120         GO TO 1210-CHECK-ONE-STEP-DEF-EXIT
004130     END-IF.
004140     MOVE "Y"        TO WS-DEF-FOUND-SW.
004150     MOVE WS-DEF-IDX TO WS-STEP-DEF-IDX.
004160 1210-CHECK-ONE-STEP-DEF-EXIT.
004170     EXIT.
004180******************************************************************
004190*    2000-BEGIN-STEP - THE GATE.  A STEP ALREADY COMPLETE FOR
004200*    THE RUN DATE IS BYPASSED (THE RESUBMITTED STREAM FLOWS
004210*    PAST IT TO THE FIRST STEP NOT DONE).  A SENDING STEP STILL
004220*    MARKED RUNNING, OR ONE THAT ENDED FAILED, MAY HAVE SENT SOME
004230*    OR ALL OF ITS FEED, SO IT WAITS FOR AN OPERATOR RESET.
004235*    OTHERWISE THE PREDECESSOR MUST BE COMPLETE, AND THE STEP IS
004240*    MARKED RUNNING AND RELEASED.
004250******************************************************************
004260 2000-BEGIN-STEP.
004270     PERFORM 2050-READ-STEP-RECORD
004280         THRU 2050-READ-STEP-RECORD-EXIT.
004290     IF WS-STEP-FOUND AND STEP-COMPLETE
004300         ADD 1 TO STEP-BYPASS-COUNT
004310         PERFORM 2080-REWRITE-STEP-RECORD
004320             THRU 2080-REWRITE-STEP-RECORD-EXIT
004330         DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
004340             " ALREADY COMPLETE - BYPASSED"
004350         MOVE "CHN-002" TO WS-LOG-CODE
004360         MOVE "I"       TO WS-LOG-SEVERITY
004370         MOVE SPACES    TO WS-LOG-TEXT
004380         MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8)
004390         MOVE "BYPASSED - ALREADY COMPLETE"
004400             TO WS-LOG-TEXT (10:27)
004410         MOVE STEP-RETURN-CODE TO WS-LOG-VALUE-1
004420         PERFORM 9000-WRITE-LOG-RECORD
004430             THRU 9000-WRITE-LOG-RECORD-EXIT
004440         MOVE 4 TO WS-CHAIN-RC
004450         GO TO 2000-BEGIN-STEP-EXIT
004460     END-IF.
004470     IF WS-STEP-FOUND AND (STEP-RUNNING OR STEP-FAILED)
004480        AND WS-DEF-SEND-SW (WS-STEP-DEF-IDX) = "Y"
004490         DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
004500             " LEFT RUNNING OR FAILED - MAY HAVE SENT - RESET"
004510             " IT BEFORE A RERUN"
004520         MOVE "CHN-004" TO WS-LOG-CODE
004530         MOVE "E"       TO WS-LOG-SEVERITY
004540         MOVE SPACES    TO WS-LOG-TEXT
004550         MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8)
004560         MOVE "RUNNING/FAILED - MAY HAVE SENT"
004570             TO WS-LOG-TEXT (10:30)
004580         PERFORM 9000-WRITE-LOG-RECORD
004590             THRU 9000-WRITE-LOG-RECORD-EXIT
004600         MOVE 12 TO WS-CHAIN-RC
004610         GO TO 2000-BEGIN-STEP-EXIT
004620     END-IF.
004630     PERFORM 2100-CHECK-PREDECESSOR
004640         THRU 2100-CHECK-PREDECESSOR-EXIT.
004650     IF NOT WS-PRED-MET
004660         DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
004670             " REFUSED - " WS-PRED-NAME " NOT COMPLETE"
004680         MOVE "CHN-003" TO WS-LOG-CODE
004690         MOVE "E"       TO WS-LOG-SEVERITY
004700         MOVE SPACES    TO WS-LOG-TEXT
004710         MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8)
004720         MOVE "REFUSED - WAITING ON" TO WS-LOG-TEXT (10:20)
004730         MOVE WS-PRED-NAME TO WS-LOG-TEXT (31:8)
004740         PERFORM 9000-WRITE-LOG-RECORD
004750             THRU 9000-WRITE-LOG-RECORD-EXIT
004760         MOVE 8 TO WS-CHAIN-RC
004770         GO TO 2000-BEGIN-STEP-EXIT
004780     END-IF.
004790*    THE PREDECESSOR READS USED THE RECORD AREA - THE STEP'S
004800*    OWN RECORD IS READ AGAIN BEFORE IT IS MARKED RUNNING.
004810     PERFORM 2050-READ-STEP-RECORD
004820         THRU 2050-READ-STEP-RECORD-EXIT.
004830     IF NOT WS-STEP-FOUND
004840         MOVE SPACES       TO PE1-STEP-RECORD
004850         MOVE WS-RUN-DATE  TO STEP-RUN-DATE
004860         MOVE WS-STEP-NAME TO STEP-NAME
004870         MOVE ZEROS        TO STEP-ATTEMPTS
004880                              STEP-BYPASS-COUNT
004890     END-IF.
004900     MOVE "R"             TO STEP-STATUS.
004910     MOVE WS-CURRENT-DATE TO STEP-START-DATE.
004920     MOVE WS-CURRENT-TIME TO STEP-START-TIME.
004930     MOVE SPACES          TO STEP-END-DATE
004940                             STEP-END-TIME.
004950     MOVE ZEROS           TO STEP-RETURN-CODE.
004960     ADD 1 TO STEP-ATTEMPTS.
004970     IF WS-STEP-FOUND
004980         PERFORM 2080-REWRITE-STEP-RECORD
004990             THRU 2080-REWRITE-STEP-RECORD-EXIT
005000     ELSE
005010         WRITE PE1-STEP-RECORD
005020             INVALID KEY
005030                 MOVE "PE1-STEP WRITE FAILED FOR THE GATED STEP"
005040                     TO WS-ABEND-MESSAGE
005050                 GO TO 9800-ABEND-RUN
005060         END-WRITE
005070     END-IF.
005080     DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
005090         " RELEASED - ATTEMPT " STEP-ATTEMPTS.
005100     MOVE "CHN-001" TO WS-LOG-CODE.
005110     MOVE "I"       TO WS-LOG-SEVERITY.
005120     MOVE SPACES    TO WS-LOG-TEXT.
005130     MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8).
005140     MOVE "STARTED" TO WS-LOG-TEXT (10:7).
005150     MOVE STEP-ATTEMPTS TO WS-LOG-VALUE-1.
005160     PERFORM 9000-WRITE-LOG-RECORD
005170         THRU 9000-WRITE-LOG-RECORD-EXIT.
005180     MOVE 0 TO WS-CHAIN-RC.
005190 2000-BEGIN-STEP-EXIT.
005200     EXIT.
005210******************************************************************
005220 2050-READ-STEP-RECORD.
005230     MOVE WS-RUN-DATE  TO STEP-RUN-DATE.
005240     MOVE WS-STEP-NAME TO STEP-NAME.
005250     MOVE "Y" TO WS-STEP-FOUND-SW.
005260     READ PE1-STEP-FILE
005270         INVALID KEY
005280             MOVE "N" TO WS-STEP-FOUND-SW
005290     END-READ.
005300 2050-READ-STEP-RECORD-EXIT.
005310     EXIT.
005320******************************************************************
005330 2080-REWRITE-STEP-RECORD.
005340     REWRITE PE1-STEP-RECORD
005350         INVALID KEY
005360             MOVE "PE1-STEP REWRITE FAILED FOR THE CARD'S STEP"
005370                 TO WS-ABEND-MESSAGE
005380             GO TO 9800-ABEND-RUN
005390     END-REWRITE.
005400 2080-REWRITE-STEP-RECORD-EXIT.
005410     EXIT.
005420******************************************************************
005430*    2100-CHECK-PREDECESSOR - THE FIRST STEP (AND EACH PARTITION)
005440*    HAS NONE.  A NAMED PREDECESSOR IS MET WHEN EITHER STEP
005450*    NAMED IS COMPLETE (PE1VAL FOLLOWS PE1 ON A WHOLE NIGHT AND
005460*    PE1MERGE ON A PARTITIONED ONE); PE1MERGE NEEDS EVERY
005470*    PARTITION GATED FOR THE NIGHT COMPLETE, AND AT LEAST ONE.
005480******************************************************************
005490 2100-CHECK-PREDECESSOR.
005500     MOVE "Y"    TO WS-PRED-MET-SW.
005510     MOVE SPACES TO WS-PRED-NAME.
005520     EVALUATE WS-DEF-PRED-KIND (WS-STEP-DEF-IDX)
005530         WHEN "S"
005540             PERFORM 2110-CHECK-NAMED-PREDECESSOR
005550                 THRU 2110-CHECK-NAMED-PREDECESSOR-EXIT
005560         WHEN "P"
005570             PERFORM 2150-CHECK-PARTITIONS
005580                 THRU 2150-CHECK-PARTITIONS-EXIT
005590             IF WS-PART-COUNT = ZERO OR WS-PART-OPEN-COUNT > ZERO
005600                 MOVE "N" TO WS-PRED-MET-SW
005610             END-IF
005620             MOVE WS-FIRST-OPEN-PART TO WS-PRED-NAME
005630             IF WS-PRED-NAME = SPACES
005640                 MOVE "PE1PRT" TO WS-PRED-NAME
005650             END-IF
005660     END-EVALUATE.
005670 2100-CHECK-PREDECESSOR-EXIT.
005680     EXIT.
005690******************************************************************
005700 2110-CHECK-NAMED-PREDECESSOR.
005710     MOVE "N" TO WS-PRED-MET-SW.
005720     MOVE WS-DEF-PRED-1 (WS-STEP-DEF-IDX) TO WS-PRED-NAME.
005730     MOVE WS-DEF-PRED-1 (WS-STEP-DEF-IDX) TO WS-CHECK-NAME.
005740     PERFORM 2120-CHECK-ONE-PREDECESSOR
005750         THRU 2120-CHECK-ONE-PREDECESSOR-EXIT.
005760     IF WS-PRED-MET
005770        OR WS-DEF-PRED-2 (WS-STEP-DEF-IDX) = SPACES
005780         GO TO 2110-CHECK-NAMED-PREDECESSOR-EXIT
005790     END-IF.
005800     MOVE WS-DEF-PRED-2 (WS-STEP-DEF-IDX) TO WS-CHECK-NAME.
005810     PERFORM 2120-CHECK-ONE-PREDECESSOR
005820         THRU 2120-CHECK-ONE-PREDECESSOR-EXIT.
005830 2110-CHECK-NAMED-PREDECESSOR-EXIT.
005840     EXIT.
005850******************************************************************
005860*    2120-CHECK-ONE-PREDECESSOR - SETS WS-PRED-MET WHEN THE STEP
005870*    IN WS-CHECK-NAME IS COMPLETE FOR THE RUN DATE.
005880******************************************************************
005890 2120-CHECK-ONE-PREDECESSOR.
005900     MOVE WS-RUN-DATE   TO STEP-RUN-DATE.
005910     MOVE WS-CHECK-NAME TO STEP-NAME.
005920     READ PE1-STEP-FILE
005930         INVALID KEY
005940             GO TO 2120-CHECK-ONE-PREDECESSOR-EXIT
005950     END-READ.
005960     IF STEP-COMPLETE
005970         MOVE "Y" TO WS-PRED-MET-SW
005980     END-IF.
005990 2120-CHECK-ONE-PREDECESSOR-EXIT.
006000     EXIT.
006010******************************************************************
006020*    2150-CHECK-PARTITIONS - BROWSE THE RUN DATE'S PE1PRTNN
006030*    RECORDS, COUNTING THEM AND THOSE NOT YET COMPLETE, AND
006040*    NOTING THE FIRST ONE STILL OPEN.
006050******************************************************************
006060 2150-CHECK-PARTITIONS.
006070     MOVE ZEROS  TO WS-PART-COUNT WS-PART-OPEN-COUNT.
006080     MOVE SPACES TO WS-FIRST-OPEN-PART.
006090     MOVE "N"    TO WS-EOF-STEP-SW.
006100     MOVE WS-RUN-DATE TO STEP-RUN-DATE.
006110     MOVE "PE1PRT"    TO STEP-NAME.
006120     START PE1-STEP-FILE KEY IS NOT LESS THAN STEP-KEY
006130         INVALID KEY
006140             MOVE "Y" TO WS-EOF-STEP-SW
006150     END-START.
006160     PERFORM 2160-CHECK-ONE-PARTITION
006170         THRU 2160-CHECK-ONE-PARTITION-EXIT
006180         UNTIL WS-EOF-STEP.
006190 2150-CHECK-PARTITIONS-EXIT.
006200     EXIT.
006210******************************************************************
006220 2160-CHECK-ONE-PARTITION.
006230     READ PE1-STEP-FILE NEXT RECORD
006240         AT END
006250             MOVE "Y" TO WS-EOF-STEP-SW
006260             GO TO 2160-CHECK-ONE-PARTITION-EXIT
006270     END-READ.
006280     IF STEP-RUN-DATE NOT = WS-RUN-DATE
006290        OR STEP-NAME (1:6) NOT = "PE1PRT"
006300         MOVE "Y" TO WS-EOF-STEP-SW
006310         GO TO 2160-CHECK-ONE-PARTITION-EXIT
006320     END-IF.
006330     ADD 1 TO WS-PART-COUNT.
006340     IF NOT STEP-COMPLETE
006350         ADD 1 TO WS-PART-OPEN-COUNT
006360         IF WS-FIRST-OPEN-PART = SPACES
006370             MOVE STEP-NAME TO WS-FIRST-OPEN-PART
006380         END-IF
006390     END-IF.
006400 2160-CHECK-ONE-PARTITION-EXIT.
006410     EXIT.
006420******************************************************************
006430*    2500-END-STEP - RECORD HOW THE STEP ENDED.  ONLY A STEP THE
006440*    GATE RELEASED CAN END; ITS RETURN CODE IS PROVED AGAINST
006450*    THE STEP'S ALLOWED SET, AND ONE OUTSIDE IT FAILS THE STEP
006460*    AND ENDS THIS ONE RC 8 SO THE STREAM STOPS THERE.
006470******************************************************************
006480 2500-END-STEP.
006490     PERFORM 2050-READ-STEP-RECORD
006500         THRU 2050-READ-STEP-RECORD-EXIT.
006510     IF NOT WS-STEP-FOUND OR NOT STEP-RUNNING
006520         MOVE "PE1CHNC END CARD FOR A STEP NOT MARKED RUNNING"
006530             TO WS-ABEND-MESSAGE
006540         GO TO 9800-ABEND-RUN
006550     END-IF.
006560     MOVE "N" TO WS-RC-ALLOWED-SW.
006570     PERFORM 2550-CHECK-ONE-ALLOWED-RC
006580         THRU 2550-CHECK-ONE-ALLOWED-RC-EXIT
006590         VARYING WS-ALW-IDX FROM 1 BY 1
006600             UNTIL WS-ALW-IDX >
006610                 WS-DEF-ALLOWED-COUNT (WS-STEP-DEF-IDX).
006620     MOVE WS-CARD-RC      TO STEP-RETURN-CODE.
006630     MOVE WS-CURRENT-DATE TO STEP-END-DATE.
006640     MOVE WS-CURRENT-TIME TO STEP-END-TIME.
006650     IF WS-RC-ALLOWED
006660         MOVE "C" TO STEP-STATUS
006670     ELSE
006680         MOVE "F" TO STEP-STATUS
006690     END-IF.
006700     PERFORM 2080-REWRITE-STEP-RECORD
006710         THRU 2080-REWRITE-STEP-RECORD-EXIT.
006720     MOVE SPACES       TO WS-LOG-TEXT.
006730     MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8).
006740     MOVE WS-CARD-RC   TO WS-LOG-VALUE-1.
006750     IF WS-RC-ALLOWED
006760         DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
006770             " COMPLETE - RC " WS-CARD-RC
006780         MOVE "CHN-005" TO WS-LOG-CODE
006790         MOVE "I"       TO WS-LOG-SEVERITY
006800         MOVE "ENDED WITHIN ALLOWED CODES"
006810             TO WS-LOG-TEXT (10:26)
006820         MOVE 0 TO WS-CHAIN-RC
006830     ELSE
006840         DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
006850             " FAILED - RC " WS-CARD-RC
006860         MOVE "CHN-006" TO WS-LOG-CODE
006870         MOVE "E"       TO WS-LOG-SEVERITY
006880         MOVE "ENDED OUTSIDE ALLOWED CODES"
006890             TO WS-LOG-TEXT (10:27)
006900         MOVE 8 TO WS-CHAIN-RC
006910     END-IF.
006920     PERFORM 9000-WRITE-LOG-RECORD
006930         THRU 9000-WRITE-LOG-RECORD-EXIT.
006940 2500-END-STEP-EXIT.
006950     EXIT.
006960******************************************************************
006970 2550-CHECK-ONE-ALLOWED-RC.
006980     IF WS-CARD-RC =
006990             WS-DEF-ALLOWED-RC (WS-STEP-DEF-IDX WS-ALW-IDX)
007000         MOVE "Y" TO WS-RC-ALLOWED-SW
007010     END-IF.
007020 2550-CHECK-ONE-ALLOWED-RC-EXIT.
007030     EXIT.
007040******************************************************************
007050*    2700-RESET-STEP - AN OPERATOR RELEASES A STEP FOR A
007060*    DELIBERATE RERUN: A SENDING STEP THAT DIED MID-SEND ONCE
007070*    THE CONSUMER HAS CONFIRMED WHAT ARRIVED, OR A COMPLETE
007080*    STEP THAT MUST RUN AGAIN (A SECOND RETRANSMIT).  WHO AND
007090*    WHY GO TO PE1-LOG.
007100******************************************************************
007110 2700-RESET-STEP.
007120     PERFORM 2050-READ-STEP-RECORD
007130         THRU 2050-READ-STEP-RECORD-EXIT.
007140     IF NOT WS-STEP-FOUND
007150         MOVE "PE1CHNC RESET FOR A STEP NEVER GATED FOR THE DATE"
007160             TO WS-ABEND-MESSAGE
007170         GO TO 9800-ABEND-RUN
007180     END-IF.
007190     MOVE "X"         TO STEP-STATUS.
007200     MOVE WS-OPERATOR TO STEP-RESET-OPERATOR.
007210     PERFORM 2080-REWRITE-STEP-RECORD
007220         THRU 2080-REWRITE-STEP-RECORD-EXIT.
007230     DISPLAY "PE1CHAIN " WS-STEP-NAME " " WS-RUN-DATE
007240         " RESET BY " WS-OPERATOR " - " WS-REASON.
007250     MOVE "CHN-007" TO WS-LOG-CODE.
007260     MOVE "W"       TO WS-LOG-SEVERITY.
007270     MOVE SPACES    TO WS-LOG-TEXT.
007280     MOVE WS-STEP-NAME TO WS-LOG-TEXT (1:8).
007290     MOVE "RESET FOR RERUN BY" TO WS-LOG-TEXT (10:18).
007300     MOVE WS-OPERATOR  TO WS-LOG-TEXT (29:8).
007310     MOVE STEP-RETURN-CODE TO WS-LOG-VALUE-1.
007320     PERFORM 9000-WRITE-LOG-RECORD
007330         THRU 9000-WRITE-LOG-RECORD-EXIT.
007340     MOVE "CHN-008" TO WS-LOG-CODE.
007350     MOVE "I"       TO WS-LOG-SEVERITY.
007360     MOVE WS-REASON TO WS-LOG-TEXT.
007370     PERFORM 9000-WRITE-LOG-RECORD
007380         THRU 9000-WRITE-LOG-RECORD-EXIT.
007390     MOVE 0 TO WS-CHAIN-RC.
007400 2700-RESET-STEP-EXIT.
007410     EXIT.
007420******************************************************************
007430*    3000-PRINT-STATUS - THE ON-CALL LISTING: EVERY STEP OF THE
007440*    CHAIN IN RUN ORDER WITH ITS STATUS, START, END, RETURN
007450*    CODE, ATTEMPTS AND BYPASSES (ONE LINE PER PARTITION ON A
007460*    PARTITIONED NIGHT; PE1RETX ONLY WHEN IT RAN), THEN WHERE A
007470*    RESUBMITTED STREAM WILL PICK UP.
007480******************************************************************
007490 3000-PRINT-STATUS.
007500     OPEN OUTPUT PE1-CHNR-FILE.
007510     IF WS-CHNR-FILE-STATUS NOT = "00"
007520         MOVE "UNABLE TO OPEN PE1CHNR REPORT FILE"
007530             TO WS-ABEND-MESSAGE
007540         GO TO 9800-ABEND-RUN
007550     END-IF.
007560     MOVE WS-RUN-DATE TO RPT-HDG1-RUN-DATE.
007570     WRITE PE1-CHNR-RECORD FROM WS-RPT-HEADING-LINE-1.
007580     WRITE PE1-CHNR-RECORD FROM WS-RPT-BLANK-LINE.
007590     WRITE PE1-CHNR-RECORD FROM WS-RPT-COLUMN-HEADER.
007600     PERFORM 3100-PRINT-ONE-CHAIN-STEP
007610         THRU 3100-PRINT-ONE-CHAIN-STEP-EXIT
007620         VARYING WS-DEF-IDX FROM 1 BY 1
007630             UNTIL WS-DEF-IDX > WS-DEF-COUNT.
007640     WRITE PE1-CHNR-RECORD FROM WS-RPT-BLANK-LINE.
007650     PERFORM 3300-FIND-RESUME-POINT
007660         THRU 3300-FIND-RESUME-POINT-EXIT.
007670     IF WS-RESUME-STEP = SPACES
007680         MOVE "CHAIN COMPLETE FOR THE RUN DATE"
007690             TO WS-RPT-TEXT-LINE
007700         WRITE PE1-CHNR-RECORD FROM WS-RPT-TEXT-LINE
007710     ELSE
007720         MOVE WS-RESUME-STEP TO RPT-RES-STEP
007730         WRITE PE1-CHNR-RECORD FROM WS-RPT-RESUME-LINE
007740     END-IF.
007750     MOVE WS-ATTENTION-COUNT TO RPT-ATT-COUNT.
007760     WRITE PE1-CHNR-RECORD FROM WS-RPT-ATTENTION-LINE.
007770     CLOSE PE1-CHNR-FILE.
007780     IF WS-ATTENTION-COUNT > ZERO
007790         MOVE 4 TO WS-CHAIN-RC
007800     END-IF.
007810 3000-PRINT-STATUS-EXIT.
007820     EXIT.
007830******************************************************************
007840 3100-PRINT-ONE-CHAIN-STEP.
007850     IF WS-DEF-KIND (WS-DEF-IDX) = "P"
007860         PERFORM 3150-PRINT-PARTITIONS
007870             THRU 3150-PRINT-PARTITIONS-EXIT
007880         GO TO 3100-PRINT-ONE-CHAIN-STEP-EXIT
007890     END-IF.
007900     MOVE WS-RUN-DATE              TO STEP-RUN-DATE.
007910     MOVE WS-DEF-NAME (WS-DEF-IDX) TO STEP-NAME.
007920     READ PE1-STEP-FILE
007930         INVALID KEY
007940             IF WS-DEF-KIND (WS-DEF-IDX) NOT = "D"
007950                 MOVE SPACES TO WS-RPT-DETAIL-LINE
007960                 MOVE WS-DEF-NAME (WS-DEF-IDX) TO RPT-DTL-STEP
007970                 MOVE "NOT STARTED" TO RPT-DTL-STATUS
007980                 WRITE PE1-CHNR-RECORD FROM WS-RPT-DETAIL-LINE
007990             END-IF
008000             GO TO 3100-PRINT-ONE-CHAIN-STEP-EXIT
008010     END-READ.
008020     PERFORM 3200-PRINT-ONE-STEP-LINE
008030         THRU 3200-PRINT-ONE-STEP-LINE-EXIT.
008040 3100-PRINT-ONE-CHAIN-STEP-EXIT.
008050     EXIT.
008060******************************************************************
008070 3150-PRINT-PARTITIONS.
008080     MOVE "N" TO WS-EOF-STEP-SW.
008090     MOVE WS-RUN-DATE TO STEP-RUN-DATE.
008100     MOVE "PE1PRT"    TO STEP-NAME.
008110     START PE1-STEP-FILE KEY IS NOT LESS THAN STEP-KEY
008120         INVALID KEY
008130             MOVE "Y" TO WS-EOF-STEP-SW
008140     END-START.
008150     PERFORM 3160-PRINT-ONE-PARTITION
008160         THRU 3160-PRINT-ONE-PARTITION-EXIT
008170         UNTIL WS-EOF-STEP.
008180 3150-PRINT-PARTITIONS-EXIT.
008190     EXIT.
008200******************************************************************
008210 3160-PRINT-ONE-PARTITION.
008220     READ PE1-STEP-FILE NEXT RECORD
008230         AT END
008240             MOVE "Y" TO WS-EOF-STEP-SW
008250             GO TO 3160-PRINT-ONE-PARTITION-EXIT
008260     END-READ.
008270     IF STEP-RUN-DATE NOT = WS-RUN-DATE
008280        OR STEP-NAME (1:6) NOT = "PE1PRT"
008290         MOVE "Y" TO WS-EOF-STEP-SW
008300         GO TO 3160-PRINT-ONE-PARTITION-EXIT
008310     END-IF.
008320     PERFORM 3200-PRINT-ONE-STEP-LINE
008330         THRU 3200-PRINT-ONE-STEP-LINE-EXIT.
008340 3160-PRINT-ONE-PARTITION-EXIT.
008350     EXIT.
008360******************************************************************
008370*    3200-PRINT-ONE-STEP-LINE - ONE LINE FROM THE STEP RECORD
008380*    IN THE RECORD AREA.  A FAILED STEP, OR ONE STILL MARKED
008390*    RUNNING, IS COUNTED FOR ON-CALL'S ATTENTION.
008400******************************************************************
008410 3200-PRINT-ONE-STEP-LINE.
008420     MOVE SPACES              TO WS-RPT-DETAIL-LINE.
008430     MOVE STEP-NAME           TO RPT-DTL-STEP.
008440     EVALUATE TRUE
008450         WHEN STEP-RUNNING
008460             MOVE "RUNNING"   TO RPT-DTL-STATUS
008470             ADD 1 TO WS-ATTENTION-COUNT
008480         WHEN STEP-COMPLETE
008490             MOVE "COMPLETE"  TO RPT-DTL-STATUS
008500         WHEN STEP-FAILED
008510             MOVE "FAILED"    TO RPT-DTL-STATUS
008520             ADD 1 TO WS-ATTENTION-COUNT
008530         WHEN STEP-RESET
008540             MOVE "RESET"     TO RPT-DTL-STATUS
008550         WHEN OTHER
008560             MOVE STEP-STATUS TO RPT-DTL-STATUS
008570     END-EVALUATE.
008580     MOVE STEP-START-DATE       TO RPT-DTL-START-DATE.
008590     MOVE STEP-START-TIME (1:6) TO RPT-DTL-START-TIME.
008600     MOVE STEP-END-DATE         TO RPT-DTL-END-DATE.
008610     MOVE STEP-END-TIME (1:6)   TO RPT-DTL-END-TIME.
008620     IF STEP-COMPLETE OR STEP-FAILED
008630         MOVE STEP-RETURN-CODE  TO RPT-DTL-RC
008640     END-IF.
008650     MOVE STEP-ATTEMPTS         TO RPT-DTL-ATTEMPTS.
008660     MOVE STEP-BYPASS-COUNT     TO RPT-DTL-BYPASSES.
008670     WRITE PE1-CHNR-RECORD FROM WS-RPT-DETAIL-LINE.
008680 3200-PRINT-ONE-STEP-LINE-EXIT.
008690     EXIT.
008700******************************************************************
008710*    3300-FIND-RESUME-POINT - THE FIRST MAIN-CHAIN STEP NOT
008720*    COMPLETE.  THE FIRST PHASE IS DONE WHEN PE1 OR PE1MERGE
008730*    IS; A PARTITIONED NIGHT NOT YET MERGED RESUMES AT ITS
008740*    FIRST OPEN PARTITION, OR AT PE1MERGE WHEN ALL ARE DONE.
008750*    SPACES MEANS THE CHAIN IS COMPLETE.
008760******************************************************************
008770 3300-FIND-RESUME-POINT.
008780     MOVE SPACES TO WS-RESUME-STEP.
008790     MOVE "N"    TO WS-PRED-MET-SW.
008800     MOVE "PE1"  TO WS-CHECK-NAME.
008810     PERFORM 2120-CHECK-ONE-PREDECESSOR
008820         THRU 2120-CHECK-ONE-PREDECESSOR-EXIT.
008830     IF NOT WS-PRED-MET
008840         MOVE "PE1MERGE" TO WS-CHECK-NAME
008850         PERFORM 2120-CHECK-ONE-PREDECESSOR
008860             THRU 2120-CHECK-ONE-PREDECESSOR-EXIT
008870     END-IF.
008880     IF NOT WS-PRED-MET
008890         PERFORM 2150-CHECK-PARTITIONS
008900             THRU 2150-CHECK-PARTITIONS-EXIT
008910         EVALUATE TRUE
008920             WHEN WS-FIRST-OPEN-PART NOT = SPACES
008930                 MOVE WS-FIRST-OPEN-PART TO WS-RESUME-STEP
008940             WHEN WS-PART-COUNT > ZERO
008950                 MOVE "PE1MERGE" TO WS-RESUME-STEP
008960             WHEN OTHER
008970                 MOVE "PE1" TO WS-RESUME-STEP
008980         END-EVALUATE
008990         GO TO 3300-FIND-RESUME-POINT-EXIT
009000     END-IF.
009010     PERFORM 3310-CHECK-ONE-LATER-STEP
009020         THRU 3310-CHECK-ONE-LATER-STEP-EXIT
009030         VARYING WS-DEF-IDX FROM 1 BY 1
009040             UNTIL WS-DEF-IDX > WS-DEF-COUNT
009050                OR WS-RESUME-STEP NOT = SPACES.
009060 3300-FIND-RESUME-POINT-EXIT.
009070     EXIT.
009080******************************************************************
009090 3310-CHECK-ONE-LATER-STEP.
009100     IF WS-DEF-KIND (WS-DEF-IDX) NOT = "M"
009110        OR WS-DEF-PRED-KIND (WS-DEF-IDX) NOT = "S"
009120         GO TO 3310-CHECK-ONE-LATER-STEP-EXIT
009130     END-IF.
009140     MOVE "N" TO WS-PRED-MET-SW.
009150     MOVE WS-DEF-NAME (WS-DEF-IDX) TO WS-CHECK-NAME.
009160     PERFORM 2120-CHECK-ONE-PREDECESSOR
009170         THRU 2120-CHECK-ONE-PREDECESSOR-EXIT.
009180     IF NOT WS-PRED-MET
009190         MOVE WS-DEF-NAME (WS-DEF-IDX) TO WS-RESUME-STEP
009200     END-IF.
009210 3310-CHECK-ONE-LATER-STEP-EXIT.
009220     EXIT.
009230******************************************************************
009240*    4000-FINALIZE - CLOSE UP AND HAND THE GATE'S DECISION TO
009250*    THE STREAM AS THE RETURN CODE.
009260******************************************************************
009270 4000-FINALIZE.
009280     CLOSE PE1-STEP-FILE.
009290     DISPLAY "PE1CHAIN FUNCTION " WS-FUNCTION " RUN DATE "
009300         WS-RUN-DATE " STEP " WS-STEP-NAME " RC " WS-CHAIN-RC.
009310     IF WS-LOG-IS-OPEN
009320         CLOSE PE1-LOG-FILE
009330     END-IF.
009340     MOVE WS-CHAIN-RC TO RETURN-CODE.
009350 4000-FINALIZE-EXIT.
009360     EXIT.
009370******************************************************************
009380*    9000-WRITE-LOG-RECORD - WRITE ONE PE1-LOG RECORD FROM THE
009390*    WS-LOG WORK AREAS AND CLEAR THE VALUE FIELDS FOR THE NEXT
009400*    CALLER.  THE CONSOLE ALREADY CARRIES THE STEP'S OWN
009410*    MESSAGES, AND THE RETURN CODE STAYS WITH THE GATE'S OWN
009420*    DECISION - THE LOG RECORDS A CONDITION, IT DOES NOT GRADE
009430*    THE STEP.
009440******************************************************************
009450 9000-WRITE-LOG-RECORD.
009460     IF NOT WS-LOG-IS-OPEN
009470         GO TO 9000-WRITE-LOG-RECORD-CLEAR
009480     END-IF.
009490     MOVE SPACES            TO PE1-LOG-RECORD.
009500     MOVE WS-LOG-CODE       TO LOG-MESSAGE-CODE.
009510     MOVE WS-LOG-SEVERITY   TO LOG-SEVERITY.
009520     MOVE WS-LOG-RUN-ID     TO LOG-RUN-ID.
009530     MOVE WS-LOG-REQUEST-ID TO LOG-REQUEST-ID.
009540     MOVE WS-LOG-TEXT       TO LOG-MESSAGE-TEXT.
009550     MOVE WS-LOG-VALUE-1    TO LOG-VALUE-1.
009560     MOVE WS-LOG-VALUE-2    TO LOG-VALUE-2.
009570     WRITE PE1-LOG-RECORD.
009580 9000-WRITE-LOG-RECORD-CLEAR.
009590     MOVE ZEROS TO WS-LOG-VALUE-1 WS-LOG-VALUE-2.
009600 9000-WRITE-LOG-RECORD-EXIT.
009610     EXIT.
009620******************************************************************
009630*    9800-ABEND-RUN - DISPLAY THE REASON AND END THE RUN WITH A
009640*    NON-ZERO RETURN CODE SO THE SCHEDULER FLAGS THE JOB FAILED.
009650******************************************************************
009660 9800-ABEND-RUN.
009670     DISPLAY "PE1CHAIN ABEND - " WS-ABEND-MESSAGE.
009680     MOVE "CHN-099" TO WS-LOG-CODE.
009690     MOVE "E"       TO WS-LOG-SEVERITY.
009700     MOVE WS-ABEND-MESSAGE TO WS-LOG-TEXT.
009710     PERFORM 9000-WRITE-LOG-RECORD
009720         THRU 9000-WRITE-LOG-RECORD-EXIT.
009730     IF WS-LOG-IS-OPEN
009740         CLOSE PE1-LOG-FILE
009750     END-IF.
009760     MOVE 16 TO RETURN-CODE.
009770     STOP RUN.
