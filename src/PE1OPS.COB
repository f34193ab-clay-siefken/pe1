000190*                   UNACKNOWLEDGED FEEDS, WARNINGS AND ERRORS,
000200*                   MISSING HISTORY - SO THE 8 AM REVIEW STARTS
000210*                   FROM ONE PAGE INSTEAD OF FOUR FILE DUMPS.
000211*  2026-10-15  DD   WIDE RESULT - THE REQUEST LINE NOW SHOWS THE
000212*                   PIC 9(16) RESULT; COLUMNS RE-SPACED TO FIT.
000213*  2026-10-15  DD   RUN LOG - WARNINGS AND ERRORS THE OTHER
000214*                   STEPS APPEND TO PE1-LOG (VAL-, ACK-, DST-
000215*                   AND THE REST) NOW COUNT IN THE TOTALS AND
000216*                   ARE LISTED IN THE EXCEPTIONS SECTION.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
001140     05  WS-REQ-ENTRY OCCURS 50 TIMES.
001150         10  WS-REQ-ID           PIC X(08).
001160         10  WS-REQ-HIST-SW      PIC X(01).
001170         10  WS-REQ-RESULT       PIC 9(16).
001180         10  WS-REQ-STAT-SW      PIC X(01).
001190         10  WS-REQ-FEED-STATUS  PIC X(01).
001200         10  WS-REQ-RETRANS      PIC 9(3).
001580 01  WS-DFD-OVERFLOW             PIC 9(4)  VALUE ZEROS.
001590 01  WS-CAT-NIGHT-IDX            PIC 9(2)  VALUE ZEROS.
001600******************************************************************
001601*    THE NIGHT'S WARNINGS AND ERRORS FROM THE OTHER STEPS (VAL-,
001602*    ACK-, DST- AND THE REST, SEE PE1LOG.CPY), PRINTED AS RAISED.
001603*    THE TABLE (WS-STEP-MESSAGE-TABLE, AFTER THE ABEND MESSAGE)
001604*    CAPS AT 40; ANY OVERFLOW IS COUNTED AND REPORTED AS ONE LINE.
001605******************************************************************
001606 01  WS-STM-COUNT                PIC 9(2)  VALUE ZEROS.
001607 01  WS-STM-IDX                  PIC 9(2)  VALUE ZEROS.
001608 01  WS-STM-OVERFLOW             PIC 9(4)  VALUE ZEROS.
001609******************************************************************
001610*    EXCEPTION AND RUN-LEVEL COUNTERS
001620******************************************************************
001630 01  WS-OPS-COUNTERS.
001830     05  RPT-EXC-TEXT            PIC X(40).
001840     05  FILLER                  PIC X(28) VALUE SPACES.
001850 01  WS-RPT-COLUMN-HEADER        PIC X(80) VALUE
001860     "REQUEST            RESULT  SEV FEED      CODES RAISED".
001870 01  WS-RPT-DETAIL-LINE.
001880     05  RPT-DTL-REQUEST-ID      PIC X(08).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  RPT-DTL-RESULT          PIC X(16).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  RPT-DTL-SEVERITY        PIC X(01).
001930     05  FILLER                  PIC X(03) VALUE SPACES.
001940     05  RPT-DTL-FEED            PIC X(10).
001943     05  RPT-DTL-CODES           PIC X(39).
001947 01  WS-RPT-STEP-MESSAGE-LINE.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  RPT-STM-REQUEST-ID      PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  RPT-STM-CODE            PIC X(07).
001981     05  FILLER                  PIC X(01) VALUE SPACES.
001983     05  RPT-STM-SEVERITY        PIC X(01).
001984     05  FILLER                  PIC X(01) VALUE SPACES.
001986     05  RPT-STM-TEXT            PIC X(40).
001987     05  FILLER                  PIC X(18) VALUE SPACES.
001989 01  WS-RESULT-EDIT              PIC Z(15)9.
001990 01  WS-RPT-RUN-LINE.
002000     05  FILLER                  PIC X(05) VALUE "RUN: ".
002010     05  RPT-RUN-RUN-ID          PIC X(14).
002110*    ABEND / ERROR MESSAGE AREA
002120******************************************************************
002130 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
002131*    STEP WARNINGS AND ERRORS - WS-STM-COUNT OF THEM ARE HELD.
002132 01  WS-STEP-MESSAGE-TABLE.
002134     05  WS-STM-ENTRY OCCURS 40 TIMES.
002135         10  WS-STM-REQ          PIC X(08).
002136         10  WS-STM-CODE         PIC X(07).
002138         10  WS-STM-SEV          PIC X(01).
002139         10  WS-STM-TEXT         PIC X(40).
002140******************************************************************
002150 PROCEDURE DIVISION.
002160******************************************************************
003710*    A RECORD BELONGS TO THE NIGHT WHEN ITS RUN-ID OPENS WITH
003720*    THE REVIEW DATE.  RUN-LEVEL MESSAGES (BLANK REQUEST ID)
003730*    COUNT TOWARD THE WARNING/ERROR TOTALS BUT HAVE NO REQUEST
003740*    LINE TO LAND ON.  THE OTHER STEPS' WARNINGS AND ERRORS
003744*    COUNT THE SAME WAY AND ARE LISTED ONE BY ONE; THEY DO NOT
003748*    OPEN A REQUEST LINE, WHICH TRACKS PE1'S OWN RUNS.
003750******************************************************************
003760 2300-GATHER-LOG.
003770     OPEN INPUT PE1-LOG-FILE.
004020     IF LOG-SEV-ERROR
004030         ADD 1 TO WS-ERROR-COUNT
004040     END-IF.
004041     IF LOG-MESSAGE-CODE (1:4) NOT = "PE1-"
004042         IF LOG-SEV-WARNING OR LOG-SEV-ERROR
004043             PERFORM 2450-NOTE-STEP-MESSAGE
004044                 THRU 2450-NOTE-STEP-MESSAGE-EXIT
004045         END-IF
004046         GO TO 2400-GATHER-ONE-LOG-RECORD-EXIT
004047     END-IF.
004050     IF LOG-REQUEST-ID = SPACES
004060         GO TO 2400-GATHER-ONE-LOG-RECORD-EXIT
004070     END-IF.
006190         WRITE PE1-OPSR-RECORD FROM WS-RPT-EXCEPTION-LINE
006200         ADD 1 TO WS-EXCEPTION-COUNT
006210     END-IF.
006213     PERFORM 3175-PRINT-STEP-MESSAGES
006217         THRU 3175-PRINT-STEP-MESSAGES-EXIT.
006220     IF WS-EXCEPTION-COUNT = ZERO
006230         MOVE SPACES TO WS-RPT-EXCEPTION-LINE
006240         MOVE "NONE - CLEAN NIGHT" TO RPT-EXC-TEXT
007100     MOVE WS-REQ-ID (WS-REQ-IDX) TO RPT-DTL-REQUEST-ID.
007110     IF WS-REQ-HIST-SW (WS-REQ-IDX) = "Y"
007120         MOVE WS-REQ-RESULT (WS-REQ-IDX) TO WS-RESULT-EDIT
007130         MOVE WS-RESULT-EDIT TO RPT-DTL-RESULT
007140     ELSE
007150         MOVE "         NO HIST" TO RPT-DTL-RESULT
007160     END-IF.
007170     MOVE WS-REQ-MAX-SEV (WS-REQ-IDX) TO RPT-DTL-SEVERITY.
007180     EVALUATE WS-REQ-FEED-STATUS (WS-REQ-IDX)
007890     DISPLAY "PE1OPS ABEND - " WS-ABEND-MESSAGE.
007900     MOVE 16 TO RETURN-CODE.
007910     STOP RUN.
007920******************************************************************
007930 2450-NOTE-STEP-MESSAGE.
007940     IF WS-STM-COUNT NOT < 40
007950         ADD 1 TO WS-STM-OVERFLOW
007960         GO TO 2450-NOTE-STEP-MESSAGE-EXIT
007970     END-IF.
007980     ADD 1 TO WS-STM-COUNT.
007990     MOVE LOG-REQUEST-ID   TO WS-STM-REQ (WS-STM-COUNT).
008000     MOVE LOG-MESSAGE-CODE TO WS-STM-CODE (WS-STM-COUNT).
008010     MOVE LOG-SEVERITY     TO WS-STM-SEV (WS-STM-COUNT).
008020     MOVE LOG-MESSAGE-TEXT TO WS-STM-TEXT (WS-STM-COUNT).
008030 2450-NOTE-STEP-MESSAGE-EXIT.
008040     EXIT.
008050******************************************************************
008060*    3175-PRINT-STEP-MESSAGES - THE OTHER STEPS' WARNINGS AND
008070*    ERRORS, THEN ONE LINE FOR ANY THE TABLE HAD NO ROOM FOR.
008080******************************************************************
008090 3175-PRINT-STEP-MESSAGES.
008100     PERFORM 3180-PRINT-ONE-STEP-MESSAGE
008110         THRU 3180-PRINT-ONE-STEP-MESSAGE-EXIT
008120         VARYING WS-STM-IDX FROM 1 BY 1
008130             UNTIL WS-STM-IDX > WS-STM-COUNT.
008140     IF WS-STM-OVERFLOW > ZERO
008150         MOVE SPACES TO WS-RPT-EXCEPTION-LINE
008160         MOVE "MORE STEP WARNINGS/ERRORS - SEE PE1-LOG"
008170             TO RPT-EXC-TEXT
008180         WRITE PE1-OPSR-RECORD FROM WS-RPT-EXCEPTION-LINE
008190         ADD 1 TO WS-EXCEPTION-COUNT
008200     END-IF.
008210 3175-PRINT-STEP-MESSAGES-EXIT.
008220     EXIT.
008230******************************************************************
008240*    3180-PRINT-ONE-STEP-MESSAGE - ONE LINE PER WARNING OR ERROR
008250*    ANOTHER STEP LOGGED FOR THE NIGHT, WITH ITS CODE SO THE
008260*    REVIEW CAN LOOK IT UP IN THE REGISTRY.
008270******************************************************************
008280 3180-PRINT-ONE-STEP-MESSAGE.
008290     MOVE WS-STM-REQ (WS-STM-IDX)  TO RPT-STM-REQUEST-ID.
008300     MOVE WS-STM-CODE (WS-STM-IDX) TO RPT-STM-CODE.
008310     MOVE WS-STM-SEV (WS-STM-IDX)  TO RPT-STM-SEVERITY.
008320     MOVE WS-STM-TEXT (WS-STM-IDX) TO RPT-STM-TEXT.
008330     WRITE PE1-OPSR-RECORD FROM WS-RPT-STEP-MESSAGE-LINE.
008340     ADD 1 TO WS-EXCEPTION-COUNT.
008350 3180-PRINT-ONE-STEP-MESSAGE-EXIT.
008360     EXIT.
