000240*                   QUALIFYING SET.  SO THE CHANGE BOARD SEES
000250*                   WHAT THE CHANGE WILL DO TO THE NUMBER WHILE
000260*                   IT CAN STILL BE PULLED BACK VIA PE1MNT.
000261*  2026-10-15  DD   WIDE RESULT - CURRENT AND PROPOSED RESULTS
000262*                   AND THEIR DELTA ARE NOW CARRIED AT PIC 9(16);
000264*                   DELTA LINE RE-SPACED FOR THE WIDER EDITS.
000265*  2026-10-15  DD   EXCLUSION DATES - ONLY PE1-EXCL ENTRIES IN
000266*                   FORCE ON THE CHANGE'S EFFECTIVE DATE ARE
000268*                   HONORED, AS PE1 WOULD ON THAT NIGHT.  THE
000269*                   TABLE NOW HOLDS 1000 ENTRIES.
000270******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001370*    PE1-EXCL EXCLUSION LIST, SCOPED TO THE REQUEST THE SAME
001380*    WAY PE1 SCOPES IT - AN EXCLUDED CTR STAYS OUT OF BOTH
001390*    SIDES OF THE COMPARISON, EXACTLY AS IT STAYS OUT OF THE
001400*    LIVE RESULT.  THE CHANGE IS PROVED AS OF ITS EFFECTIVE
001409*    DATE, SO ONLY ENTRIES IN FORCE THAT DAY ARE HELD.
001410******************************************************************
001420 01  WS-EXCLUSION-TABLE.
001430     05  WS-EXCL-ENTRY OCCURS 1000 TIMES.
001440         10  WS-EXCL-REQ         PIC X(08).
001450         10  WS-EXCL-LOW         PIC 9(8).
001460         10  WS-EXCL-HIGH        PIC 9(8).
001650     05  WS-REMAINDER            PIC 9(8)  VALUE ZEROS.
001660     05  WS-IGNORE               PIC 9(8)  VALUE ZEROS.
001670     05  WS-DIV-IDX              PIC 9(2)  VALUE ZEROS.
001680     05  WS-CUR-RESULT           PIC 9(16) VALUE ZEROS.
001690     05  WS-CUR-QUAL-COUNT       PIC 9(8)  VALUE ZEROS.
001700     05  WS-NEW-RESULT           PIC 9(16) VALUE ZEROS.
001710     05  WS-NEW-QUAL-COUNT       PIC 9(8)  VALUE ZEROS.
001720     05  WS-RESULT-DELTA         PIC S9(16) VALUE ZEROS.
001730     05  WS-COUNT-DELTA          PIC S9(9) VALUE ZEROS.
001740 01  WS-ENTER-TABLE.
001750     05  WS-ENTER-CTR            PIC 9(8)  OCCURS 100 TIMES.
002030     05  FILLER                  PIC X(39) VALUE SPACES.
002040 01  WS-RPT-DELTA-LINE.
002050     05  RPT-DLT-LABEL           PIC X(14).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  RPT-DLT-CUR             PIC Z(15)9.
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  RPT-DLT-NEW             PIC Z(15)9.
002100     05  FILLER                  PIC X(07) VALUE " DELTA ".
002110     05  RPT-DLT-DELTA           PIC +Z(15)9.
002120     05  FILLER                  PIC X(08) VALUE SPACES.
002130 01  WS-RPT-SECTION-LINE.
002140     05  RPT-SEC-LABEL           PIC X(40).
002150     05  RPT-SEC-COUNT           PIC ZZZZZZZ9.
004440     EXIT.
004450******************************************************************
004460*    1300-LOAD-EXCLUSION-LIST - ONLY ENTRIES SCOPED TO THIS
004470*    REQUEST (OR TO ALL REQUESTS) AND IN FORCE ON THE CHANGE'S
004475*    EFFECTIVE DATE ARE HELD.  NO FILE ON THE STEP MEANS NO
004480*    EXCLUSIONS, THE SAME AS IN PE1.
004490******************************************************************
004500 1300-LOAD-EXCLUSION-LIST.
004510     OPEN INPUT PE1-EXCL-FILE.
004700        AND EXCL-REQUEST-ID NOT = SPACES
004710         GO TO 1310-LOAD-ONE-EXCLUSION-EXIT
004720     END-IF.
004721     IF (EXCL-RETIRED-DATE NOT = SPACES
004722         AND EXCL-RETIRED-DATE NOT > WS-CHOSEN-EFF-DATE)
004723        OR (EXCL-EFFECTIVE-DATE NOT = SPACES
004724         AND EXCL-EFFECTIVE-DATE > WS-CHOSEN-EFF-DATE)
004725        OR (EXCL-EXPIRY-DATE NOT = SPACES
004726         AND EXCL-EXPIRY-DATE < WS-CHOSEN-EFF-DATE)
004727         GO TO 1310-LOAD-ONE-EXCLUSION-EXIT
004728     END-IF.
004730     IF WS-EXCL-COUNT NOT < 1000
004740         MOVE "PE1-EXCL ENTRIES IN FORCE EXCEED TABLE OF 1000"
004750             TO WS-ABEND-MESSAGE
004760         GO TO 9800-ABEND-RUN
004770     END-IF.
005940     IF WS-QUAL-CUR
005950         ADD WS-CTR TO WS-CUR-RESULT
005960             ON SIZE ERROR
005970                 MOVE "CURRENT-SIDE RESULT EXCEEDED PIC 9(16)"
005980                     TO WS-ABEND-MESSAGE
005990                 GO TO 9800-ABEND-RUN
006000         END-ADD
006030     IF WS-QUAL-NEW
006040         ADD WS-CTR TO WS-NEW-RESULT
006050             ON SIZE ERROR
006060                 MOVE "PROPOSED-SIDE RESULT EXCEEDED PIC 9(16)"
006070                     TO WS-ABEND-MESSAGE
006080                 GO TO 9800-ABEND-RUN
006090         END-ADD
