000270*                   IT, SO NEXT MONTH'S APPROVED PARAMETERS CAN
000280*                   BE KEYED TODAY AND THE AUDITORS GET THEIR
000290*                   CHANGE TRAIL.
000291*  2026-10-15  DD   DUAL CONTROL - A SAVED CHANGE IS KEYED
000292*                   AWAITING APPROVAL; PE1 WILL NOT APPLY IT UNTIL
000293*                   A DIFFERENT OPERATOR APPROVES IT IN PE1APPR.
000294*                   THE OPERATOR ID IS NOW REQUIRED - A BLANK ID
000295*                   IS NO LONGER STORED AS UNKNOWN.
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
001290         88  WS-DIV-COUNT-OK         VALUE "Y".
001300     05  WS-DIV-VALUE-OK-SW      PIC X(01) VALUE "N".
001310         88  WS-DIV-VALUE-OK          VALUE "Y".
001311     05  WS-OPERATOR-OK-SW       PIC X(01) VALUE "N".
001312         88  WS-OPERATOR-OK           VALUE "Y".
001320 01  WS-DIV-IDX                  PIC 9(2)  VALUE ZEROS.
001330 01  WS-ABEND-MESSAGE            PIC X(60) VALUE SPACES.
001340******************************************************************
001460     PERFORM 3700-ACCEPT-EFFECTIVE-DATE
001470         THRU 3700-ACCEPT-EFFECTIVE-DATE-EXIT.
001480     PERFORM 3800-ACCEPT-OPERATOR-ID
001490         THRU 3800-ACCEPT-OPERATOR-ID-EXIT
001491         UNTIL WS-OPERATOR-OK.
001500     PERFORM 4000-SAVE-CONTROL-CARD
001510         THRU 4000-SAVE-CONTROL-CARD-EXIT.
001520     DISPLAY "PE1MNT - CHANGE RECORDED FOR REQUEST "
001530         WS-REQUEST-ID " EFFECTIVE " WS-EFFECTIVE-DATE.
001532     DISPLAY "PE1MNT - AWAITING APPROVAL BY A SECOND OPERATOR "
001534         "IN PE1APPR".
001540     STOP RUN.
001550******************************************************************
001560*    1000-LOAD-CURRENT-CARD - READ EVERY PE1-CTL RECORD INTO THE
003780 3700-ACCEPT-EFFECTIVE-DATE-EXIT.
003790     EXIT.
003800******************************************************************
003801*    3800-ACCEPT-OPERATOR-ID - A CHANGE IS APPROVED BY SOMEONE
003802*    OTHER THAN WHOEVER KEYED IT, SO THE ID IS REQUIRED.  THE
003803*    PROMPT REPEATS UNTIL ONE IS KEYED.
003804******************************************************************
003810 3800-ACCEPT-OPERATOR-ID.
003820     DISPLAY "OPERATOR ID: ".
003830     MOVE SPACES TO WS-OPERATOR-INPUT.
003840     ACCEPT WS-OPERATOR-INPUT.
003850     IF WS-OPERATOR-INPUT = SPACES
003860     OR WS-OPERATOR-INPUT = "UNKNOWN"
003862         DISPLAY "AN OPERATOR ID IS REQUIRED"
003864     ELSE
003866         MOVE "Y" TO WS-OPERATOR-OK-SW
003870     END-IF.
003880 3800-ACCEPT-OPERATOR-ID-EXIT.
003890     EXIT.
003930*    PENDING CHANGE UNDER (REQUEST ID, EFFECTIVE DATE) - KEYING
003940*    THE SAME DATE TWICE REPLACES THE EARLIER ENTRY - AND EVERY
003950*    SAVE APPENDS THE OLD AND NEW VALUES, OPERATOR, AND
003960*    TIMESTAMP TO THE PE1-CHG CHANGE-HISTORY LOG.  THE CHANGE
003970*    IS KEYED AWAITING APPROVAL - RE-KEYING A DATE ALREADY
003972*    REVIEWED PUTS IT BACK THERE - AND PE1 PICKS IT UP AT
003974*    STARTUP ONLY ONCE A SECOND OPERATOR HAS APPROVED IT IN
003976*    PE1APPR AND THE RUN DATE HAS REACHED IT.
003980******************************************************************
003990 4000-SAVE-CONTROL-CARD.
004000     PERFORM 4100-WRITE-PENDING-CHANGE
