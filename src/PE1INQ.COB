000190*                   FROM THE SCREEN WHILE THE CALLER IS STILL
000200*                   ON THE LINE, INSTEAD OF BROWSING THE KSDS
000210*                   RAW IN A FILE UTILITY.
000211*  2026-10-15  DD   WIDE RESULT - RUN RESULT HELD AND SHOWN AT
000212*                   PIC 9(16); THE NEW CEILING HAS ITS OWN EDIT.
000220******************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000790 01  WS-RUN-TABLE.
000800     05  WS-RUN-ENTRY OCCURS 100 TIMES.
000810         10  WS-RUN-DATE         PIC X(08).
000820         10  WS-RUN-RESULT       PIC 9(16).
000830         10  WS-RUN-CEILING      PIC 9(8).
000840         10  WS-RUN-DIV-COUNT    PIC 9(2).
000850         10  WS-RUN-DIVISOR      PIC 9(3) OCCURS 10 TIMES.
001000******************************************************************
001010*    DISPLAY EDIT FIELDS
001020******************************************************************
001030 01  WS-RESULT-EDIT              PIC Z(15)9.
001040 01  WS-CEILING-EDIT             PIC ZZZZZZZ9.
001045 01  WS-NEW-CEILING-EDIT         PIC ZZZZZZZ9.
001050 01  WS-FEED-TEXT                PIC X(12) VALUE SPACES.
001060******************************************************************
001070*    ABEND / ERROR MESSAGE AREA
003550         " EFFECTIVE " CHG-EFFECTIVE-DATE
003560         " SOURCE " CHG-SOURCE.
003570     MOVE CHG-OLD-CEILING TO WS-CEILING-EDIT.
003580     MOVE CHG-NEW-CEILING TO WS-NEW-CEILING-EDIT.
003590     DISPLAY "            CEILING " WS-CEILING-EDIT
003600         " -> " WS-NEW-CEILING-EDIT
003610         "  DIVISOR COUNT " CHG-OLD-DIVISOR-COUNT
003620         " -> " CHG-NEW-DIVISOR-COUNT.
003630 3100-SHOW-ONE-CHANGE-EXIT.
