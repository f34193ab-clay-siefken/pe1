000180*                   A VERBAL ONE.  KEYING THE SAME RUN AGAIN
000190*                   REPLACES THE EARLIER DISPOSITION, WHICH IS
000200*                   HOW A QUERIED RUN IS RESOLVED.
000201*  2026-10-15  DD   WIDE RESULT - RESULT EDIT WIDENED TO SHOW THE
000202*                   PIC 9(16) HISTORY RESULT.
000210******************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000650 01  WS-OPERATOR-INPUT           PIC X(08) VALUE SPACES.
000660 01  WS-COMMENT-INPUT            PIC X(40) VALUE SPACES.
000670 01  WS-CURRENT-DATE             PIC 9(8)  VALUE ZEROS.
000680 01  WS-RESULT-EDIT              PIC Z(15)9.
000690******************************************************************
000700*    ABEND / ERROR MESSAGE AREA
000710******************************************************************
