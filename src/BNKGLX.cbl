000285*                     COMPLETED FOR THE DATE, RECORDS ITS OWN  *
000286*                     COMPLETION, AND NEEDS PARM FORCE TO      *
000287*                     RERUN A COMPLETED STEP.  SEE BNKDRL.     *
000288*   10/15/2026  OSG   MAP TABLE RAISED FROM 20 TO 40 ENTRIES - *
000289*                     19 OF THE 20 SLOTS WERE IN USE BEFORE    *
000290*                     THE SWDR/SWCR COVER SWEEP CARDS.         *
000291*                                                               *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000720 77  WS-GLPM-FILE-STATUS       PIC X(02) VALUE SPACES.
000730 77  WS-GLOUT-FILE-STATUS      PIC X(02) VALUE SPACES.
000732 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
000740 77  WS-MAP-MAX                PIC 9(03) COMP VALUE 40.
000750
000760 01  WS-SWITCHES.
000770     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
000810
000820 01  WS-MAP-TABLE.
000830     05  WS-MAP-COUNT          PIC 9(03) COMP VALUE ZERO.
000840     05  WS-MAP-ENTRY OCCURS 40 TIMES.
000850         10  WS-MAP-TYPE       PIC X(04).
000860         10  WS-MAP-DR-ACCT    PIC X(08).
000870         10  WS-MAP-CR-ACCT    PIC X(08).
