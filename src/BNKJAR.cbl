000210*                                                               *
000220*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.  THE   *
000230*   RUN REFUSES TO TRIM THE JOURNAL UNTIL BNKGLX, BNKCLX,       *
000240*   BNKCMP, BNKSWP AND BNKTLR HAVE COMPLETED, AND PARM FORCE IS *
000242*   NEEDED TO RERUN A COMPLETED STEP.                           *
000250*                                                               *
000260*   MODIFICATION HISTORY.                                      *
000283*   09/02/2026  OSG   ALSO WAIT FOR BNKCMP (LARGE CASH         *
000284*                     COMPLIANCE REPORT) - TRIMMING FIRST      *
000285*                     LEFT IT AN EMPTY JOURNAL TO REPORT ON.   *
000286*   10/15/2026  OSG   ALSO WAIT FOR BNKSWP (OVERDRAFT COVER    *
000287*                     SWEEP LIST), WHICH READS THE SWEEPS      *
000288*                     FROM THE JOURNAL.                        *
000289*                                                               *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001201         MOVE 'Y' TO WS-JRNL-EOF-SW
001202         GO TO 1000-EXIT
001203     END-IF
001206*    BNKSWP LISTS THE DAY'S COVER SWEEPS FROM THE JOURNAL, SO
001209*    THE JOURNAL IS NOT TRIMMED UNTIL IT HAS RUN
001212     IF NOT BDC-SWP-DONE
001215         DISPLAY 'BNKJAR - BNKSWP HAS NOT COMPLETED FOR '
001218             WS-CUTOFF-DATE ' - RUN REFUSED'
001221         MOVE 'Y' TO WS-JRNL-EOF-SW
001224         MOVE 16 TO RETURN-CODE
001227         GO TO 1000-EXIT
001230     END-IF
001240     OPEN INPUT  JOURNAL-FILE
001250     IF WS-JRNL-FILE-STATUS NOT = '00'
001260         DISPLAY 'BNKJAR - JRNLFILE OPEN FAILED, STATUS = '
