000110*   PURPOSE.  ADVANCES THE BUSINESS DATE ON THE BDCTL CONTROL   *
000120*   FILE BY ONE CALENDAR DAY AND BLANKS EVERY STEP'S            *
000130*   COMPLETION BYTE, BUT ONLY WHEN EVERY REQUIRED STEP OF THE   *
000140*   NIGHTLY CHAIN (BNKSTO, BNKHLD, BNKINT, BNKTDM, BNKTLR,      *
000150*   BNKEOD, BNKSNP, BNKGLX, BNKCLX, BNKCMP, BNKSWP, BNKPCX,     *
000160*   BNKSEC, BNKJAR) HAS RECORDED COMPLETION FOR THE CURRENT     *
000170*   DATE.  BNKPST AND BNKRTN ARE NOT REQUIRED - NOT EVERY NIGHT *
000180*   HAS A CLEARING OR RETURNS FILE TO POST.                     *
000182*   A ROLL ATTEMPT WITH STEPS OUTSTANDING IS REFUSED AND THE    *
000186*   MISSING STEPS ARE LISTED.                                   *
000190*   RUN AS THE LAST STEP OF THE NIGHT, AFTER BNKJAR.            *
000200*                                                               *
000210*   PARM INITYYYYMMDD SEEDS A FRESHLY-DEFINED CONTROL FILE      *
000275*   09/02/2026  OSG   BNKCMP (LARGE CASH COMPLIANCE REPORT)    *
000276*                     ADDED TO THE REQUIRED STEPS FOR THE      *
000277*                     ROLL.                                    *
000278*   10/15/2026  OSG   BNKTDM (TERM DEPOSIT ACCRUAL AND         *
000279*                     MATURITY) ADDED TO THE REQUIRED STEPS.   *
000280*   10/15/2026  OSG   BNKSNP (MASTER SNAPSHOT) ADDED TO THE    *
000281*                     REQUIRED STEPS FOR THE ROLL.             *
000282*   10/15/2026  OSG   BNKSWP (OVERDRAFT COVER SWEEP LIST)      *
000283*                     ADDED TO THE REQUIRED STEPS.             *
000284*   10/15/2026  OSG   BNKPCX (PENDING CHANGE EXPIRY) ADDED TO  *
000285*                     THE REQUIRED STEPS.                      *
000286*   10/15/2026  OSG   BNKSEC (SECURITY VIOLATION REPORT) ADDED *
000287*                     TO THE REQUIRED STEPS.                   *
000288*                                                               *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001680         MOVE 'N' TO WS-STEPS-OK-SW
001690         DISPLAY 'BNKDRL - BNKINT NOT COMPLETE'
001700     END-IF
001702     IF NOT BDC-TDM-DONE
001704         MOVE 'N' TO WS-STEPS-OK-SW
001706         DISPLAY 'BNKDRL - BNKTDM NOT COMPLETE'
001708     END-IF
001710     IF NOT BDC-TLR-DONE
001720         MOVE 'N' TO WS-STEPS-OK-SW
001730         DISPLAY 'BNKDRL - BNKTLR NOT COMPLETE'
001760         MOVE 'N' TO WS-STEPS-OK-SW
001770         DISPLAY 'BNKDRL - BNKEOD NOT COMPLETE'
001780     END-IF
001782     IF NOT BDC-SNP-DONE
001784         MOVE 'N' TO WS-STEPS-OK-SW
001786         DISPLAY 'BNKDRL - BNKSNP NOT COMPLETE'
001788     END-IF
001790     IF NOT BDC-GLX-DONE
001800         MOVE 'N' TO WS-STEPS-OK-SW
001810         DISPLAY 'BNKDRL - BNKGLX NOT COMPLETE'
001831         MOVE 'N' TO WS-STEPS-OK-SW
001832         DISPLAY 'BNKDRL - BNKCMP NOT COMPLETE'
001833     END-IF
001834     IF NOT BDC-SWP-DONE
001835         MOVE 'N' TO WS-STEPS-OK-SW
001836         DISPLAY 'BNKDRL - BNKSWP NOT COMPLETE'
001837     END-IF
001838     IF NOT BDC-PCX-DONE
001839         MOVE 'N' TO WS-STEPS-OK-SW
001840         DISPLAY 'BNKDRL - BNKPCX NOT COMPLETE'
001841     END-IF
001842     IF NOT BDC-SEC-DONE
001843         MOVE 'N' TO WS-STEPS-OK-SW
001844         DISPLAY 'BNKDRL - BNKSEC NOT COMPLETE'
001845     END-IF
001846     IF NOT BDC-JAR-DONE
001847         MOVE 'N' TO WS-STEPS-OK-SW
001850         DISPLAY 'BNKDRL - BNKJAR NOT COMPLETE'
001860     END-IF.
001870 2100-EXIT.
