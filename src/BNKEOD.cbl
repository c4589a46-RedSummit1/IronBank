000413*                     GENERATION INSTEAD OF CATALOGING AN       *
000414*                     EMPTY ONE, SO THE NEXT NIGHT'S PROOF      *
000415*                     KEEPS ITS OPENING TOTAL.                  *
000416*   10/15/2026  OSG   INWARD RETURN (RTRN) BUCKET AND REPORT    *
000417*                     LINE FOR THE RE-CREDITS POSTED BY BNKRTN. *
000418*   10/15/2026  OSG   TERM DEPOSIT BUCKETS AND REPORT LINES     *
000419*                     (TDPL/TDIA/TDIP/TDMP/TDPN) FOR TDMNT AND  *
000420*                     THE NEW BNKTDM STEP, WHICH MUST NOW HAVE  *
000421*                     COMPLETED BEFORE THE DAY IS CLOSED.       *
000422*   10/15/2026  OSG   SERVICE CHARGE BUCKETS AND REPORT LINES   *
000423*                     (FEEM/FEEI/FEEB) FOR THE MONTHLY BNKFEE   *
000424*                     SERVICE CHARGE RUN.                       *
000425*   10/15/2026  OSG   OVERDRAFT COVER SWEEP BUCKETS AND REPORT  *
000426*                     LINES (SWDR/SWCR) FOR THE SWEEPS POSTED   *
000427*                     BY BANKING, BNKPST AND BNKSTO.            *
000428*   10/15/2026  OSG   TERM DEPOSIT ROLLOVER (TDRO) BUCKET AND   *
000429*                     REPORT LINE - A ROLLED PRINCIPAL NO LONGER*
000430*                     FALLS INTO THE OTHER TOTAL.               *
000431*****************************************************************
000432 ENVIRONMENT DIVISION.
000433 INPUT-OUTPUT SECTION.
000434 FILE-CONTROL.
000435     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000436         ORGANIZATION IS SEQUENTIAL
000437         ACCESS MODE IS SEQUENTIAL
000438         FILE STATUS IS WS-BDC-FILE-STATUS.
000439
000440     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000441         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS FD-ACCT-NUMBER
000470         FILE STATUS IS WS-ACCT-FILE-STATUS.
001264     05  WS-TOTAL-RVDP         PIC S9(12)V99 VALUE ZERO.
001266     05  WS-TOTAL-RVWD         PIC S9(12)V99 VALUE ZERO.
001268     05  WS-TOTAL-EXTP         PIC S9(12)V99 VALUE ZERO.
001269     05  WS-TOTAL-RTRN         PIC S9(12)V99 VALUE ZERO.
001270     05  WS-TOTAL-TDPL         PIC S9(12)V99 VALUE ZERO.
001271     05  WS-TOTAL-TDIA         PIC S9(12)V99 VALUE ZERO.
001272     05  WS-TOTAL-TDIP         PIC S9(12)V99 VALUE ZERO.
001273     05  WS-TOTAL-TDMP         PIC S9(12)V99 VALUE ZERO.
001274     05  WS-TOTAL-TDPN         PIC S9(12)V99 VALUE ZERO.
001275     05  WS-TOTAL-TDRO         PIC S9(12)V99 VALUE ZERO.
001276     05  WS-TOTAL-FEEM         PIC S9(12)V99 VALUE ZERO.
001277     05  WS-TOTAL-FEEI         PIC S9(12)V99 VALUE ZERO.
001278     05  WS-TOTAL-FEEB         PIC S9(12)V99 VALUE ZERO.
001279     05  WS-TOTAL-SWDR         PIC S9(12)V99 VALUE ZERO.
001280     05  WS-TOTAL-SWCR         PIC S9(12)V99 VALUE ZERO.
001281     05  WS-TOTAL-OTHER        PIC S9(12)V99 VALUE ZERO.
001282     05  WS-NET-POSTINGS       PIC S9(12)V99 VALUE ZERO.
001290     05  WS-JRNL-DELTA         PIC S9(12)V99 VALUE ZERO.
001300     05  WS-MASTER-TOTAL       PIC S9(12)V99 VALUE ZERO.
001310     05  WS-PRIOR-TOTAL        PIC S9(12)V99 VALUE ZERO.
001704         MOVE 'Y' TO WS-JRNL-EOF-SW
001705         GO TO 1000-EXIT
001706     END-IF
001710*    BNKTDM POSTS THE DAY'S TERM DEPOSIT MATURITIES AND INTEREST,
001714*    SO THE DAY IS NOT CLOSED UNTIL IT HAS RUN
001718     IF NOT BDC-TDM-DONE
001722         DISPLAY 'BNKEOD - BNKTDM HAS NOT COMPLETED FOR '
001726             WS-TODAY ' - RUN REFUSED'
001730         MOVE 'Y' TO WS-ACCT-EOF-SW
001734         MOVE 'Y' TO WS-JRNL-EOF-SW
001738         MOVE 16 TO RETURN-CODE
001742         GO TO 1000-EXIT
001746     END-IF
001760     OPEN INPUT  ACCT-MASTER-FILE
001770     IF WS-ACCT-FILE-STATUS NOT = '00'
001780         DISPLAY 'BNKEOD - ACCTMSTR OPEN FAILED, STATUS = '
002498                 ADD JRNL-AMOUNT TO WS-TOTAL-RVWD
002499             WHEN 'EXTP'
002501                 ADD JRNL-AMOUNT TO WS-TOTAL-EXTP
002502             WHEN 'RTRN'
002503                 ADD JRNL-AMOUNT TO WS-TOTAL-RTRN
002504             WHEN 'TDPL'
002505                 ADD JRNL-AMOUNT TO WS-TOTAL-TDPL
002506             WHEN 'TDIA'
002507                 ADD JRNL-AMOUNT TO WS-TOTAL-TDIA
002508             WHEN 'TDIP'
002509                 ADD JRNL-AMOUNT TO WS-TOTAL-TDIP
002510             WHEN 'TDMP'
002511                 ADD JRNL-AMOUNT TO WS-TOTAL-TDMP
002512             WHEN 'TDPN'
002513                 ADD JRNL-AMOUNT TO WS-TOTAL-TDPN
002514             WHEN 'TDRO'
002515                 ADD JRNL-AMOUNT TO WS-TOTAL-TDRO
002516             WHEN 'FEEM'
002517                 ADD JRNL-AMOUNT TO WS-TOTAL-FEEM
002518             WHEN 'FEEI'
002519                 ADD JRNL-AMOUNT TO WS-TOTAL-FEEI
002520             WHEN 'FEEB'
002521                 ADD JRNL-AMOUNT TO WS-TOTAL-FEEB
002522             WHEN 'SWDR'
002523                 ADD JRNL-AMOUNT TO WS-TOTAL-SWDR
002524             WHEN 'SWCR'
002525                 ADD JRNL-AMOUNT TO WS-TOTAL-SWCR
002526             WHEN OTHER
002527                 ADD JRNL-AMOUNT TO WS-TOTAL-OTHER
002528         END-EVALUATE
002530     END-IF
002540     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002550 2000-EXIT.
003964     WRITE FD-REPORT-LINE
003965
003966     MOVE SPACES TO WS-REPORT-LINE
003967     MOVE WS-TOTAL-RTRN TO WS-AMOUNT-DISP
003968     STRING '  PAYMENTS RETURNED ' DELIMITED SIZE
003969         WS-AMOUNT-DISP             DELIMITED SIZE
003970         INTO WS-REPORT-LINE
003971     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003972     WRITE FD-REPORT-LINE
003973
003974     MOVE SPACES TO WS-REPORT-LINE
003975     MOVE WS-TOTAL-TDPL TO WS-AMOUNT-DISP
003976     STRING '  TERM DEP PLACED . ' DELIMITED SIZE
003977         WS-AMOUNT-DISP             DELIMITED SIZE
003978         INTO WS-REPORT-LINE
003979     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003980     WRITE FD-REPORT-LINE
003981
003982     MOVE SPACES TO WS-REPORT-LINE
003983     MOVE WS-TOTAL-TDIA TO WS-AMOUNT-DISP
003984     STRING '  TERM DEP ACCRUED  ' DELIMITED SIZE
003985         WS-AMOUNT-DISP             DELIMITED SIZE
003986         INTO WS-REPORT-LINE
003987     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003988     WRITE FD-REPORT-LINE
003989
003990     MOVE SPACES TO WS-REPORT-LINE
003991     MOVE WS-TOTAL-TDIP TO WS-AMOUNT-DISP
003992     STRING '  TERM DEP INT PAID ' DELIMITED SIZE
003993         WS-AMOUNT-DISP             DELIMITED SIZE
003994         INTO WS-REPORT-LINE
003995     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003996     WRITE FD-REPORT-LINE
003997
003998     MOVE SPACES TO WS-REPORT-LINE
003999     MOVE WS-TOTAL-TDMP TO WS-AMOUNT-DISP
004000     STRING '  TERM DEP REPAID . ' DELIMITED SIZE
004001         WS-AMOUNT-DISP             DELIMITED SIZE
004002         INTO WS-REPORT-LINE
004003     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004004     WRITE FD-REPORT-LINE
004005
004006     MOVE SPACES TO WS-REPORT-LINE
004007     MOVE WS-TOTAL-TDPN TO WS-AMOUNT-DISP
004008     STRING '  TERM DEP PENALTY  ' DELIMITED SIZE
004009         WS-AMOUNT-DISP             DELIMITED SIZE
004010         INTO WS-REPORT-LINE
004011     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004012     WRITE FD-REPORT-LINE
004013
004014     MOVE SPACES TO WS-REPORT-LINE
004015     MOVE WS-TOTAL-TDRO TO WS-AMOUNT-DISP
004016     STRING '  TERM DEP ROLLED . ' DELIMITED SIZE
004017         WS-AMOUNT-DISP             DELIMITED SIZE
004018         INTO WS-REPORT-LINE
004019     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004020     WRITE FD-REPORT-LINE
004021
004022     MOVE SPACES TO WS-REPORT-LINE
004023     MOVE WS-TOTAL-FEEM TO WS-AMOUNT-DISP
004024     STRING '  MAINTENANCE FEES  ' DELIMITED SIZE
004025         WS-AMOUNT-DISP             DELIMITED SIZE
004026         INTO WS-REPORT-LINE
004027     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004028     WRITE FD-REPORT-LINE
004029
004030     MOVE SPACES TO WS-REPORT-LINE
004031     MOVE WS-TOTAL-FEEI TO WS-AMOUNT-DISP
004032     STRING '  ITEM CHARGES .... ' DELIMITED SIZE
004033         WS-AMOUNT-DISP             DELIMITED SIZE
004034         INTO WS-REPORT-LINE
004035     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004036     WRITE FD-REPORT-LINE
004037
004038     MOVE SPACES TO WS-REPORT-LINE
004039     MOVE WS-TOTAL-FEEB TO WS-AMOUNT-DISP
004040     STRING '  LOW BALANCE FEES  ' DELIMITED SIZE
004041         WS-AMOUNT-DISP             DELIMITED SIZE
004042         INTO WS-REPORT-LINE
004043     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004044     WRITE FD-REPORT-LINE
004045
004046     MOVE SPACES TO WS-REPORT-LINE
004047     MOVE WS-TOTAL-SWDR TO WS-AMOUNT-DISP
004048     STRING '  COVER SWEEPS OUT  ' DELIMITED SIZE
004049         WS-AMOUNT-DISP             DELIMITED SIZE
004050         INTO WS-REPORT-LINE
004051     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004052     WRITE FD-REPORT-LINE
004053
004054     MOVE SPACES TO WS-REPORT-LINE
004055     MOVE WS-TOTAL-SWCR TO WS-AMOUNT-DISP
004056     STRING '  COVER SWEEPS IN . ' DELIMITED SIZE
004057         WS-AMOUNT-DISP             DELIMITED SIZE
004058         INTO WS-REPORT-LINE
004059     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004060     WRITE FD-REPORT-LINE
004061
004062     MOVE SPACES TO WS-REPORT-LINE
004063     MOVE WS-NET-POSTINGS TO WS-AMOUNT-DISP
004064     STRING '  NET POSTINGS .... ' DELIMITED SIZE
004065         WS-AMOUNT-DISP             DELIMITED SIZE
004066         INTO WS-REPORT-LINE
004067     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004068     WRITE FD-REPORT-LINE
004069
004070     MOVE SPACES TO WS-REPORT-LINE
004071     MOVE WS-PRIOR-TOTAL TO WS-AMOUNT-DISP
004072     STRING '  PRIOR DAY TOTAL . ' DELIMITED SIZE
004073         WS-AMOUNT-DISP             DELIMITED SIZE
004074         INTO WS-REPORT-LINE
004075     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004080     WRITE FD-REPORT-LINE
004090
004100     MOVE SPACES TO WS-REPORT-LINE
