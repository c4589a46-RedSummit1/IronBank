000200*   DUE SO THE NEXT NIGHT RETRIES IT, AND GOES TO THE REPORT   *
000210*   AS FAILED SO THE BRANCH CAN CHASE THE CUSTOMER.  AN ORDER  *
000220*   WHOSE NEXT-DUE DATE HAS PASSED ITS EXPIRY IS CANCELLED.    *
000223*   A SHORTFALL ON THE SOURCE IS FIRST SWEPT FROM ITS          *
000226*   OVERDRAFT COVER ACCOUNT (COVRFILE) AS IN BNKPST.           *
000230*   RUN NIGHTLY BEFORE BNKINT - SEE BNKSTO JCL.                *
000240*                                                               *
000250*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.       *
000324*                     TAKES THE CREDIT, MATCHING BNKPST'S      *
000326*                     CLEARING-CREDIT POLICY; A DORMANT        *
000327*                     SOURCE REPORTS ITS OWN REASON.           *
000328*   10/15/2026  OSG   A SHORTFALL ON THE SOURCE ACCOUNT IS     *
000329*                     FIRST SWEPT FROM THE OVERDRAFT COVER     *
000330*                     ACCOUNT NAMED ON COVRFILE, JOURNALED AS  *
000331*                     AN SWDR/SWCR PAIR, BEFORE THE ORDER FAILS*
000332*                     OR AN OVERDRAFT FEE IS CHARGED.  THE     *
000333*                     DESTINATION IS CHECKED FIRST, SO A SWEEP *
000334*                     IS MADE ONLY FOR AN ORDER THAT WILL      *
000335*                     EXECUTE.  SEE BNKPST.                    *
000336*                                                               *
000337*****************************************************************
000338 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000352     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-JRNL-FILE-STATUS.
000520
000521     SELECT COVER-FILE        ASSIGN TO COVRFILE
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS RANDOM
000524         RECORD KEY IS COVR-ACCOUNT
000525         FILE STATUS IS WS-COVR-FILE-STATUS.
000526
000530     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000760 01  FD-JOURNAL-RECORD.
000770     COPY JRNLREC.
000780
000781 FD  COVER-FILE
000782     LABEL RECORDS ARE STANDARD
000783     RECORD CONTAINS 40 CHARACTERS.
000784 01  FD-COVER-RECORD.
000785     COPY COVRREC.
000786
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 132 CHARACTERS.
000880 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000882 77  WS-HLDF-FILE-STATUS       PIC X(02) VALUE SPACES.
000884 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
000887 77  WS-COVR-FILE-STATUS       PIC X(02) VALUE SPACES.
000890
000900 01  WS-SWITCHES.
000903     05  WS-NO-COVRS-SW        PIC X(01) VALUE 'N'.
000906         88  NO-COVR-FILE      VALUE 'Y'.
000910     05  WS-ORDR-EOF-SW        PIC X(01) VALUE 'N'.
000920         88  ORDER-EOF         VALUE 'Y'.
000922     05  WS-NO-HOLDS-SW        PIC X(01) VALUE 'N'.
000980     05  WS-FAIL-REASON        PIC X(24)     VALUE SPACES.
000990     05  WS-LINK-REF           PIC X(14)     VALUE SPACES.
000992     05  WS-HOLD-TOTAL         PIC S9(10)V99 VALUE ZERO.
000993     05  WS-HOLD-ACCOUNT       PIC 9(08)     VALUE ZERO.
000994     05  WS-SWEEP-SHORTFALL    PIC S9(10)V99 VALUE ZERO.
000995     05  WS-SWEEP-AMOUNT       PIC S9(10)V99 VALUE ZERO.
000996     05  WS-SWEEP-ACCOUNT      PIC 9(08)     VALUE ZERO.
000997     05  WS-SWEEP-CUST         PIC 9(08)     VALUE ZERO.
001000
001010 01  WS-COUNTERS.
001020     05  WS-ORDERS-READ        PIC 9(07) COMP-3 VALUE ZERO.
001050     05  WS-ORDERS-EXPIRED     PIC 9(07) COMP-3 VALUE ZERO.
001060     05  WS-VALUE-EXECUTED     PIC S9(12)V99 COMP-3 VALUE ZERO.
001070     05  WS-FEES-ASSESSED      PIC 9(07) COMP-3 VALUE ZERO.
001073     05  WS-SWEEPS-MADE        PIC 9(07) COMP-3 VALUE ZERO.
001076     05  WS-VALUE-SWEPT        PIC S9(12)V99 COMP-3 VALUE ZERO.
001080
001090 01  WS-CURRENT-DATE-TIME      PIC X(21).
001100 01  WS-RUN-DATE               PIC 9(08).
001830         MOVE 16 TO RETURN-CODE
001840         GO TO 1000-EXIT
001850     END-IF
001851     OPEN INPUT COVER-FILE
001852*    A FRESHLY-DEFINED, NEVER-LOADED KSDS OPENS WITH STATUS 35
001853*    WHEN NO COVER ACCOUNT HAS EVER BEEN SET - RUN WITH NO
001854*    SWEEPS, NOT AN ERROR
001855     IF WS-COVR-FILE-STATUS = '35'
001856         MOVE 'Y' TO WS-NO-COVRS-SW
001857     ELSE
001858         IF WS-COVR-FILE-STATUS NOT = '00'
001859             DISPLAY 'BNKSTO - COVRFILE OPEN FAILED, STATUS = '
001860                 WS-COVR-FILE-STATUS
001861             MOVE 'Y' TO WS-ORDR-EOF-SW
001862             MOVE 16 TO RETURN-CODE
001863             GO TO 1000-EXIT
001864         END-IF
001865     END-IF
001866     OPEN OUTPUT REPORT-FILE
001870     IF WS-RPT-FILE-STATUS NOT = '00'
001880         DISPLAY 'BNKSTO - RPTOUT OPEN FAILED, STATUS = '
001890             WS-RPT-FILE-STATUS
002820     IF ACCT-OD-IS-ENABLED
002830         ADD ACCT-OD-LIMIT TO WS-AVAIL-BALANCE
002840     END-IF
002841     MOVE SO-ACCOUNT TO WS-HOLD-ACCOUNT
002842     PERFORM 2900-SUM-ACTIVE-HOLDS THRU 2900-EXIT
002844     SUBTRACT WS-HOLD-TOTAL FROM WS-AVAIL-BALANCE
002850     COMPUTE WS-SWEEP-SHORTFALL =
002860         SO-AMOUNT - ACCT-BALANCE + WS-HOLD-TOTAL
002890     MOVE SO-DEST-ACCOUNT TO FD-ACCT-NUMBER
002900     READ ACCT-MASTER-FILE
002910         INVALID KEY
002950     IF NOT ACCT-IS-OPEN
002958         AND NOT ACCT-IS-DORMANT
002960         MOVE 'DEST ACCT NOT OPEN' TO WS-FAIL-REASON
002961         GO TO 2200-EXIT
002962     END-IF
002963     IF WS-SWEEP-SHORTFALL > ZERO
002964         MOVE SO-ACCOUNT TO FD-ACCT-NUMBER
002965         READ ACCT-MASTER-FILE
002966             INVALID KEY
002967                 MOVE 'SOURCE ACCT UNKNOWN' TO WS-FAIL-REASON
002968                 GO TO 2200-EXIT
002969         END-READ
002970         PERFORM 2970-SWEEP-COVER THRU 2970-EXIT
002971         IF WS-FAIL-REASON NOT = SPACES
002972             GO TO 2200-EXIT
002973         END-IF
002974     END-IF
002975     IF SO-AMOUNT > WS-AVAIL-BALANCE
002976         MOVE 'INSUFFICIENT FUNDS' TO WS-FAIL-REASON
002977     END-IF.
002980 2200-EXIT.
002990     EXIT.
003000
004410     EXIT.
004420
004421*----------------------------------------------------------*
004422*  2900-SUM-ACTIVE-HOLDS - TOTAL THE ACTIVE, UNEXPIRED      *
004423*  FUNDS HOLDS ON WS-HOLD-ACCOUNT SO ITS AVAILABLE BALANCE  *
004424*  MATCHES WHAT THE ONLINE REGION WOULD QUOTE               *
004425*----------------------------------------------------------*
004426 2900-SUM-ACTIVE-HOLDS.
004429         GO TO 2900-EXIT
004430     END-IF
004431     MOVE 'N' TO WS-HOLD-DONE-SW
004432     MOVE WS-HOLD-ACCOUNT TO HOLD-ACCOUNT
004433     MOVE ZERO       TO HOLD-SEQ
004434     START HOLD-FILE KEY NOT < HOLD-KEY
004435         INVALID KEY
004446             MOVE 'Y' TO WS-HOLD-DONE-SW
004447     END-READ
004448     IF NOT HOLD-SCAN-DONE
004449         IF HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
004450             MOVE 'Y' TO WS-HOLD-DONE-SW
004451         ELSE
004452             IF HOLD-IS-ACTIVE
005240     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005250     WRITE FD-REPORT-LINE
005260     MOVE SPACES TO WS-REPORT-LINE
005261     MOVE WS-SWEEPS-MADE TO WS-COUNT-DISP
005262     MOVE WS-VALUE-SWEPT TO WS-AMOUNT-DISP
005263     STRING '  COVER SWEEPS .... ' DELIMITED SIZE
005264         WS-COUNT-DISP ' VALUE '    DELIMITED SIZE
005265         WS-AMOUNT-DISP             DELIMITED SIZE
005266         INTO WS-REPORT-LINE
005267     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005268     WRITE FD-REPORT-LINE
005269     MOVE SPACES TO WS-REPORT-LINE
005270     MOVE WS-ORDERS-FAILED TO WS-COUNT-DISP
005280     STRING '  ORDERS FAILED ... ' DELIMITED SIZE
005290         WS-COUNT-DISP              DELIMITED SIZE
005342     IF NOT NO-HOLD-FILE
005344         CLOSE HOLD-FILE
005346     END-IF
005347     IF NOT NO-COVR-FILE
005348         CLOSE COVER-FILE
005349     END-IF
005350     CLOSE JOURNAL-FILE
005360     CLOSE REPORT-FILE
005370     DISPLAY 'BNKSTO - ORDERS READ ....... ' WS-ORDERS-READ
005380     DISPLAY 'BNKSTO - ORDERS EXECUTED ... ' WS-ORDERS-EXECUTED
005390     DISPLAY 'BNKSTO - ORDERS FAILED ..... ' WS-ORDERS-FAILED
005400     DISPLAY 'BNKSTO - ORDERS EXPIRED .... ' WS-ORDERS-EXPIRED
005410     DISPLAY 'BNKSTO - OD FEES ASSESSED .. ' WS-FEES-ASSESSED
005415     DISPLAY 'BNKSTO - COVER SWEEPS ...... ' WS-SWEEPS-MADE.
005420 3000-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460*  2970-SWEEP-COVER - A DEBIT THAT WOULD TAKE THE SOURCE    *
005470*  BELOW ZERO FIRST SWEEPS THE SHORTFALL FROM THE COVER     *
005480*  ACCOUNT NAMED ON COVRFILE, UP TO THE COVER'S OWN CREDIT  *
005490*  BALANCE LESS ITS ACTIVE HOLDS - A COVER ACCOUNT IS NEVER *
005500*  TAKEN OVERDRAWN.  THE COVER MUST BE OPEN AND BELONG TO   *
005510*  THE SAME CUSTOMER, AND THE SWEEP IS MADE ONLY WHEN IT    *
005520*  LETS THE ORDER EXECUTE.  THE SOURCE IS LEFT RE-READ WITH *
005530*  ITS AVAILABLE BALANCE RAISED BY THE SWEEP.  SAME RULES   *
005540*  AS BNKPST                                                *
005550*----------------------------------------------------------*
005560 2970-SWEEP-COVER.
005570     MOVE ZERO TO WS-SWEEP-AMOUNT
005580     IF NO-COVR-FILE
005590         GO TO 2970-EXIT
005600     END-IF
005610     MOVE FD-ACCT-NUMBER TO COVR-ACCOUNT
005620     READ COVER-FILE
005630         INVALID KEY
005640             GO TO 2970-EXIT
005650     END-READ
005660     MOVE FD-ACCT-NUMBER    TO WS-SWEEP-ACCOUNT
005670     MOVE ACCT-CUST-NUMBER  TO WS-SWEEP-CUST
005680     MOVE COVR-FROM-ACCOUNT TO FD-ACCT-NUMBER
005690     READ ACCT-MASTER-FILE
005700         INVALID KEY
005710             GO TO 2970-RESTORE
005720     END-READ
005730     IF NOT ACCT-IS-OPEN
005740         OR ACCT-CUST-NUMBER NOT = WS-SWEEP-CUST
005750         GO TO 2970-RESTORE
005760     END-IF
005770     MOVE COVR-FROM-ACCOUNT TO WS-HOLD-ACCOUNT
005780     PERFORM 2900-SUM-ACTIVE-HOLDS THRU 2900-EXIT
005790     COMPUTE WS-SWEEP-AMOUNT = ACCT-BALANCE - WS-HOLD-TOTAL
005800     IF WS-SWEEP-AMOUNT > WS-SWEEP-SHORTFALL
005810         MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
005820     END-IF
005830     IF WS-SWEEP-AMOUNT NOT > ZERO
005840         OR SO-AMOUNT > WS-AVAIL-BALANCE + WS-SWEEP-AMOUNT
005850         MOVE ZERO TO WS-SWEEP-AMOUNT
005860         GO TO 2970-RESTORE
005870     END-IF
005880     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
005890     MOVE SPACES TO WS-LINK-REF
005900     STRING WS-SWEEP-ACCOUNT WS-CURRENT-DATE-TIME(9:6)
005910         DELIMITED SIZE INTO WS-LINK-REF
005920     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
005930     SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
005940     REWRITE FD-ACCT-RECORD
005950     IF WS-ACCT-FILE-STATUS NOT = '00'
005960         DISPLAY 'BNKSTO - SWEEP REWRITE FAILED FOR ACCOUNT '
005970             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
005980         MOVE ZERO TO WS-SWEEP-AMOUNT
005990         GO TO 2970-RESTORE
006000     END-IF
006010     MOVE 'SWDR' TO JRNL-TRAN-TYPE
006020     MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT
006030     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
006040 2970-RESTORE.
006050     MOVE WS-SWEEP-ACCOUNT TO FD-ACCT-NUMBER
006060     READ ACCT-MASTER-FILE
006070         INVALID KEY
006080             MOVE 'SOURCE ACCT UNKNOWN' TO WS-FAIL-REASON
006090             IF WS-SWEEP-AMOUNT NOT = ZERO
006100                 MOVE 'SWEEP CREDIT FAILED' TO WS-FAIL-REASON
006110             END-IF
006120             GO TO 2970-EXIT
006130     END-READ
006140     IF WS-SWEEP-AMOUNT = ZERO
006150         GO TO 2970-EXIT
006160     END-IF
006170     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
006180     ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
006190     REWRITE FD-ACCT-RECORD
006200     IF WS-ACCT-FILE-STATUS NOT = '00'
006210*        THE COVER IS ALREADY DEBITED WITH NO MATCHING CREDIT -
006220*        THE BRANCH MUST REPAIR THIS BY HAND
006230         DISPLAY 'BNKSTO - SWEEP REWRITE FAILED FOR ACCOUNT '
006240             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
006250         MOVE 'SWEEP CREDIT FAILED' TO WS-FAIL-REASON
006260         GO TO 2970-EXIT
006270     END-IF
006280     MOVE 'SWCR' TO JRNL-TRAN-TYPE
006290     MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT
006300     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
006310     ADD WS-SWEEP-AMOUNT TO WS-AVAIL-BALANCE
006320     ADD 1 TO WS-SWEEPS-MADE
006330     ADD WS-SWEEP-AMOUNT TO WS-VALUE-SWEPT.
006340 2970-EXIT.
006350     EXIT.
