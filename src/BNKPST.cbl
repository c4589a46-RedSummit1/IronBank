000580*                     BEFORE IS REJECTED OUTRIGHT.  THE BATCH  *
000590*                     ID NOW COMES FROM THE HEADER, NOT THE    *
000600*                     PARM.                                    *
000601*   10/15/2026  OSG   A DEBIT CARRYING A CHEQUE SERIAL (TRANIN  *
000602*                     COLS 38-45) IS REJECTED AS STOP WHEN AN   *
000603*                     ACTIVE STOP-PAYMENT ON STOPFILE COVERS    *
000604*                     THE SERIAL, AND AS CHQ NOT ISSUED WHEN    *
000605*                     THE ACCOUNT HAS CHEQUE BOOKS ON CHQBOOK   *
000606*                     AND NONE OF THEM HOLDS THE SERIAL.  BOTH  *
000607*                     FILES ARE MAINTAINED THROUGH CHQMNT.      *
000608*   10/15/2026  OSG   A DEBIT THAT WOULD TAKE THE ACCOUNT BELOW *
000609*                     ZERO FIRST SWEEPS THE SHORTFALL FROM THE  *
000610*                     CUSTOMER'S COVER ACCOUNT ON COVRFILE (SET *
000611*                     THROUGH ACCTMNT), JOURNALED AS AN SWDR/   *
000612*                     SWCR PAIR, BEFORE THE DEBIT IS REJECTED   *
000613*                     OR AN OVERDRAFT FEE IS CHARGED.           *
000614*                                                               *
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000900         RECORD KEY IS HOLD-KEY
000910         FILE STATUS IS WS-HOLD-FILE-STATUS.
000920
000921     SELECT STOP-FILE         ASSIGN TO STOPFILE
000922         ORGANIZATION IS INDEXED
000923         ACCESS MODE IS DYNAMIC
000924         RECORD KEY IS STOP-KEY
000925         FILE STATUS IS WS-STOP-FILE-STATUS.
000926
000930     SELECT REGISTER-FILE     ASSIGN TO BREGISTR
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS BRG-BATCH-ID
000970         FILE STATUS IS WS-BREG-FILE-STATUS.
000980
000981     SELECT CHQBOOK-FILE      ASSIGN TO CHQBOOK
000982         ORGANIZATION IS INDEXED
000983         ACCESS MODE IS DYNAMIC
000984         RECORD KEY IS CHQ-KEY
000985         FILE STATUS IS WS-CHQ-FILE-STATUS.
000986
000990     SELECT REJECT-FILE       ASSIGN TO RJCTOUT
001000         ORGANIZATION IS SEQUENTIAL
001010         ACCESS MODE IS SEQUENTIAL
001020         FILE STATUS IS WS-RJCT-FILE-STATUS.
001030
001031     SELECT COVER-FILE        ASSIGN TO COVRFILE
001032         ORGANIZATION IS INDEXED
001033         ACCESS MODE IS RANDOM
001034         RECORD KEY IS COVR-ACCOUNT
001035         FILE STATUS IS WS-COVR-FILE-STATUS.
001036
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  CTL-DATE-FILE
001340         10  TPIN-AMOUNT-N REDEFINES TPIN-AMOUNT
001350                               PIC 9(10)V99.
001360         10  TPIN-REF          PIC X(14).
001370         10  TPIN-CHEQUE-SERIAL PIC X(08).
001372         10  TPIN-CHEQUE-SERIAL-N REDEFINES TPIN-CHEQUE-SERIAL
001374                               PIC 9(08).
001376         10  FILLER            PIC X(35).
001380     05  TPIN-TRAILER REDEFINES TPIN-DATA.
001390         10  TPT-ITEM-COUNT    PIC 9(07).
001400         10  TPT-HASH-TOTAL    PIC 9(12).
001610 01  FD-HOLD-RECORD.
001620     COPY HOLDREC.
001630
001631 FD  STOP-FILE
001632     LABEL RECORDS ARE STANDARD
001633     RECORD CONTAINS 55 CHARACTERS.
001634 01  FD-STOP-RECORD.
001635     COPY STOPREC.
001636
001640 FD  REGISTER-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 65 CHARACTERS.
001670 01  FD-REGISTER-RECORD.
001680     COPY BREGREC.
001690
001691 FD  CHQBOOK-FILE
001692     LABEL RECORDS ARE STANDARD
001693     RECORD CONTAINS 34 CHARACTERS.
001694 01  FD-CHQBOOK-RECORD.
001695     COPY CHQREC.
001696
001700 FD  REJECT-FILE
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 132 CHARACTERS.
001730 01  FD-REJECT-LINE               PIC X(132).
001740
001741 FD  COVER-FILE
001742     LABEL RECORDS ARE STANDARD
001743     RECORD CONTAINS 40 CHARACTERS.
001744 01  FD-COVER-RECORD.
001745     COPY COVRREC.
001746
001750 WORKING-STORAGE SECTION.
001760 77  WS-TRANIN-FILE-STATUS     PIC X(02) VALUE SPACES.
001770 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001800 77  WS-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001810 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001820 77  WS-BREG-FILE-STATUS       PIC X(02) VALUE SPACES.
001822 77  WS-STOP-FILE-STATUS       PIC X(02) VALUE SPACES.
001824 77  WS-CHQ-FILE-STATUS        PIC X(02) VALUE SPACES.
001826 77  WS-COVR-FILE-STATUS       PIC X(02) VALUE SPACES.
001830
001840 01  WS-SWITCHES.
001850     05  WS-TRANIN-EOF-SW      PIC X(01) VALUE 'N'.
001880         88  NO-HOLD-FILE      VALUE 'Y'.
001890     05  WS-HOLD-DONE-SW       PIC X(01) VALUE 'N'.
001900         88  HOLD-SCAN-DONE    VALUE 'Y'.
001901     05  WS-NO-STOPS-SW        PIC X(01) VALUE 'N'.
001902         88  NO-STOP-FILE      VALUE 'Y'.
001903     05  WS-STOP-DONE-SW       PIC X(01) VALUE 'N'.
001904         88  STOP-SCAN-DONE    VALUE 'Y'.
001905     05  WS-STOP-HIT-SW        PIC X(01) VALUE 'N'.
001906         88  STOP-HIT          VALUE 'Y'.
001910     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001920         88  FORCE-RERUN       VALUE 'Y'.
001930     05  WS-TRAILER-SW         PIC X(01) VALUE 'N'.
001940         88  TRAILER-SEEN      VALUE 'Y'.
001950     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
001960         88  RUN-REFUSED       VALUE 'Y'.
001961     05  WS-NO-CHQS-SW         PIC X(01) VALUE 'N'.
001962         88  NO-CHQ-FILE       VALUE 'Y'.
001963     05  WS-CHQ-DONE-SW        PIC X(01) VALUE 'N'.
001964         88  CHQ-SCAN-DONE     VALUE 'Y'.
001965     05  WS-ISSUED-SW          PIC X(01) VALUE 'N'.
001966         88  SERIAL-ISSUED     VALUE 'Y'.
001967     05  WS-NO-COVRS-SW        PIC X(01) VALUE 'N'.
001968         88  NO-COVR-FILE      VALUE 'Y'.
001970
001980 01  WS-POSTING-CONTROLS.
001990     05  WS-TRAN-AMOUNT        PIC 9(10)V99  VALUE ZERO.
002030     05  WS-REJECT-REASON      PIC X(20)     VALUE SPACES.
002040     05  WS-LINK-REF           PIC X(14)     VALUE SPACES.
002050     05  WS-HOLD-TOTAL         PIC S9(10)V99 VALUE ZERO.
002051     05  WS-CHEQUE-SERIAL      PIC 9(08)     VALUE ZERO.
002052     05  WS-BOOKS-FOUND        PIC 9(03)     VALUE ZERO.
002053     05  WS-SWEEP-SHORTFALL    PIC S9(10)V99 VALUE ZERO.
002054     05  WS-SWEEP-AMOUNT       PIC S9(10)V99 VALUE ZERO.
002055     05  WS-SWEEP-ACCOUNT      PIC 9(08)     VALUE ZERO.
002056     05  WS-SWEEP-CUST         PIC 9(08)     VALUE ZERO.
002060
002070 01  WS-PROOF-CONTROLS.
002080     05  WS-PV-ITEMS           PIC 9(07)     VALUE ZERO.
002210     05  WS-VALUE-POSTED       PIC S9(12)V99 COMP-3 VALUE ZERO.
002220     05  WS-VALUE-REJECTED     PIC S9(12)V99 COMP-3 VALUE ZERO.
002230     05  WS-FEES-ASSESSED      PIC 9(07) COMP-3 VALUE ZERO.
002233     05  WS-SWEEPS-MADE        PIC 9(07) COMP-3 VALUE ZERO.
002236     05  WS-VALUE-SWEPT        PIC S9(12)V99 COMP-3 VALUE ZERO.
002240
002250 01  WS-CURRENT-DATE-TIME      PIC X(21).
002260 01  WS-RUN-DATE               PIC 9(08).
003310             GO TO 1000-EXIT
003320         END-IF
003330     END-IF
003331     OPEN INPUT STOP-FILE
003332*    NO STOP-PAYMENT OR CHEQUE BOOK EVER RECORDED - STATUS 35,
003333*    THE SAME AS HOLDFILE ABOVE
003334     IF WS-STOP-FILE-STATUS = '35'
003335         MOVE 'Y' TO WS-NO-STOPS-SW
003336     ELSE
003337         IF WS-STOP-FILE-STATUS NOT = '00'
003338             DISPLAY 'BNKPST - STOPFILE OPEN FAILED, STATUS = '
003339                 WS-STOP-FILE-STATUS
003340             MOVE 'Y' TO WS-TRANIN-EOF-SW
003341             MOVE 16 TO RETURN-CODE
003342             GO TO 1000-EXIT
003343         END-IF
003344     END-IF
003345     OPEN INPUT CHQBOOK-FILE
003346     IF WS-CHQ-FILE-STATUS = '35'
003347         MOVE 'Y' TO WS-NO-CHQS-SW
003348     ELSE
003349         IF WS-CHQ-FILE-STATUS NOT = '00'
003350             DISPLAY 'BNKPST - CHQBOOK OPEN FAILED, STATUS = '
003351                 WS-CHQ-FILE-STATUS
003352             MOVE 'Y' TO WS-TRANIN-EOF-SW
003353             MOVE 16 TO RETURN-CODE
003354             GO TO 1000-EXIT
003355         END-IF
003356     END-IF
003357     OPEN INPUT COVER-FILE
003358*    NO COVER ACCOUNT EVER NAMED - STATUS 35, THE SAME AS
003359*    HOLDFILE ABOVE
003360     IF WS-COVR-FILE-STATUS = '35'
003361         MOVE 'Y' TO WS-NO-COVRS-SW
003362     ELSE
003363         IF WS-COVR-FILE-STATUS NOT = '00'
003364             DISPLAY 'BNKPST - COVRFILE OPEN FAILED, STATUS = '
003365                 WS-COVR-FILE-STATUS
003366             MOVE 'Y' TO WS-TRANIN-EOF-SW
003367             MOVE 16 TO RETURN-CODE
003368             GO TO 1000-EXIT
003369         END-IF
003370     END-IF
003371     OPEN I-O REGISTER-FILE
003372*    THE SAME FIRST-EVER-RUN PRIMING BNKJAR GIVES TXNHIST
003373     IF WS-BREG-FILE-STATUS = '35'
003374         OPEN OUTPUT REGISTER-FILE
003380         CLOSE REGISTER-FILE
003390         OPEN I-O REGISTER-FILE
003400     END-IF
005720     ELSE
005730     IF NOT TPIN-IS-CREDIT AND NOT TPIN-IS-DEBIT
005740         MOVE 'BAD TRAN TYPE' TO WS-REJECT-REASON
005742     ELSE
005744     IF TPIN-CHEQUE-SERIAL NOT = SPACES
005746         AND TPIN-CHEQUE-SERIAL NOT NUMERIC
005748         MOVE 'BAD CHEQUE SERIAL' TO WS-REJECT-REASON
005750     ELSE
005760         MOVE TPIN-AMOUNT-N TO WS-TRAN-AMOUNT
005770         IF WS-TRAN-AMOUNT = 0
005820     END-IF
005830     END-IF
005840     END-IF
005845     END-IF
005850     IF WS-REJECT-REASON NOT = SPACES
005860         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
005870     END-IF.
006150             GO TO 2200-EXIT
006160         END-IF
006170     END-IF
006171     IF TPIN-IS-DEBIT
006172         AND TPIN-CHEQUE-SERIAL NOT = SPACES
006173         PERFORM 2700-CHECK-CHEQUE THRU 2700-EXIT
006174         IF WS-REJECT-REASON NOT = SPACES
006175             GO TO 2200-EXIT
006176         END-IF
006177     END-IF
006180     IF TPIN-IS-DEBIT
006190         MOVE ACCT-BALANCE TO WS-AVAIL-BALANCE
006200         IF ACCT-OD-IS-ENABLED
006220         END-IF
006230         PERFORM 2600-SUM-ACTIVE-HOLDS THRU 2600-EXIT
006240         SUBTRACT WS-HOLD-TOTAL FROM WS-AVAIL-BALANCE
006241         COMPUTE WS-SWEEP-SHORTFALL =
006242             WS-TRAN-AMOUNT - ACCT-BALANCE + WS-HOLD-TOTAL
006243         IF WS-SWEEP-SHORTFALL > ZERO
006244             PERFORM 2900-SWEEP-COVER THRU 2900-EXIT
006245             IF WS-REJECT-REASON NOT = SPACES
006246                 GO TO 2200-EXIT
006247             END-IF
006248         END-IF
006250         IF WS-TRAN-AMOUNT > WS-AVAIL-BALANCE
006260             MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
006270             GO TO 2200-EXIT
007590 2650-EXIT.
007600     EXIT.
007610
007611*----------------------------------------------------------*
007612*  2700-CHECK-CHEQUE - A CHEQUE DEBIT IS STOPPED BY ANY     *
007613*  ACTIVE STOP-PAYMENT WHOSE SERIAL RANGE COVERS IT.  WHERE *
007614*  THE ACCOUNT HAS CHEQUE BOOKS ON RECORD THE SERIAL MUST   *
007615*  ALSO FALL INSIDE ONE OF THEM - AN ACCOUNT WITH NO BOOKS  *
007616*  RECORDED IS NOT SERIAL-CHECKED                           *
007617*----------------------------------------------------------*
007618 2700-CHECK-CHEQUE.
007619     MOVE TPIN-CHEQUE-SERIAL-N TO WS-CHEQUE-SERIAL
007620     IF NO-STOP-FILE
007621         GO TO 2700-BOOKS
007622     END-IF
007623     MOVE 'N' TO WS-STOP-DONE-SW
007624     MOVE 'N' TO WS-STOP-HIT-SW
007625     MOVE FD-ACCT-NUMBER TO STOP-ACCOUNT
007626     MOVE ZERO           TO STOP-SEQ
007627     START STOP-FILE KEY NOT < STOP-KEY
007628         INVALID KEY
007629             MOVE 'Y' TO WS-STOP-DONE-SW
007630     END-START
007631     PERFORM 2750-READ-STOP THRU 2750-EXIT
007632         UNTIL STOP-SCAN-DONE
007633     IF STOP-HIT
007634         MOVE 'STOP' TO WS-REJECT-REASON
007635         GO TO 2700-EXIT
007636     END-IF.
007637 2700-BOOKS.
007638     IF NO-CHQ-FILE
007639         GO TO 2700-EXIT
007640     END-IF
007641     MOVE 'N'  TO WS-CHQ-DONE-SW
007642     MOVE 'N'  TO WS-ISSUED-SW
007643     MOVE ZERO TO WS-BOOKS-FOUND
007644     MOVE FD-ACCT-NUMBER TO CHQ-ACCOUNT
007645     MOVE ZERO           TO CHQ-SEQ
007646     START CHQBOOK-FILE KEY NOT < CHQ-KEY
007647         INVALID KEY
007648             MOVE 'Y' TO WS-CHQ-DONE-SW
007649     END-START
007650     PERFORM 2800-READ-CHQBOOK THRU 2800-EXIT
007651         UNTIL CHQ-SCAN-DONE
007652     IF WS-BOOKS-FOUND > ZERO
007653         AND NOT SERIAL-ISSUED
007654         MOVE 'CHQ NOT ISSUED' TO WS-REJECT-REASON
007655     END-IF.
007656 2700-EXIT.
007657     EXIT.
007658
007659 2750-READ-STOP.
007660     READ STOP-FILE NEXT RECORD
007661         AT END
007662             MOVE 'Y' TO WS-STOP-DONE-SW
007663     END-READ
007664     IF NOT STOP-SCAN-DONE
007665         IF STOP-ACCOUNT NOT = FD-ACCT-NUMBER
007666             MOVE 'Y' TO WS-STOP-DONE-SW
007667         ELSE
007668             IF STOP-IS-ACTIVE
007669                 AND WS-CHEQUE-SERIAL >= STOP-SERIAL-FROM
007670                 AND WS-CHEQUE-SERIAL <= STOP-SERIAL-TO
007671                 MOVE 'Y' TO WS-STOP-HIT-SW
007672                 MOVE 'Y' TO WS-STOP-DONE-SW
007673             END-IF
007674         END-IF
007675     END-IF.
007676 2750-EXIT.
007677     EXIT.
007678
007679 2800-READ-CHQBOOK.
007680     READ CHQBOOK-FILE NEXT RECORD
007681         AT END
007682             MOVE 'Y' TO WS-CHQ-DONE-SW
007683     END-READ
007684     IF NOT CHQ-SCAN-DONE
007685         IF CHQ-ACCOUNT NOT = FD-ACCT-NUMBER
007686             MOVE 'Y' TO WS-CHQ-DONE-SW
007687         ELSE
007688             ADD 1 TO WS-BOOKS-FOUND
007689             IF WS-CHEQUE-SERIAL >= CHQ-SERIAL-FROM
007690                 AND WS-CHEQUE-SERIAL <= CHQ-SERIAL-TO
007691                 MOVE 'Y' TO WS-ISSUED-SW
007692                 MOVE 'Y' TO WS-CHQ-DONE-SW
007693             END-IF
007694         END-IF
007695     END-IF.
007696 2800-EXIT.
007697     EXIT.
007698
007699*----------------------------------------------------------*
007700*  2900-SWEEP-COVER - A DEBIT THAT WOULD TAKE THE ACCOUNT   *
007701*  BELOW ZERO FIRST SWEEPS THE SHORTFALL FROM THE COVER     *
007702*  ACCOUNT NAMED ON COVRFILE, UP TO THE COVER'S OWN CREDIT  *
007703*  BALANCE LESS ITS ACTIVE HOLDS - A COVER ACCOUNT IS NEVER *
007704*  TAKEN OVERDRAWN.  THE COVER MUST BE OPEN AND BELONG TO   *
007705*  THE SAME CUSTOMER, AND THE SWEEP IS MADE ONLY WHEN IT    *
007706*  LETS THE DEBIT POST.  THE DEBITED ACCOUNT IS LEFT RE-    *
007707*  READ WITH ITS AVAILABLE BALANCE RAISED BY THE SWEEP      *
007708*----------------------------------------------------------*
007709 2900-SWEEP-COVER.
007710     MOVE ZERO TO WS-SWEEP-AMOUNT
007711     IF NO-COVR-FILE
007712         GO TO 2900-EXIT
007713     END-IF
007714     MOVE FD-ACCT-NUMBER TO COVR-ACCOUNT
007715     READ COVER-FILE
007716         INVALID KEY
007717             GO TO 2900-EXIT
007718     END-READ
007719     MOVE FD-ACCT-NUMBER    TO WS-SWEEP-ACCOUNT
007720     MOVE ACCT-CUST-NUMBER  TO WS-SWEEP-CUST
007721     MOVE COVR-FROM-ACCOUNT TO FD-ACCT-NUMBER
007722     READ ACCT-MASTER-FILE
007723         INVALID KEY
007724             GO TO 2900-RESTORE
007725     END-READ
007726     IF NOT ACCT-IS-OPEN
007727         OR ACCT-CUST-NUMBER NOT = WS-SWEEP-CUST
007728         GO TO 2900-RESTORE
007729     END-IF
007730     PERFORM 2600-SUM-ACTIVE-HOLDS THRU 2600-EXIT
007731     COMPUTE WS-SWEEP-AMOUNT = ACCT-BALANCE - WS-HOLD-TOTAL
007732     IF WS-SWEEP-AMOUNT > WS-SWEEP-SHORTFALL
007733         MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
007734     END-IF
007735     IF WS-SWEEP-AMOUNT NOT > ZERO
007736         OR WS-TRAN-AMOUNT > WS-AVAIL-BALANCE + WS-SWEEP-AMOUNT
007737         MOVE ZERO TO WS-SWEEP-AMOUNT
007738         GO TO 2900-RESTORE
007739     END-IF
007740     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
007741     MOVE SPACES TO WS-LINK-REF
007742     STRING WS-SWEEP-ACCOUNT WS-CURRENT-DATE-TIME(9:6)
007743         DELIMITED SIZE INTO WS-LINK-REF
007744     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
007745     SUBTRACT WS-SWEEP-AMOUNT FROM ACCT-BALANCE
007746     REWRITE FD-ACCT-RECORD
007747     IF WS-ACCT-FILE-STATUS NOT = '00'
007748         DISPLAY 'BNKPST - SWEEP REWRITE FAILED FOR ACCOUNT '
007749             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
007750         MOVE ZERO TO WS-SWEEP-AMOUNT
007751         GO TO 2900-RESTORE
007752     END-IF
007753     MOVE 'SWDR' TO JRNL-TRAN-TYPE
007754     MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT
007755     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
007756 2900-RESTORE.
007757     MOVE WS-SWEEP-ACCOUNT TO FD-ACCT-NUMBER
007758     READ ACCT-MASTER-FILE
007759         INVALID KEY
007760             DISPLAY 'BNKPST - SWEEP RE-READ FAILED FOR ACCOUNT '
007761                 FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
007762             MOVE 'UNKNOWN ACCOUNT' TO WS-REJECT-REASON
007763             IF WS-SWEEP-AMOUNT NOT = ZERO
007764                 MOVE 'SWEEP CREDIT FAILED' TO WS-REJECT-REASON
007765             END-IF
007766             GO TO 2900-EXIT
007767     END-READ
007768     IF WS-SWEEP-AMOUNT = ZERO
007769         GO TO 2900-EXIT
007770     END-IF
007771     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
007772     ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
007773     REWRITE FD-ACCT-RECORD
007774     IF WS-ACCT-FILE-STATUS NOT = '00'
007775*        THE COVER IS ALREADY DEBITED WITH NO MATCHING CREDIT -
007776*        THE BRANCH MUST REPAIR THIS BY HAND
007777         DISPLAY 'BNKPST - SWEEP REWRITE FAILED FOR ACCOUNT '
007778             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
007779         MOVE 'SWEEP CREDIT FAILED' TO WS-REJECT-REASON
007780         GO TO 2900-EXIT
007781     END-IF
007782     MOVE 'SWCR' TO JRNL-TRAN-TYPE
007783     MOVE WS-SWEEP-AMOUNT TO JRNL-AMOUNT
007784     PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT
007785     ADD WS-SWEEP-AMOUNT TO WS-AVAIL-BALANCE
007786     ADD 1 TO WS-SWEEPS-MADE
007787     ADD WS-SWEEP-AMOUNT TO WS-VALUE-SWEPT.
007788 2900-EXIT.
007789     EXIT.
007790
007791*----------------------------------------------------------*
007792*  3000-TERMINATE - RECORD THE BATCH ON THE REGISTER,       *
007793*  CONTROL TOTALS FOR THE EOD TIE-IN                        *
007794*----------------------------------------------------------*
007795 3000-TERMINATE.
007796     MOVE SPACES TO WS-REJECT-LINE
007797     MOVE WS-ITEMS-READ TO WS-COUNT-DISP
007798     STRING '  ITEMS READ ...... ' DELIMITED SIZE
007799         WS-COUNT-DISP              DELIMITED SIZE
007800         INTO WS-REJECT-LINE
007801     MOVE WS-REJECT-LINE TO FD-REJECT-LINE
007802     WRITE FD-REJECT-LINE
007803
007804     MOVE SPACES TO WS-REJECT-LINE
007805     MOVE WS-ITEMS-POSTED TO WS-COUNT-DISP
007806     MOVE WS-VALUE-POSTED TO WS-AMOUNT-DISP
007807     STRING '  ITEMS POSTED .... ' DELIMITED SIZE
007808         WS-COUNT-DISP              DELIMITED SIZE
007809         ' VALUE '                  DELIMITED SIZE
007810         WS-AMOUNT-DISP             DELIMITED SIZE
007820         INTO WS-REJECT-LINE
007830     MOVE WS-REJECT-LINE TO FD-REJECT-LINE
007940     MOVE WS-REJECT-LINE TO FD-REJECT-LINE
007950     WRITE FD-REJECT-LINE
007960
007961     MOVE SPACES TO WS-REJECT-LINE
007962     MOVE WS-SWEEPS-MADE TO WS-COUNT-DISP
007963     MOVE WS-VALUE-SWEPT TO WS-AMOUNT-DISP
007964     STRING '  COVER SWEEPS .... ' DELIMITED SIZE
007965         WS-COUNT-DISP              DELIMITED SIZE
007966         ' VALUE '                  DELIMITED SIZE
007967         WS-AMOUNT-DISP             DELIMITED SIZE
007968         INTO WS-REJECT-LINE
007969     MOVE WS-REJECT-LINE TO FD-REJECT-LINE
007970     WRITE FD-REJECT-LINE
007971
007972     IF RETURN-CODE = ZERO
007980         MOVE WS-BATCH-ID      TO BRG-BATCH-ID
007990         MOVE WS-RUN-DATE      TO BRG-POST-DATE
008000         MOVE WS-PV-ITEMS      TO BRG-ITEM-COUNT
008250     IF NOT NO-HOLD-FILE
008260         CLOSE HOLD-FILE
008270     END-IF
008271     IF NOT NO-STOP-FILE
008272         CLOSE STOP-FILE
008273     END-IF
008274     IF NOT NO-CHQ-FILE
008275         CLOSE CHQBOOK-FILE
008276     END-IF
008277     IF NOT NO-COVR-FILE
008278         CLOSE COVER-FILE
008279     END-IF
008280     CLOSE REGISTER-FILE
008290     CLOSE REJECT-FILE
008300     DISPLAY 'BNKPST - ITEMS READ ........ ' WS-ITEMS-READ
008310     DISPLAY 'BNKPST - ITEMS POSTED ...... ' WS-ITEMS-POSTED
008320     DISPLAY 'BNKPST - ITEMS REJECTED .... ' WS-ITEMS-REJECTED
008330     DISPLAY 'BNKPST - OD FEES ASSESSED .. ' WS-FEES-ASSESSED
008335     DISPLAY 'BNKPST - COVER SWEEPS ...... ' WS-SWEEPS-MADE.
008340 3000-EXIT.
008350     EXIT.
