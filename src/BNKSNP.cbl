000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKSNP.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K S N P  -  M A S T E R   S N A P S H O T   R U N       *
000100*                                                               *
000110*   PURPOSE.  TAKES THE NIGHTLY POINT-IN-TIME COPY OF THE       *
000120*   MASTERS BNKRCV RESTORES FROM : ACCTMSTR, HOLDFILE,          *
000130*   STORDER, CUSTMSTR, COVRFILE, TDFILE, STOPFILE AND CHQBOOK   *
000140*   ARE EACH UNLOADED IN KEY ORDER TO A NEW SEQUENTIAL          *
000145*   GENERATION (ACCTSNP, HOLDSNP, STOSNP, CUSTSNP, COVRSNP,     *
000147*   TDSNP, STOPSNP, CHQSNP), AND ONE SNPCTL RECORD STAMPS       *
000160*   THE SET WITH THE BUSINESS DATE, THE RECORD COUNTS AND THE   *
000165*   ACCOUNT BALANCE TOTAL.                                      *
000170*                                                               *
000180*   THE SNAPSHOT IS TAKEN AFTER BNKEOD HAS CLOSED THE DAY, SO   *
000190*   THE ACCOUNT BALANCE TOTAL MUST AGREE WITH THE CARRY-FORWARD *
000200*   TOTAL BNKEOD JUST WROTE TO EODCTL FOR THE SAME DATE.  A     *
000210*   SNAPSHOT THAT DISAGREES IS STILL WRITTEN FOR INVESTIGATION  *
000220*   BUT IS STAMPED BAD, WHICH BNKRCV REFUSES TO RESTORE FROM,   *
000230*   AND THE STEP IS NOT RECORDED COMPLETE.                      *
000240*                                                               *
000250*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.  THE   *
000260*   RUN REFUSES TO START UNTIL BNKEOD HAS COMPLETED FOR THE     *
000270*   DATE, AND PARM FORCE IS NEEDED TO RERUN A COMPLETED STEP.   *
000280*   THE ONLINE REGION MUST STAY CLOSED UNTIL THE SNAPSHOT ENDS. *
000290*                                                               *
000300*   MODIFICATION HISTORY.                                       *
000310*   10/15/2026  OSG   INITIAL VERSION.                          *
000313*   10/15/2026  OSG   OVERDRAFT COVER FILE (COVRFILE) ADDED TO  *
000316*                     THE SNAPSHOT AND COUNTED ON SNPCTL.       *
000317*   10/15/2026  OSG   TERM DEPOSITS (TDFILE), STOP-PAYMENTS     *
000318*                     (STOPFILE) AND CHEQUE BOOKS (CHQBOOK)     *
000319*                     ADDED TO THE SNAPSHOT AND COUNTED ON      *
000320*                     SNPCTL, WHICH GROWS TO 100 BYTES.         *
000321*                                                               *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-BDC-FILE-STATUS.
000410
000420     SELECT CTL-IN-FILE       ASSIGN TO EODCTLI
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WS-CTLI-FILE-STATUS.
000460
000470     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FD-ACCT-NUMBER
000510         FILE STATUS IS WS-ACCT-FILE-STATUS.
000520
000530     SELECT HOLD-FILE         ASSIGN TO HOLDFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS HOLD-KEY
000570         FILE STATUS IS WS-HOLD-FILE-STATUS.
000580
000590     SELECT ORDER-FILE        ASSIGN TO STORDER
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS SO-KEY
000630         FILE STATUS IS WS-ORDER-FILE-STATUS.
000640
000650     SELECT CUST-MASTER-FILE  ASSIGN TO CUSTMSTR
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS FD-CUST-NUMBER
000690         FILE STATUS IS WS-CUST-FILE-STATUS.
000700
000710     SELECT ACCT-SNAP-FILE    ASSIGN TO ACCTSNP
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-ASNP-FILE-STATUS.
000750
000760     SELECT HOLD-SNAP-FILE    ASSIGN TO HOLDSNP
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-HSNP-FILE-STATUS.
000800
000810     SELECT ORDER-SNAP-FILE   ASSIGN TO STOSNP
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-OSNP-FILE-STATUS.
000850
000860     SELECT CUST-SNAP-FILE    ASSIGN TO CUSTSNP
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-CSNP-FILE-STATUS.
000900
000901     SELECT COVER-FILE        ASSIGN TO COVRFILE
000902         ORGANIZATION IS INDEXED
000903         ACCESS MODE IS SEQUENTIAL
000904         RECORD KEY IS COVR-ACCOUNT
000905         FILE STATUS IS WS-COVR-FILE-STATUS.
000906
000907     SELECT COVER-SNAP-FILE   ASSIGN TO COVRSNP
000908         ORGANIZATION IS SEQUENTIAL
000909         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-VSNP-FILE-STATUS.
000911
000912     SELECT TD-FILE           ASSIGN TO TDFILE
000913         ORGANIZATION IS INDEXED
000914         ACCESS MODE IS SEQUENTIAL
000915         RECORD KEY IS TD-KEY
000916         FILE STATUS IS WS-TD-FILE-STATUS.
000917
000918     SELECT TD-SNAP-FILE      ASSIGN TO TDSNP
000919         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000921         FILE STATUS IS WS-TSNP-FILE-STATUS.
000922
000923     SELECT STOP-FILE         ASSIGN TO STOPFILE
000924         ORGANIZATION IS INDEXED
000925         ACCESS MODE IS SEQUENTIAL
000926         RECORD KEY IS STOP-KEY
000927         FILE STATUS IS WS-STOP-FILE-STATUS.
000928
000929     SELECT STOP-SNAP-FILE    ASSIGN TO STOPSNP
000930         ORGANIZATION IS SEQUENTIAL
000931         ACCESS MODE IS SEQUENTIAL
000932         FILE STATUS IS WS-PSNP-FILE-STATUS.
000933
000934     SELECT CHQBOOK-FILE      ASSIGN TO CHQBOOK
000935         ORGANIZATION IS INDEXED
000936         ACCESS MODE IS SEQUENTIAL
000937         RECORD KEY IS CHQ-KEY
000938         FILE STATUS IS WS-CHQ-FILE-STATUS.
000939
000940     SELECT CHQBOOK-SNAP-FILE ASSIGN TO CHQSNP
000941         ORGANIZATION IS SEQUENTIAL
000942         ACCESS MODE IS SEQUENTIAL
000943         FILE STATUS IS WS-BSNP-FILE-STATUS.
000944
000945     SELECT SNAP-CTL-FILE     ASSIGN TO SNPCTL
000946         ORGANIZATION IS SEQUENTIAL
000947         ACCESS MODE IS SEQUENTIAL
000948         FILE STATUS IS WS-SCTL-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CTL-DATE-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 40 CHARACTERS.
001010 01  FD-BDC-RECORD.
001020     COPY BDCREC.
001030
001040 FD  CTL-IN-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 22 CHARACTERS.
001070 01  FD-CTL-IN-RECORD.
001080     COPY CTLREC.
001090
001100 FD  ACCT-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 72 CHARACTERS.
001130 01  FD-ACCT-RECORD.
001140     COPY ACCTREC
001150         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
001160
001170 FD  HOLD-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 51 CHARACTERS.
001200 01  FD-HOLD-RECORD.
001210     COPY HOLDREC.
001220
001230 FD  ORDER-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 48 CHARACTERS.
001260 01  FD-ORDER-RECORD.
001270     COPY STORREC.
001280
001290 FD  CUST-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 140 CHARACTERS.
001320 01  FD-CUST-RECORD.
001330     COPY CUSTREC
001340         REPLACING CUST-NUMBER BY FD-CUST-NUMBER.
001350
001360 FD  ACCT-SNAP-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 72 CHARACTERS.
001390 01  FD-ACCT-SNAP-RECORD          PIC X(72).
001400
001410 FD  HOLD-SNAP-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 51 CHARACTERS.
001440 01  FD-HOLD-SNAP-RECORD          PIC X(51).
001450
001460 FD  ORDER-SNAP-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 48 CHARACTERS.
001490 01  FD-ORDER-SNAP-RECORD         PIC X(48).
001500
001510 FD  CUST-SNAP-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 140 CHARACTERS.
001540 01  FD-CUST-SNAP-RECORD          PIC X(140).
001550
001551 FD  COVER-FILE
001552     LABEL RECORDS ARE STANDARD
001553     RECORD CONTAINS 40 CHARACTERS.
001554 01  FD-COVER-RECORD.
001555     COPY COVRREC.
001556
001557 FD  COVER-SNAP-FILE
001558     LABEL RECORDS ARE STANDARD
001559     RECORD CONTAINS 40 CHARACTERS.
001560 01  FD-COVER-SNAP-RECORD        PIC X(40).
001561
001562 FD  TD-FILE
001563     LABEL RECORDS ARE STANDARD
001564     RECORD CONTAINS 65 CHARACTERS.
001565 01  FD-TD-RECORD.
001566     COPY TDREC.
001567
001568 FD  TD-SNAP-FILE
001569     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 65 CHARACTERS.
001571 01  FD-TD-SNAP-RECORD           PIC X(65).
001572
001573 FD  STOP-FILE
001574     LABEL RECORDS ARE STANDARD
001575     RECORD CONTAINS 55 CHARACTERS.
001576 01  FD-STOP-RECORD.
001577     COPY STOPREC.
001578
001579 FD  STOP-SNAP-FILE
001580     LABEL RECORDS ARE STANDARD
001581     RECORD CONTAINS 55 CHARACTERS.
001582 01  FD-STOP-SNAP-RECORD         PIC X(55).
001583
001584 FD  CHQBOOK-FILE
001585     LABEL RECORDS ARE STANDARD
001586     RECORD CONTAINS 34 CHARACTERS.
001587 01  FD-CHQBOOK-RECORD.
001588     COPY CHQREC.
001589
001590 FD  CHQBOOK-SNAP-FILE
001591     LABEL RECORDS ARE STANDARD
001592     RECORD CONTAINS 34 CHARACTERS.
001593 01  FD-CHQBOOK-SNAP-RECORD      PIC X(34).
001594
001595 FD  SNAP-CTL-FILE
001596     LABEL RECORDS ARE STANDARD
001597     RECORD CONTAINS 100 CHARACTERS.
001598 01  FD-SNAP-CTL-RECORD.
001600     COPY SNPREC.
001610
001620 WORKING-STORAGE SECTION.
001630 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001640 77  WS-CTLI-FILE-STATUS       PIC X(02) VALUE SPACES.
001650 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001660 77  WS-HOLD-FILE-STATUS       PIC X(02) VALUE SPACES.
001670 77  WS-ORDER-FILE-STATUS      PIC X(02) VALUE SPACES.
001680 77  WS-CUST-FILE-STATUS       PIC X(02) VALUE SPACES.
001690 77  WS-ASNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001700 77  WS-HSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001710 77  WS-OSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001720 77  WS-CSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001730 77  WS-SCTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001733 77  WS-COVR-FILE-STATUS       PIC X(02) VALUE SPACES.
001736 77  WS-VSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001737 77  WS-TD-FILE-STATUS         PIC X(02) VALUE SPACES.
001738 77  WS-TSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001739 77  WS-STOP-FILE-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-PSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001741 77  WS-CHQ-FILE-STATUS        PIC X(02) VALUE SPACES.
001742 77  WS-BSNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001743
001750 01  WS-SWITCHES.
001760     05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
001770         88  ACCT-MASTER-EOF   VALUE 'Y'.
001780     05  WS-HOLD-EOF-SW        PIC X(01) VALUE 'N'.
001790         88  HOLD-EOF          VALUE 'Y'.
001800     05  WS-ORDER-EOF-SW       PIC X(01) VALUE 'N'.
001810         88  ORDER-EOF         VALUE 'Y'.
001820     05  WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
001830         88  CUST-MASTER-EOF   VALUE 'Y'.
001840     05  WS-NO-HOLD-SW         PIC X(01) VALUE 'N'.
001850         88  NO-HOLD-FILE      VALUE 'Y'.
001860     05  WS-NO-ORDER-SW        PIC X(01) VALUE 'N'.
001870         88  NO-ORDER-FILE     VALUE 'Y'.
001872     05  WS-COVR-EOF-SW        PIC X(01) VALUE 'N'.
001874         88  COVR-EOF          VALUE 'Y'.
001876     05  WS-NO-COVR-SW         PIC X(01) VALUE 'N'.
001878         88  NO-COVR-FILE      VALUE 'Y'.
001879     05  WS-TD-EOF-SW          PIC X(01) VALUE 'N'.
001880         88  TD-EOF            VALUE 'Y'.
001881     05  WS-NO-TD-SW           PIC X(01) VALUE 'N'.
001882         88  NO-TD-FILE        VALUE 'Y'.
001883     05  WS-STOP-EOF-SW        PIC X(01) VALUE 'N'.
001884         88  STOP-EOF          VALUE 'Y'.
001885     05  WS-NO-STOP-SW         PIC X(01) VALUE 'N'.
001886         88  NO-STOP-FILE      VALUE 'Y'.
001887     05  WS-CHQ-EOF-SW         PIC X(01) VALUE 'N'.
001888         88  CHQ-EOF           VALUE 'Y'.
001889     05  WS-NO-CHQ-SW          PIC X(01) VALUE 'N'.
001890         88  NO-CHQ-FILE       VALUE 'Y'.
001891     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001892         88  FORCE-RERUN       VALUE 'Y'.
001900
001910 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001920
001930 01  WS-COUNTERS.
001940     05  WS-ACCT-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001950     05  WS-HOLD-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001960     05  WS-ORDER-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001970     05  WS-CUST-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001975     05  WS-COVR-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001976     05  WS-TD-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001977     05  WS-STOP-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001978     05  WS-CHQ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001980     05  WS-ACCT-TOTAL         PIC S9(12)V99 VALUE ZERO.
001990     05  WS-EOD-TOTAL          PIC S9(12)V99 VALUE ZERO.
002000     05  WS-EOD-DATE           PIC 9(08) VALUE ZERO.
002010     05  WS-VARIANCE           PIC S9(12)V99 VALUE ZERO.
002020
002030 01  WS-EDIT-FIELDS.
002040     05  WS-AMOUNT-DISP        PIC -(12).99.
002050
002060 LINKAGE SECTION.
002070 01  WS-PARM-INFO.
002080     05  WS-PARM-LEN           PIC S9(04) COMP.
002090     05  WS-PARM-OPTION        PIC X(05).
002100
002110 PROCEDURE DIVISION USING WS-PARM-INFO.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140     PERFORM 2000-COPY-ACCOUNT THRU 2000-EXIT
002150         UNTIL ACCT-MASTER-EOF
002160     PERFORM 2200-COPY-HOLD THRU 2200-EXIT
002170         UNTIL HOLD-EOF
002180     PERFORM 2400-COPY-ORDER THRU 2400-EXIT
002190         UNTIL ORDER-EOF
002200     PERFORM 2600-COPY-CUSTOMER THRU 2600-EXIT
002210         UNTIL CUST-MASTER-EOF
002213     PERFORM 2800-COPY-COVER THRU 2800-EXIT
002216         UNTIL COVR-EOF
002217     PERFORM 2910-COPY-DEPOSIT THRU 2910-EXIT
002218         UNTIL TD-EOF
002219     PERFORM 2930-COPY-STOP THRU 2930-EXIT
002220         UNTIL STOP-EOF
002221     PERFORM 2950-COPY-CHQBOOK THRU 2950-EXIT
002222         UNTIL CHQ-EOF
002223     PERFORM 3000-TERMINATE THRU 3000-EXIT
002230     STOP RUN.
002240
002250*----------------------------------------------------------*
002260*  0500-READ-CONTROL-DATE - THE BUSINESS DATE COMES FROM    *
002270*  THE BDCTL CONTROL FILE.  THE RUN REFUSES TO START UNTIL  *
002280*  BNKEOD HAS COMPLETED FOR THE DATE, AND A STEP ALREADY    *
002290*  COMPLETE IS REFUSED UNLESS PARM FORCE IS SUPPLIED        *
002300*----------------------------------------------------------*
002310 0500-READ-CONTROL-DATE.
002320     IF WS-PARM-LEN >= 5
002330         AND WS-PARM-OPTION = 'FORCE'
002340         MOVE 'Y' TO WS-FORCE-SW
002350     END-IF
002360     OPEN I-O CTL-DATE-FILE
002370     IF WS-BDC-FILE-STATUS NOT = '00'
002380         DISPLAY 'BNKSNP - BDCTL OPEN FAILED, STATUS = '
002390             WS-BDC-FILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         GO TO 0500-EXIT
002420     END-IF
002430     READ CTL-DATE-FILE
002440         AT END
002450             DISPLAY 'BNKSNP - BDCTL EMPTY - SEED IT WITH '
002460                 'BNKDRL PARM INITYYYYMMDD'
002470             MOVE 16 TO RETURN-CODE
002480             GO TO 0500-EXIT
002490     END-READ
002500     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
002510     IF NOT BDC-EOD-DONE
002520         DISPLAY 'BNKSNP - BNKEOD HAS NOT COMPLETED FOR '
002530             WS-RUN-DATE ' - RUN REFUSED'
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 0500-EXIT
002560     END-IF
002570     IF BDC-SNP-DONE AND NOT FORCE-RERUN
002580         DISPLAY 'BNKSNP - ALREADY COMPLETE FOR '
002590             WS-RUN-DATE ' - SUPPLY PARM FORCE TO RERUN'
002600         MOVE 16 TO RETURN-CODE
002610     END-IF.
002620 0500-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------*
002660*  1000-INITIALIZE - READ THE DAY'S EOD CARRY-FORWARD       *
002670*  TOTAL, OPEN THE MASTERS AND THE SNAPSHOT GENERATIONS     *
002680*  AND PRIME THE FIRST READS                                *
002690*----------------------------------------------------------*
002700 1000-INITIALIZE.
002710     PERFORM 0500-READ-CONTROL-DATE THRU 0500-EXIT
002720     IF RETURN-CODE NOT = ZERO
002730         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
002740         GO TO 1000-EXIT
002750     END-IF
002760     OPEN INPUT CTL-IN-FILE
002770     IF WS-CTLI-FILE-STATUS NOT = '00'
002780         DISPLAY 'BNKSNP - EODCTLI OPEN FAILED, STATUS = '
002790             WS-CTLI-FILE-STATUS
002800         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF
002840     READ CTL-IN-FILE
002850         AT END
002860             MOVE ZERO TO WS-EOD-DATE
002870             MOVE ZERO TO WS-EOD-TOTAL
002880         NOT AT END
002890             MOVE CTL-RUN-DATE    TO WS-EOD-DATE
002900             MOVE CTL-GRAND-TOTAL TO WS-EOD-TOTAL
002910     END-READ
002920     CLOSE CTL-IN-FILE
002930     OPEN INPUT ACCT-MASTER-FILE
002940     IF WS-ACCT-FILE-STATUS NOT = '00'
002950         DISPLAY 'BNKSNP - ACCTMSTR OPEN FAILED, STATUS = '
002960             WS-ACCT-FILE-STATUS
002970         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF
003010     OPEN INPUT HOLD-FILE
003020*    A NEVER-LOADED KSDS OPENS WITH STATUS 35 - AN EMPTY COPY,
003030*    NOT AN ERROR
003040     IF WS-HOLD-FILE-STATUS = '35'
003050         MOVE 'Y' TO WS-NO-HOLD-SW
003060         MOVE 'Y' TO WS-HOLD-EOF-SW
003070     ELSE
003080         IF WS-HOLD-FILE-STATUS NOT = '00'
003090             DISPLAY 'BNKSNP - HOLDFILE OPEN FAILED, STATUS = '
003100                 WS-HOLD-FILE-STATUS
003110             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003120             MOVE 16 TO RETURN-CODE
003130             GO TO 1000-EXIT
003140         END-IF
003150     END-IF
003160     OPEN INPUT ORDER-FILE
003170     IF WS-ORDER-FILE-STATUS = '35'
003180         MOVE 'Y' TO WS-NO-ORDER-SW
003190         MOVE 'Y' TO WS-ORDER-EOF-SW
003200     ELSE
003210         IF WS-ORDER-FILE-STATUS NOT = '00'
003220             DISPLAY 'BNKSNP - STORDER OPEN FAILED, STATUS = '
003230                 WS-ORDER-FILE-STATUS
003240             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003250             MOVE 16 TO RETURN-CODE
003260             GO TO 1000-EXIT
003270         END-IF
003280     END-IF
003290     OPEN INPUT CUST-MASTER-FILE
003300     IF WS-CUST-FILE-STATUS NOT = '00'
003310         DISPLAY 'BNKSNP - CUSTMSTR OPEN FAILED, STATUS = '
003320             WS-CUST-FILE-STATUS
003330         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003340         MOVE 16 TO RETURN-CODE
003350         GO TO 1000-EXIT
003360     END-IF
003361     OPEN INPUT COVER-FILE
003362     IF WS-COVR-FILE-STATUS = '35'
003363         MOVE 'Y' TO WS-NO-COVR-SW
003364         MOVE 'Y' TO WS-COVR-EOF-SW
003365     ELSE
003366         IF WS-COVR-FILE-STATUS NOT = '00'
003367             DISPLAY 'BNKSNP - COVRFILE OPEN FAILED, STATUS = '
003368                 WS-COVR-FILE-STATUS
003369             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003370             MOVE 16 TO RETURN-CODE
003371             GO TO 1000-EXIT
003372         END-IF
003373     END-IF
003374     OPEN INPUT TD-FILE
003375     IF WS-TD-FILE-STATUS = '35'
003376         MOVE 'Y' TO WS-NO-TD-SW
003377         MOVE 'Y' TO WS-TD-EOF-SW
003378     ELSE
003379         IF WS-TD-FILE-STATUS NOT = '00'
003380             DISPLAY 'BNKSNP - TDFILE OPEN FAILED, STATUS = '
003381                 WS-TD-FILE-STATUS
003382             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003383             MOVE 16 TO RETURN-CODE
003384             GO TO 1000-EXIT
003385         END-IF
003386     END-IF
003387     OPEN INPUT STOP-FILE
003388     IF WS-STOP-FILE-STATUS = '35'
003389         MOVE 'Y' TO WS-NO-STOP-SW
003390         MOVE 'Y' TO WS-STOP-EOF-SW
003391     ELSE
003392         IF WS-STOP-FILE-STATUS NOT = '00'
003393             DISPLAY 'BNKSNP - STOPFILE OPEN FAILED, STATUS = '
003394                 WS-STOP-FILE-STATUS
003395             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003396             MOVE 16 TO RETURN-CODE
003397             GO TO 1000-EXIT
003398         END-IF
003399     END-IF
003400     OPEN INPUT CHQBOOK-FILE
003401     IF WS-CHQ-FILE-STATUS = '35'
003402         MOVE 'Y' TO WS-NO-CHQ-SW
003403         MOVE 'Y' TO WS-CHQ-EOF-SW
003404     ELSE
003405         IF WS-CHQ-FILE-STATUS NOT = '00'
003406             DISPLAY 'BNKSNP - CHQBOOK OPEN FAILED, STATUS = '
003407                 WS-CHQ-FILE-STATUS
003408             PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003409             MOVE 16 TO RETURN-CODE
003410             GO TO 1000-EXIT
003411         END-IF
003412     END-IF
003413     OPEN OUTPUT ACCT-SNAP-FILE
003414     IF WS-ASNP-FILE-STATUS NOT = '00'
003415         DISPLAY 'BNKSNP - ACCTSNP OPEN FAILED, STATUS = '
003416             WS-ASNP-FILE-STATUS
003417         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003420         MOVE 16 TO RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF
003450     OPEN OUTPUT HOLD-SNAP-FILE
003460     IF WS-HSNP-FILE-STATUS NOT = '00'
003470         DISPLAY 'BNKSNP - HOLDSNP OPEN FAILED, STATUS = '
003480             WS-HSNP-FILE-STATUS
003490         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF
003530     OPEN OUTPUT ORDER-SNAP-FILE
003540     IF WS-OSNP-FILE-STATUS NOT = '00'
003550         DISPLAY 'BNKSNP - STOSNP OPEN FAILED, STATUS = '
003560             WS-OSNP-FILE-STATUS
003570         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 1000-EXIT
003600     END-IF
003610     OPEN OUTPUT CUST-SNAP-FILE
003620     IF WS-CSNP-FILE-STATUS NOT = '00'
003630         DISPLAY 'BNKSNP - CUSTSNP OPEN FAILED, STATUS = '
003640             WS-CSNP-FILE-STATUS
003650         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 1000-EXIT
003680     END-IF
003681     OPEN OUTPUT COVER-SNAP-FILE
003682     IF WS-VSNP-FILE-STATUS NOT = '00'
003683         DISPLAY 'BNKSNP - COVRSNP OPEN FAILED, STATUS = '
003684             WS-VSNP-FILE-STATUS
003685         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003686         MOVE 16 TO RETURN-CODE
003687         GO TO 1000-EXIT
003688     END-IF
003689     OPEN OUTPUT TD-SNAP-FILE
003690     IF WS-TSNP-FILE-STATUS NOT = '00'
003691         DISPLAY 'BNKSNP - TDSNP OPEN FAILED, STATUS = '
003692             WS-TSNP-FILE-STATUS
003693         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003694         MOVE 16 TO RETURN-CODE
003695         GO TO 1000-EXIT
003696     END-IF
003697     OPEN OUTPUT STOP-SNAP-FILE
003698     IF WS-PSNP-FILE-STATUS NOT = '00'
003699         DISPLAY 'BNKSNP - STOPSNP OPEN FAILED, STATUS = '
003700             WS-PSNP-FILE-STATUS
003701         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003702         MOVE 16 TO RETURN-CODE
003703         GO TO 1000-EXIT
003704     END-IF
003705     OPEN OUTPUT CHQBOOK-SNAP-FILE
003706     IF WS-BSNP-FILE-STATUS NOT = '00'
003707         DISPLAY 'BNKSNP - CHQSNP OPEN FAILED, STATUS = '
003708             WS-BSNP-FILE-STATUS
003709         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003710         MOVE 16 TO RETURN-CODE
003711         GO TO 1000-EXIT
003712     END-IF
003713     OPEN OUTPUT SNAP-CTL-FILE
003714     IF WS-SCTL-FILE-STATUS NOT = '00'
003715         DISPLAY 'BNKSNP - SNPCTL OPEN FAILED, STATUS = '
003720             WS-SCTL-FILE-STATUS
003730         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
003740         MOVE 16 TO RETURN-CODE
003750         GO TO 1000-EXIT
003760     END-IF
003770     PERFORM 2100-READ-ACCT THRU 2100-EXIT
003780     IF NOT NO-HOLD-FILE
003790         PERFORM 2300-READ-HOLD THRU 2300-EXIT
003800     END-IF
003810     IF NOT NO-ORDER-FILE
003820         PERFORM 2500-READ-ORDER THRU 2500-EXIT
003830     END-IF
003842     PERFORM 2700-READ-CUST THRU 2700-EXIT
003844     IF NOT NO-COVR-FILE
003846         PERFORM 2900-READ-COVER THRU 2900-EXIT
003848     END-IF
003849     IF NOT NO-TD-FILE
003850         PERFORM 2920-READ-DEPOSIT THRU 2920-EXIT
003851     END-IF
003852     IF NOT NO-STOP-FILE
003853         PERFORM 2940-READ-STOP THRU 2940-EXIT
003854     END-IF
003855     IF NOT NO-CHQ-FILE
003856         PERFORM 2960-READ-CHQBOOK THRU 2960-EXIT
003857     END-IF.
003858 1000-EXIT.
003860     EXIT.
003870
003880 1900-SET-ALL-EOF.
003890     MOVE 'Y' TO WS-ACCT-EOF-SW
003900     MOVE 'Y' TO WS-HOLD-EOF-SW
003910     MOVE 'Y' TO WS-ORDER-EOF-SW
003920     MOVE 'Y' TO WS-CUST-EOF-SW
003925     MOVE 'Y' TO WS-COVR-EOF-SW
003926     MOVE 'Y' TO WS-TD-EOF-SW
003927     MOVE 'Y' TO WS-STOP-EOF-SW
003928     MOVE 'Y' TO WS-CHQ-EOF-SW.
003930 1900-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970*  2000-COPY-ACCOUNT - ONE ACCOUNT TO THE SNAPSHOT, ADDING  *
003980*  ITS BALANCE TO THE CONTROL TOTAL                         *
003990*----------------------------------------------------------*
004000 2000-COPY-ACCOUNT.
004010     WRITE FD-ACCT-SNAP-RECORD FROM FD-ACCT-RECORD
004020     IF WS-ASNP-FILE-STATUS NOT = '00'
004030         DISPLAY 'BNKSNP - ACCTSNP WRITE FAILED, STATUS = '
004040             WS-ASNP-FILE-STATUS
004050         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 2000-EXIT
004080     END-IF
004090     ADD 1 TO WS-ACCT-COUNT
004100     ADD ACCT-BALANCE TO WS-ACCT-TOTAL
004110     PERFORM 2100-READ-ACCT THRU 2100-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140
004150 2100-READ-ACCT.
004160     READ ACCT-MASTER-FILE
004170         AT END
004180             MOVE 'Y' TO WS-ACCT-EOF-SW
004190     END-READ.
004200 2100-EXIT.
004210     EXIT.
004220
004230 2200-COPY-HOLD.
004240     WRITE FD-HOLD-SNAP-RECORD FROM FD-HOLD-RECORD
004250     IF WS-HSNP-FILE-STATUS NOT = '00'
004260         DISPLAY 'BNKSNP - HOLDSNP WRITE FAILED, STATUS = '
004270             WS-HSNP-FILE-STATUS
004280         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 2200-EXIT
004310     END-IF
004320     ADD 1 TO WS-HOLD-COUNT
004330     PERFORM 2300-READ-HOLD THRU 2300-EXIT.
004340 2200-EXIT.
004350     EXIT.
004360
004370 2300-READ-HOLD.
004380     READ HOLD-FILE
004390         AT END
004400             MOVE 'Y' TO WS-HOLD-EOF-SW
004410     END-READ.
004420 2300-EXIT.
004430     EXIT.
004440
004450 2400-COPY-ORDER.
004460     WRITE FD-ORDER-SNAP-RECORD FROM FD-ORDER-RECORD
004470     IF WS-OSNP-FILE-STATUS NOT = '00'
004480         DISPLAY 'BNKSNP - STOSNP WRITE FAILED, STATUS = '
004490             WS-OSNP-FILE-STATUS
004500         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 2400-EXIT
004530     END-IF
004540     ADD 1 TO WS-ORDER-COUNT
004550     PERFORM 2500-READ-ORDER THRU 2500-EXIT.
004560 2400-EXIT.
004570     EXIT.
004580
004590 2500-READ-ORDER.
004600     READ ORDER-FILE
004610         AT END
004620             MOVE 'Y' TO WS-ORDER-EOF-SW
004630     END-READ.
004640 2500-EXIT.
004650     EXIT.
004660
004670 2600-COPY-CUSTOMER.
004680     WRITE FD-CUST-SNAP-RECORD FROM FD-CUST-RECORD
004690     IF WS-CSNP-FILE-STATUS NOT = '00'
004700         DISPLAY 'BNKSNP - CUSTSNP WRITE FAILED, STATUS = '
004710             WS-CSNP-FILE-STATUS
004720         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004730         MOVE 16 TO RETURN-CODE
004740         GO TO 2600-EXIT
004750     END-IF
004760     ADD 1 TO WS-CUST-COUNT
004770     PERFORM 2700-READ-CUST THRU 2700-EXIT.
004780 2600-EXIT.
004790     EXIT.
004800
004810 2700-READ-CUST.
004820     READ CUST-MASTER-FILE
004830         AT END
004840             MOVE 'Y' TO WS-CUST-EOF-SW
004850     END-READ.
004860 2700-EXIT.
004870     EXIT.
004871
004872 2800-COPY-COVER.
004873     WRITE FD-COVER-SNAP-RECORD FROM FD-COVER-RECORD
004874     IF WS-VSNP-FILE-STATUS NOT = '00'
004875         DISPLAY 'BNKSNP - COVRSNP WRITE FAILED, STATUS = '
004876             WS-VSNP-FILE-STATUS
004877         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004878         MOVE 16 TO RETURN-CODE
004879         GO TO 2800-EXIT
004880     END-IF
004881     ADD 1 TO WS-COVR-COUNT
004882     PERFORM 2900-READ-COVER THRU 2900-EXIT.
004883 2800-EXIT.
004884     EXIT.
004885
004886 2900-READ-COVER.
004887     READ COVER-FILE
004888         AT END
004889             MOVE 'Y' TO WS-COVR-EOF-SW
004890     END-READ.
004891 2900-EXIT.
004892     EXIT.
004893
004894 2910-COPY-DEPOSIT.
004895     WRITE FD-TD-SNAP-RECORD FROM FD-TD-RECORD
004896     IF WS-TSNP-FILE-STATUS NOT = '00'
004897         DISPLAY 'BNKSNP - TDSNP WRITE FAILED, STATUS = '
004898             WS-TSNP-FILE-STATUS
004899         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004900         MOVE 16 TO RETURN-CODE
004901         GO TO 2910-EXIT
004902     END-IF
004903     ADD 1 TO WS-TD-COUNT
004904     PERFORM 2920-READ-DEPOSIT THRU 2920-EXIT.
004905 2910-EXIT.
004906     EXIT.
004907
004908 2920-READ-DEPOSIT.
004909     READ TD-FILE
004910         AT END
004911             MOVE 'Y' TO WS-TD-EOF-SW
004912     END-READ.
004913 2920-EXIT.
004914     EXIT.
004915
004916 2930-COPY-STOP.
004917     WRITE FD-STOP-SNAP-RECORD FROM FD-STOP-RECORD
004918     IF WS-PSNP-FILE-STATUS NOT = '00'
004919         DISPLAY 'BNKSNP - STOPSNP WRITE FAILED, STATUS = '
004920             WS-PSNP-FILE-STATUS
004921         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004922         MOVE 16 TO RETURN-CODE
004923         GO TO 2930-EXIT
004924     END-IF
004925     ADD 1 TO WS-STOP-COUNT
004926     PERFORM 2940-READ-STOP THRU 2940-EXIT.
004927 2930-EXIT.
004928     EXIT.
004929
004930 2940-READ-STOP.
004931     READ STOP-FILE
004932         AT END
004933             MOVE 'Y' TO WS-STOP-EOF-SW
004934     END-READ.
004935 2940-EXIT.
004936     EXIT.
004937
004938 2950-COPY-CHQBOOK.
004939     WRITE FD-CHQBOOK-SNAP-RECORD FROM FD-CHQBOOK-RECORD
004940     IF WS-BSNP-FILE-STATUS NOT = '00'
004941         DISPLAY 'BNKSNP - CHQSNP WRITE FAILED, STATUS = '
004942             WS-BSNP-FILE-STATUS
004943         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004944         MOVE 16 TO RETURN-CODE
004945         GO TO 2950-EXIT
004946     END-IF
004947     ADD 1 TO WS-CHQ-COUNT
004948     PERFORM 2960-READ-CHQBOOK THRU 2960-EXIT.
004949 2950-EXIT.
004950     EXIT.
004951
004952 2960-READ-CHQBOOK.
004953     READ CHQBOOK-FILE
004954         AT END
004955             MOVE 'Y' TO WS-CHQ-EOF-SW
004956     END-READ.
004957 2960-EXIT.
004958     EXIT.
004959
004960*----------------------------------------------------------*
004961*  3000-TERMINATE - PROVE THE ACCOUNT TOTAL AGAINST THE EOD *
004962*  CARRY-FORWARD, STAMP THE SNAPSHOT, RECORD COMPLETION ON  *
004963*  BDCTL AND CLOSE FILES                                    *
004964*----------------------------------------------------------*
004965 3000-TERMINATE.
004966     IF WS-SCTL-FILE-STATUS = '00'
004967         PERFORM 3100-WRITE-SNAP-CONTROL THRU 3100-EXIT
004970     END-IF
004980     IF RETURN-CODE = ZERO
004990         MOVE 'C' TO BDC-SNP-STATUS
005000         REWRITE FD-BDC-RECORD
005010         IF WS-BDC-FILE-STATUS NOT = '00'
005020             DISPLAY 'BNKSNP - BDCTL REWRITE FAILED, STATUS = '
005030                 WS-BDC-FILE-STATUS
005040             MOVE 16 TO RETURN-CODE
005050         END-IF
005060     END-IF
005070     CLOSE CTL-DATE-FILE
005080     CLOSE ACCT-MASTER-FILE
005090     IF NOT NO-HOLD-FILE
005100         CLOSE HOLD-FILE
005110     END-IF
005120     IF NOT NO-ORDER-FILE
005130         CLOSE ORDER-FILE
005140     END-IF
005150     CLOSE CUST-MASTER-FILE
005152     IF NOT NO-COVR-FILE
005154         CLOSE COVER-FILE
005156     END-IF
005157     IF NOT NO-TD-FILE
005158         CLOSE TD-FILE
005159     END-IF
005160     IF NOT NO-STOP-FILE
005161         CLOSE STOP-FILE
005162     END-IF
005163     IF NOT NO-CHQ-FILE
005164         CLOSE CHQBOOK-FILE
005165     END-IF
005166     CLOSE ACCT-SNAP-FILE
005170     CLOSE HOLD-SNAP-FILE
005180     CLOSE ORDER-SNAP-FILE
005190     CLOSE CUST-SNAP-FILE
005195     CLOSE COVER-SNAP-FILE
005196     CLOSE TD-SNAP-FILE
005197     CLOSE STOP-SNAP-FILE
005198     CLOSE CHQBOOK-SNAP-FILE
005200     CLOSE SNAP-CTL-FILE
005210     DISPLAY 'BNKSNP - SNAPSHOT DATE ..... ' WS-RUN-DATE
005220     DISPLAY 'BNKSNP - ACCOUNTS COPIED ... ' WS-ACCT-COUNT
005230     DISPLAY 'BNKSNP - HOLDS COPIED ...... ' WS-HOLD-COUNT
005240     DISPLAY 'BNKSNP - ORDERS COPIED ..... ' WS-ORDER-COUNT
005250     DISPLAY 'BNKSNP - CUSTOMERS COPIED .. ' WS-CUST-COUNT
005255     DISPLAY 'BNKSNP - COVERS COPIED ..... ' WS-COVR-COUNT
005256     DISPLAY 'BNKSNP - DEPOSITS COPIED ... ' WS-TD-COUNT
005257     DISPLAY 'BNKSNP - STOPS COPIED ...... ' WS-STOP-COUNT
005258     DISPLAY 'BNKSNP - CHEQUE BOOKS COPIED ' WS-CHQ-COUNT
005260     MOVE WS-ACCT-TOTAL TO WS-AMOUNT-DISP
005270     DISPLAY 'BNKSNP - ACCOUNT TOTAL ..... ' WS-AMOUNT-DISP
005280     MOVE WS-EOD-TOTAL TO WS-AMOUNT-DISP
005290     DISPLAY 'BNKSNP - EOD CARRY-FORWARD . ' WS-AMOUNT-DISP.
005300 3000-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------*
005340*  3100-WRITE-SNAP-CONTROL - A SNAPSHOT IS GOOD ONLY WHEN   *
005350*  EVERY COPY COMPLETED AND THE ACCOUNT TOTAL AGREES WITH   *
005360*  THE EOD CARRY-FORWARD FOR THE SAME DATE                  *
005370*----------------------------------------------------------*
005380 3100-WRITE-SNAP-CONTROL.
005390     MOVE SPACES            TO FD-SNAP-CTL-RECORD
005400     MOVE WS-RUN-DATE       TO SNP-BUSINESS-DATE
005410     MOVE WS-ACCT-COUNT     TO SNP-ACCT-COUNT
005420     MOVE WS-ACCT-TOTAL     TO SNP-ACCT-TOTAL
005430     MOVE WS-HOLD-COUNT     TO SNP-HOLD-COUNT
005440     MOVE WS-ORDER-COUNT    TO SNP-STO-COUNT
005450     MOVE WS-CUST-COUNT     TO SNP-CUST-COUNT
005455     MOVE WS-COVR-COUNT     TO SNP-COVR-COUNT
005456     MOVE WS-TD-COUNT       TO SNP-TD-COUNT
005457     MOVE WS-STOP-COUNT     TO SNP-STOP-COUNT
005458     MOVE WS-CHQ-COUNT      TO SNP-CHQ-COUNT
005460     MOVE WS-EOD-TOTAL      TO SNP-EOD-TOTAL
005470     MOVE 'G'               TO SNP-STATUS
005480     IF RETURN-CODE NOT = ZERO
005490         MOVE 'B' TO SNP-STATUS
005500     END-IF
005510     IF WS-EOD-DATE NOT = WS-RUN-DATE
005520         DISPLAY 'BNKSNP - *** EODCTL IS DATED ' WS-EOD-DATE
005530             ' NOT ' WS-RUN-DATE ' - SNAPSHOT MARKED BAD ***'
005540         MOVE 'B' TO SNP-STATUS
005550         IF RETURN-CODE < 8
005560             MOVE 8 TO RETURN-CODE
005570         END-IF
005580     END-IF
005590     COMPUTE WS-VARIANCE = WS-ACCT-TOTAL - WS-EOD-TOTAL
005600     IF WS-VARIANCE NOT = ZERO
005610         MOVE WS-VARIANCE TO WS-AMOUNT-DISP
005620         DISPLAY 'BNKSNP - *** ACCOUNT TOTAL DIFFERS FROM EOD '
005630             'CARRY-FORWARD BY ' WS-AMOUNT-DISP
005640             ' - SNAPSHOT MARKED BAD ***'
005650         MOVE 'B' TO SNP-STATUS
005660         IF RETURN-CODE < 8
005670             MOVE 8 TO RETURN-CODE
005680         END-IF
005690     END-IF
005700     WRITE FD-SNAP-CTL-RECORD
005710     IF WS-SCTL-FILE-STATUS NOT = '00'
005720         DISPLAY 'BNKSNP - SNPCTL WRITE FAILED, STATUS = '
005730             WS-SCTL-FILE-STATUS
005740         MOVE 16 TO RETURN-CODE
005750     END-IF.
005760 3100-EXIT.
005770     EXIT.
