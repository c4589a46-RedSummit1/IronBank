000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKPRD.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K P R D  -  P R O D U C T   P O R T F O L I O           *
000100*                                                               *
000110*   PURPOSE.  MANAGEMENT'S MONTH-END REPORT BY ACCOUNT PRODUCT  *
000120*   (ACCT-PRODUCT-CODE), BUILT FROM ACCTMSTR AND THE MONTH'S    *
000130*   TRANSACTION HISTORY (TXNHIST).  FOR EACH PRODUCT, AND FOR   *
000140*   ALL PRODUCTS TOGETHER, IT SHOWS :                           *
000150*                                                               *
000160*     MOVEMENTS  ACCOUNTS OPENED (OPN), CLOSED (CLS), FROZEN    *
000170*                (FRZ) AND MADE DORMANT (DRMT) IN THE MONTH.    *
000180*     POSITION   ACCOUNTS AND BALANCE IN CREDIT AND IN          *
000190*                OVERDRAFT AT THE MONTH END.  CLOSED ACCOUNTS   *
000200*                ARE NOT ON BOOK AND ARE SHOWN ONLY IN THE      *
000210*                CONTROL TOTALS.                                *
000220*     INCOME     INTEREST PAID (INT), DEBIT INTEREST EARNED     *
000230*                (DINT) AND OVERDRAFT FEES (ODFE) IN THE MONTH. *
000240*                                                               *
000250*   EVERY FIGURE IS PRINTED BESIDE LAST MONTH'S AND THE CHANGE. *
000260*   LAST MONTH'S FIGURES ARE READ BACK FROM THE PRIOR EXTRACT   *
000270*   GENERATION (PRDEXTI) ; WITH NO PRIOR EXTRACT THE CHANGE IS  *
000280*   NOT SHOWN.  THE SAME FIGURES ARE WRITTEN TO A NEW EXTRACT   *
000290*   GENERATION (PRDEXTO, COPYBOOK PRDREC) FOR THE FINANCE       *
000300*   OFFICE.                                                     *
000310*                                                               *
000320*   CONTROL TOTALS.  THE NET BALANCE ON BOOK PLUS THE CLOSED    *
000330*   ACCOUNT BALANCES MUST AGREE WITH THE GRAND TOTAL BNKEOD     *
000340*   WROTE TO EODCTL FOR THE MONTH-END DATE.  A REPORT THAT      *
000350*   DISAGREES IS STILL PRINTED AND EXTRACTED, MARKED ON THE     *
000360*   TRAILER, AND THE RUN ENDS RC 8 WITHOUT RECORDING THE STEP   *
000370*   COMPLETE.                                                   *
000380*                                                               *
000390*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE AND     *
000400*   MUST BE THE LAST DAY OF ITS MONTH.  RUN ON THE MONTH-END    *
000410*   NIGHT AFTER BNKJAR HAS LOADED THE DAY INTO TXNHIST AND      *
000420*   BEFORE BNKDRL ROLLS THE DATE.  NOT EVERY NIGHT IS A MONTH   *
000430*   END, SO BNKDRL DOES NOT REQUIRE THIS STEP.  PARM IS         *
000440*   OPTIONAL - FORCE RERUNS A STEP ALREADY COMPLETE ON BDCTL.   *
000450*   A REFUSED RUN COPIES THE PRIOR EXTRACT THROUGH UNCHANGED,   *
000460*   SO NEXT MONTH'S CHANGE IS NOT LOST.                         *
000470*                                                               *
000480*   MODIFICATION HISTORY.                                       *
000490*   10/15/2026  OSG   INITIAL VERSION.                          *
000500*                                                               *
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-BDC-FILE-STATUS.
000590
000600     SELECT CTL-IN-FILE       ASSIGN TO EODCTLI
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-CTLI-FILE-STATUS.
000640
000650     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS FD-ACCT-NUMBER
000690         FILE STATUS IS WS-ACCT-FILE-STATUS.
000700
000710     SELECT HIST-FILE         ASSIGN TO TXNHIST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HIST-KEY
000750         FILE STATUS IS WS-HIST-FILE-STATUS.
000760
000770     SELECT PRIOR-EXTRACT-FILE ASSIGN TO PRDEXTI
000780         ORGANIZATION IS SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS WS-PRDI-FILE-STATUS.
000810
000820     SELECT EXTRACT-FILE      ASSIGN TO PRDEXTO
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000850         FILE STATUS IS WS-PRDO-FILE-STATUS.
000860
000870     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE IS SEQUENTIAL
000900         FILE STATUS IS WS-RPT-FILE-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CTL-DATE-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 40 CHARACTERS.
000970 01  FD-BDC-RECORD.
000980     COPY BDCREC.
000990
001000 FD  CTL-IN-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 22 CHARACTERS.
001030 01  FD-CTL-IN-RECORD.
001040     COPY CTLREC.
001050
001060 FD  ACCT-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 72 CHARACTERS.
001090 01  FD-ACCT-RECORD.
001100     COPY ACCTREC
001110         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
001120
001130 FD  HIST-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 86 CHARACTERS.
001160 01  FD-HIST-RECORD.
001170     COPY HISTREC.
001180
001190 FD  PRIOR-EXTRACT-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 350 CHARACTERS.
001220 01  FD-PRIOR-EXTRACT-RECORD     PIC X(350).
001230
001240 FD  EXTRACT-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 350 CHARACTERS.
001270 01  FD-EXTRACT-RECORD           PIC X(350).
001280
001290 FD  REPORT-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 132 CHARACTERS.
001320 01  FD-REPORT-LINE               PIC X(132).
001330
001340 WORKING-STORAGE SECTION.
001350 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001360 77  WS-CTLI-FILE-STATUS       PIC X(02) VALUE SPACES.
001370 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001380 77  WS-HIST-FILE-STATUS       PIC X(02) VALUE SPACES.
001390 77  WS-PRDI-FILE-STATUS       PIC X(02) VALUE SPACES.
001400 77  WS-PRDO-FILE-STATUS       PIC X(02) VALUE SPACES.
001410 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001420 77  WS-PROD-MAX               PIC 9(03) COMP VALUE 50.
001430 77  WS-ROW-MAX                PIC 9(02) COMP VALUE 13.
001440
001450 01  WS-SWITCHES.
001460     05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
001470         88  ACCT-MASTER-EOF   VALUE 'Y'.
001480     05  WS-PRIOR-EOF-SW       PIC X(01) VALUE 'N'.
001490         88  PRIOR-EXTRACT-EOF VALUE 'Y'.
001500     05  WS-PRIOR-SW           PIC X(01) VALUE 'N'.
001510         88  PRIOR-MONTH-PRESENT VALUE 'Y'.
001520     05  WS-EXT-OPEN-SW        PIC X(01) VALUE 'N'.
001530         88  EXTRACT-FILES-OPEN VALUE 'Y'.
001540     05  WS-NO-HIST-SW         PIC X(01) VALUE 'N'.
001550         88  NO-HIST-FILE      VALUE 'Y'.
001560     05  WS-HIST-DONE-SW       PIC X(01) VALUE 'N'.
001570         88  HIST-SCAN-DONE    VALUE 'Y'.
001580     05  WS-COPY-EOF-SW        PIC X(01) VALUE 'N'.
001590         88  COPY-EOF          VALUE 'Y'.
001600     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001610         88  FORCE-RERUN       VALUE 'Y'.
001620
001630 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001640 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001650     05  WS-RUN-YYYY           PIC 9(04).
001660     05  WS-RUN-MM             PIC 9(02).
001670     05  WS-RUN-DD             PIC 9(02).
001680
001690 01  WS-DATE-WORK.
001700     05  WS-MONTH-DAYS         PIC 9(02) VALUE ZERO.
001710     05  WS-LEAP-QUOT          PIC 9(04) VALUE ZERO.
001720     05  WS-LEAP-REM           PIC 9(04) VALUE ZERO.
001730     05  WS-LEAP-SW            PIC X(01) VALUE 'N'.
001740         88  WS-LEAP-YEAR      VALUE 'Y'.
001750
001760 01  WS-PERIOD-CONTROLS.
001770     05  WS-PERIOD-FROM        PIC 9(08) VALUE ZERO.
001780     05  WS-PRIOR-MONTH-END    PIC 9(08) VALUE ZERO.
001790
001800*    ONE ROW PER FIGURE ON THE REPORT, IN EXTRACT ORDER.  THE
001810*    FIRST BYTE SAYS WHETHER THE ROW IS A COUNT (C) OR AN AMOUNT
001820*    (A).  ROWS 9 AND 10 ARE DERIVED - ON BOOK IS IN CREDIT PLUS
001830*    IN OVERDRAFT.
001840 01  WS-ROW-VALUES.
001850     05  FILLER                PIC X(31) VALUE
001860         'CACCOUNTS OPENED (OPN)'.
001870     05  FILLER                PIC X(31) VALUE
001880         'CACCOUNTS CLOSED (CLS)'.
001890     05  FILLER                PIC X(31) VALUE
001900         'CACCOUNTS FROZEN (FRZ)'.
001910     05  FILLER                PIC X(31) VALUE
001920         'CACCOUNTS MADE DORMANT (DRMT)'.
001930     05  FILLER                PIC X(31) VALUE
001940         'CACCOUNTS IN CREDIT'.
001950     05  FILLER                PIC X(31) VALUE
001960         'ABALANCE IN CREDIT'.
001970     05  FILLER                PIC X(31) VALUE
001980         'CACCOUNTS IN OVERDRAFT'.
001990     05  FILLER                PIC X(31) VALUE
002000         'ABALANCE IN OVERDRAFT'.
002010     05  FILLER                PIC X(31) VALUE
002020         'CACCOUNTS ON BOOK'.
002030     05  FILLER                PIC X(31) VALUE
002040         'ANET BALANCE ON BOOK'.
002050     05  FILLER                PIC X(31) VALUE
002060         'AINTEREST PAID (INT)'.
002070     05  FILLER                PIC X(31) VALUE
002080         'ADEBIT INTEREST EARNED (DINT)'.
002090     05  FILLER                PIC X(31) VALUE
002100         'AOVERDRAFT FEES (ODFE)'.
002110 01  WS-ROW-TABLE REDEFINES WS-ROW-VALUES.
002120     05  WS-ROW-ENTRY OCCURS 13 TIMES.
002130         10  WS-ROW-KIND       PIC X(01).
002140             88  WS-ROW-IS-COUNT VALUE 'C'.
002150         10  WS-ROW-LABEL      PIC X(30).
002160
002170 01  WS-PRODUCT-TABLE.
002180     05  WS-PROD-COUNT         PIC 9(03) COMP VALUE ZERO.
002190     05  WS-PT-ENTRY OCCURS 50 TIMES.
002200         10  WS-PT-PRODUCT     PIC X(02).
002210         10  WS-PT-CUR         PIC S9(12)V99 COMP-3
002220                               OCCURS 13 TIMES.
002230         10  WS-PT-PRV         PIC S9(12)V99 COMP-3
002240                               OCCURS 13 TIMES.
002250
002260*    THE BLOCK BEING PRINTED - A PRODUCT ENTRY OR THE TOTAL
002270 01  WS-BLOCK.
002280     05  WS-BK-PRODUCT         PIC X(02).
002290     05  WS-BK-CUR             PIC S9(12)V99 COMP-3
002300                               OCCURS 13 TIMES.
002310     05  WS-BK-PRV             PIC S9(12)V99 COMP-3
002320                               OCCURS 13 TIMES.
002330
002340 01  WS-TOTAL-ENTRY.
002350     05  WS-TT-PRODUCT         PIC X(02).
002360     05  WS-TT-CUR             PIC S9(12)V99 COMP-3
002370                               OCCURS 13 TIMES.
002380     05  WS-TT-PRV             PIC S9(12)V99 COMP-3
002390                               OCCURS 13 TIMES.
002400
002410 01  WS-TABLE-CONTROLS.
002420     05  WS-PT-IDX             PIC 9(03) COMP VALUE ZERO.
002430     05  WS-PT-SLOT            PIC 9(03) COMP VALUE ZERO.
002440     05  WS-PT-POS             PIC 9(03) COMP VALUE ZERO.
002450     05  WS-PT-MOVE            PIC 9(03) COMP VALUE ZERO.
002460     05  WS-ROW                PIC 9(02) COMP VALUE ZERO.
002470     05  WS-LOOKUP-PRODUCT     PIC X(02) VALUE SPACES.
002480
002490 01  WS-COUNTERS.
002500     05  WS-ACCOUNTS-READ      PIC 9(07) COMP-3 VALUE ZERO.
002510     05  WS-CLOSED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
002520     05  WS-ACCOUNTS-DROPPED   PIC 9(07) COMP-3 VALUE ZERO.
002530     05  WS-HIST-RECS          PIC 9(09) COMP-3 VALUE ZERO.
002540     05  WS-EXTRACT-RECS       PIC 9(07) COMP-3 VALUE ZERO.
002550     05  WS-CLOSED-BALANCE     PIC S9(12)V99 VALUE ZERO.
002560     05  WS-REPORT-TOTAL       PIC S9(12)V99 VALUE ZERO.
002570     05  WS-EOD-TOTAL          PIC S9(12)V99 VALUE ZERO.
002580     05  WS-EOD-DATE           PIC 9(08) VALUE ZERO.
002590     05  WS-VARIANCE           PIC S9(12)V99 VALUE ZERO.
002600     05  WS-CONTROL-STATUS     PIC X(01) VALUE SPACES.
002610     05  WS-EXTRACT-TYPE       PIC X(01) VALUE SPACES.
002620
002630 01  WS-EXTRACT-RECORD.
002640     COPY PRDREC.
002650
002660 01  WS-CURRENT-DATE-TIME      PIC X(21).
002670
002680 01  WS-EDIT-FIELDS.
002690     05  WS-EDIT-VALUE         PIC S9(12)V99 VALUE ZERO.
002700     05  WS-CHANGE             PIC S9(12)V99 VALUE ZERO.
002710     05  WS-EDIT-OUT           PIC X(18) VALUE SPACES.
002720     05  WS-COUNT-EDIT         PIC -(17)9.
002730     05  WS-AMOUNT-EDIT        PIC -(14)9.99.
002740     05  WS-COL-CUR            PIC X(18) VALUE SPACES.
002750     05  WS-COL-PRV            PIC X(18) VALUE SPACES.
002760     05  WS-COL-CHG            PIC X(18) VALUE SPACES.
002770     05  WS-BLOCK-TITLE        PIC X(20) VALUE SPACES.
002780     05  WS-CTL-LABEL          PIC X(32) VALUE SPACES.
002790     05  WS-CTL-AMOUNT         PIC S9(12)V99 VALUE ZERO.
002800     05  WS-CTL-COUNT          PIC 9(07) VALUE ZERO.
002810     05  WS-AMOUNT-DISP        PIC -(13).99.
002820     05  WS-COUNT-DISP         PIC ZZZZZZ9.
002830
002840 01  WS-REPORT-LINE            PIC X(132).
002850
002860 LINKAGE SECTION.
002870 01  WS-PARM-INFO.
002880     05  WS-PARM-LEN           PIC S9(04) COMP.
002890     05  WS-PARM-OPTION        PIC X(05).
002900
002910 PROCEDURE DIVISION USING WS-PARM-INFO.
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     PERFORM 1500-LOAD-PRIOR THRU 1500-EXIT
002950         UNTIL PRIOR-EXTRACT-EOF
002960     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002970         UNTIL ACCT-MASTER-EOF
002980     PERFORM 3000-REPORT-PRODUCTS THRU 3000-EXIT
002990     PERFORM 4000-PROVE-TOTALS THRU 4000-EXIT
003000     PERFORM 5000-TERMINATE THRU 5000-EXIT
003010     STOP RUN.
003020
003030*----------------------------------------------------------*
003040*  0500-READ-CONTROL-DATE - THE BUSINESS DATE COMES FROM    *
003050*  THE BDCTL CONTROL FILE AND MUST BE A MONTH END.  BNKEOD  *
003060*  MUST HAVE CLOSED THE DAY AND BNKJAR LOADED IT INTO       *
003070*  TXNHIST, AND A STEP ALREADY COMPLETE IS REFUSED UNLESS   *
003080*  PARM FORCE IS SUPPLIED                                   *
003090*----------------------------------------------------------*
003100 0500-READ-CONTROL-DATE.
003110     IF WS-PARM-LEN >= 5
003120         AND WS-PARM-OPTION = 'FORCE'
003130         MOVE 'Y' TO WS-FORCE-SW
003140     END-IF
003150     OPEN I-O CTL-DATE-FILE
003160     IF WS-BDC-FILE-STATUS NOT = '00'
003170         DISPLAY 'BNKPRD - BDCTL OPEN FAILED, STATUS = '
003180             WS-BDC-FILE-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         GO TO 0500-EXIT
003210     END-IF
003220     READ CTL-DATE-FILE
003230         AT END
003240             DISPLAY 'BNKPRD - BDCTL EMPTY - SEED IT WITH '
003250                 'BNKDRL PARM INITYYYYMMDD'
003260             MOVE 16 TO RETURN-CODE
003270             GO TO 0500-EXIT
003280     END-READ
003290     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
003300     IF NOT BDC-EOD-DONE
003310         DISPLAY 'BNKPRD - BNKEOD HAS NOT COMPLETED FOR '
003320             WS-RUN-DATE ' - RUN REFUSED'
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 0500-EXIT
003350     END-IF
003360     IF NOT BDC-JAR-DONE
003370         DISPLAY 'BNKPRD - BNKJAR HAS NOT LOADED ' WS-RUN-DATE
003380             ' INTO TXNHIST - RUN REFUSED'
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 0500-EXIT
003410     END-IF
003420     IF BDC-PRD-DONE AND NOT FORCE-RERUN
003430         DISPLAY 'BNKPRD - ALREADY COMPLETE FOR ' WS-RUN-DATE
003440             ' - SUPPLY PARM FORCE TO RERUN'
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 0500-EXIT
003470     END-IF
003480     PERFORM 0600-SET-MONTH-DAYS THRU 0600-EXIT
003490     IF WS-RUN-DD NOT = WS-MONTH-DAYS
003500         DISPLAY 'BNKPRD - ' WS-RUN-DATE ' IS NOT A MONTH END'
003510             ' - RUN REFUSED'
003520         MOVE 16 TO RETURN-CODE
003530         GO TO 0500-EXIT
003540     END-IF
003550     COMPUTE WS-PERIOD-FROM = WS-RUN-YYYY * 10000
003560         + WS-RUN-MM * 100 + 1.
003570 0500-EXIT.
003580     EXIT.
003590
003600 0600-SET-MONTH-DAYS.
003610     MOVE 'N' TO WS-LEAP-SW
003620     DIVIDE WS-RUN-YYYY BY 4 GIVING WS-LEAP-QUOT
003630         REMAINDER WS-LEAP-REM
003640     IF WS-LEAP-REM = ZERO
003650         MOVE 'Y' TO WS-LEAP-SW
003660         DIVIDE WS-RUN-YYYY BY 100 GIVING WS-LEAP-QUOT
003670             REMAINDER WS-LEAP-REM
003680         IF WS-LEAP-REM = ZERO
003690             MOVE 'N' TO WS-LEAP-SW
003700             DIVIDE WS-RUN-YYYY BY 400 GIVING WS-LEAP-QUOT
003710                 REMAINDER WS-LEAP-REM
003720             IF WS-LEAP-REM = ZERO
003730                 MOVE 'Y' TO WS-LEAP-SW
003740             END-IF
003750         END-IF
003760     END-IF
003770     EVALUATE WS-RUN-MM
003780         WHEN 04
003790         WHEN 06
003800         WHEN 09
003810         WHEN 11
003820             MOVE 30 TO WS-MONTH-DAYS
003830         WHEN 02
003840             IF WS-LEAP-YEAR
003850                 MOVE 29 TO WS-MONTH-DAYS
003860             ELSE
003870                 MOVE 28 TO WS-MONTH-DAYS
003880             END-IF
003890         WHEN OTHER
003900             MOVE 31 TO WS-MONTH-DAYS
003910     END-EVALUATE.
003920 0600-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  1000-INITIALIZE - READ THE BNKEOD GRAND TOTAL, OPEN THE  *
003970*  FILES, READ THE PRIOR EXTRACT HEADER AND HEAD THE REPORT *
003980*  AND THE NEW EXTRACT.  A REFUSED RUN COPIES THE PRIOR     *
003990*  EXTRACT THROUGH TO THE NEW GENERATION UNCHANGED          *
004000*----------------------------------------------------------*
004010 1000-INITIALIZE.
004020     PERFORM 0500-READ-CONTROL-DATE THRU 0500-EXIT
004030     IF RETURN-CODE NOT = ZERO
004040         GO TO 1000-REFUSED
004050     END-IF
004060     OPEN INPUT CTL-IN-FILE
004070     IF WS-CTLI-FILE-STATUS NOT = '00'
004080         DISPLAY 'BNKPRD - EODCTLI OPEN FAILED, STATUS = '
004090             WS-CTLI-FILE-STATUS
004100         GO TO 1000-REFUSED
004110     END-IF
004120     READ CTL-IN-FILE
004130         AT END
004140             MOVE ZERO TO WS-EOD-DATE
004150             MOVE ZERO TO WS-EOD-TOTAL
004160         NOT AT END
004170             MOVE CTL-RUN-DATE    TO WS-EOD-DATE
004180             MOVE CTL-GRAND-TOTAL TO WS-EOD-TOTAL
004190     END-READ
004200     CLOSE CTL-IN-FILE
004210     OPEN INPUT ACCT-MASTER-FILE
004220     IF WS-ACCT-FILE-STATUS NOT = '00'
004230         DISPLAY 'BNKPRD - ACCTMSTR OPEN FAILED, STATUS = '
004240             WS-ACCT-FILE-STATUS
004250         GO TO 1000-REFUSED
004260     END-IF
004270     OPEN INPUT HIST-FILE
004280*    A NEVER-LOADED HISTORY KSDS OPENS WITH STATUS 35 - THERE
004290*    ARE NO MOVEMENTS OR INCOME, ONLY THE POSITIONS CAN SHOW
004300     IF WS-HIST-FILE-STATUS = '35'
004310         MOVE 'Y' TO WS-NO-HIST-SW
004320     ELSE
004330         IF WS-HIST-FILE-STATUS NOT = '00'
004340             DISPLAY 'BNKPRD - TXNHIST OPEN FAILED, STATUS = '
004350                 WS-HIST-FILE-STATUS
004360             GO TO 1000-REFUSED
004370         END-IF
004380     END-IF
004390     OPEN OUTPUT REPORT-FILE
004400     IF WS-RPT-FILE-STATUS NOT = '00'
004410         DISPLAY 'BNKPRD - RPTOUT OPEN FAILED, STATUS = '
004420             WS-RPT-FILE-STATUS
004430         GO TO 1000-REFUSED
004440     END-IF
004450     PERFORM 1100-OPEN-PRIOR THRU 1100-EXIT
004460     IF RETURN-CODE >= 16
004470         GO TO 1000-REFUSED
004480     END-IF
004490     OPEN OUTPUT EXTRACT-FILE
004500     IF WS-PRDO-FILE-STATUS NOT = '00'
004510         DISPLAY 'BNKPRD - PRDEXTO OPEN FAILED, STATUS = '
004520             WS-PRDO-FILE-STATUS
004530         CLOSE PRIOR-EXTRACT-FILE
004540         MOVE 16 TO RETURN-CODE
004550         PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT
004560         GO TO 1000-EXIT
004570     END-IF
004580     MOVE 'Y' TO WS-EXT-OPEN-SW
004590     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
004600     IF PRIOR-MONTH-PRESENT
004610         PERFORM 1550-READ-PRIOR THRU 1550-EXIT
004620     END-IF
004630     PERFORM 2100-READ-ACCT THRU 2100-EXIT
004640     GO TO 1000-EXIT.
004650 1000-REFUSED.
004660     MOVE 16 TO RETURN-CODE
004670     PERFORM 6000-CARRY-PRIOR-FORWARD THRU 6000-EXIT
004680     PERFORM 1900-SET-ALL-EOF THRU 1900-EXIT.
004690 1000-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730*  1100-OPEN-PRIOR - LAST MONTH'S EXTRACT GIVES THE FIGURES *
004740*  THE CHANGE IS MEASURED AGAINST.  AN EMPTY GENERATION     *
004750*  (THE FIRST MONTH) MEANS NO CHANGE IS SHOWN.  A PRIOR     *
004760*  DATED ON OR AFTER THIS MONTH END IS THIS MONTH'S OWN     *
004770*  EXTRACT FROM AN EARLIER RUN - A FORCED RERUN MUST POINT  *
004780*  PRDEXTI AT THE GENERATION BEFORE IT                      *
004790*----------------------------------------------------------*
004800 1100-OPEN-PRIOR.
004810     OPEN INPUT PRIOR-EXTRACT-FILE
004820     IF WS-PRDI-FILE-STATUS NOT = '00'
004830         DISPLAY 'BNKPRD - PRDEXTI OPEN FAILED, STATUS = '
004840             WS-PRDI-FILE-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         GO TO 1100-EXIT
004870     END-IF
004880     PERFORM 1550-READ-PRIOR THRU 1550-EXIT
004890     IF PRIOR-EXTRACT-EOF
004900         DISPLAY 'BNKPRD - NO PRIOR MONTH EXTRACT - CHANGE '
004910             'NOT SHOWN'
004920         GO TO 1100-EXIT
004930     END-IF
004940     IF NOT PRD-IS-HEADER
004950         DISPLAY 'BNKPRD - PRDEXTI HAS NO HEADER RECORD - '
004960             'CHANGE NOT SHOWN'
004970         MOVE 'Y' TO WS-PRIOR-EOF-SW
004980         MOVE 4 TO RETURN-CODE
004990         GO TO 1100-EXIT
005000     END-IF
005010     IF PRD-MONTH-END NOT < WS-RUN-DATE
005020         DISPLAY 'BNKPRD - PRDEXTI IS FOR MONTH END '
005030             PRD-MONTH-END ' - NOT BEFORE ' WS-RUN-DATE
005040             ' - RUN REFUSED'
005050         DISPLAY 'BNKPRD - FOR A RERUN POINT PRDEXTI AT THE '
005060             'PRIOR GENERATION'
005070         CLOSE PRIOR-EXTRACT-FILE
005080         MOVE 16 TO RETURN-CODE
005090         GO TO 1100-EXIT
005100     END-IF
005110     MOVE 'Y' TO WS-PRIOR-SW
005120     MOVE PRD-MONTH-END TO WS-PRIOR-MONTH-END.
005130 1100-EXIT.
005140     EXIT.
005150
005160 1200-WRITE-HEADINGS.
005170     MOVE SPACES TO WS-EXTRACT-RECORD
005180     MOVE 'H'                  TO PRD-RECORD-TYPE
005190     MOVE WS-RUN-DATE          TO PRD-MONTH-END
005200     MOVE 'IRON BANK OF BRAAVOS' TO PRH-INSTITUTION
005210     MOVE WS-PRIOR-MONTH-END   TO PRH-PRIOR-MONTH-END
005220     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
005230     MOVE WS-CURRENT-DATE-TIME(1:8) TO PRH-CREATED-DATE
005240     PERFORM 3500-PUT-EXTRACT THRU 3500-EXIT
005250     MOVE SPACES TO WS-REPORT-LINE
005260     STRING
005270         'IRON BANK OF BRAAVOS - PRODUCT PORTFOLIO REPORT - '
005280             DELIMITED SIZE
005290         'MONTH ENDED '                 DELIMITED SIZE
005300         WS-RUN-DATE                    DELIMITED SIZE
005310         INTO WS-REPORT-LINE
005320     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005330     WRITE FD-REPORT-LINE
005340     MOVE SPACES TO WS-REPORT-LINE
005350     STRING
005360         'MOVEMENTS AND INCOME FROM '   DELIMITED SIZE
005370         WS-PERIOD-FROM ' TO '          DELIMITED SIZE
005380         WS-RUN-DATE                    DELIMITED SIZE
005390         ' - POSITIONS AT THE MONTH END' DELIMITED SIZE
005400         INTO WS-REPORT-LINE
005410     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005420     WRITE FD-REPORT-LINE
005430     MOVE SPACES TO WS-REPORT-LINE
005440     IF PRIOR-MONTH-PRESENT
005450         STRING
005460             'CHANGE IS AGAINST THE MONTH ENDED '
005470                 DELIMITED SIZE
005480             WS-PRIOR-MONTH-END         DELIMITED SIZE
005490             INTO WS-REPORT-LINE
005500     ELSE
005510         MOVE 'NO PRIOR MONTH EXTRACT - CHANGE NOT SHOWN'
005520             TO WS-REPORT-LINE
005530     END-IF
005540     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005550     WRITE FD-REPORT-LINE.
005560 1200-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600*  1500-LOAD-PRIOR - ONE PRIOR EXTRACT DETAIL INTO THE      *
005610*  PRODUCT TABLE'S LAST-MONTH FIGURES                       *
005620*----------------------------------------------------------*
005630 1500-LOAD-PRIOR.
005640     IF PRD-IS-DETAIL
005650         MOVE PRD-PRODUCT TO WS-LOOKUP-PRODUCT
005660         PERFORM 1700-FIND-PRODUCT THRU 1700-EXIT
005670         IF WS-PT-SLOT = 0
005680             DISPLAY 'BNKPRD - PRODUCT TABLE FULL - PRIOR '
005690                 'FIGURES FOR ' PRD-PRODUCT ' DROPPED'
005700             MOVE 8 TO RETURN-CODE
005710         ELSE
005720             PERFORM 1600-PRIOR-TO-TABLE THRU 1600-EXIT
005730         END-IF
005740     END-IF
005750     PERFORM 1550-READ-PRIOR THRU 1550-EXIT.
005760 1500-EXIT.
005770     EXIT.
005780
005790 1550-READ-PRIOR.
005800     READ PRIOR-EXTRACT-FILE INTO WS-EXTRACT-RECORD
005810         AT END
005820             MOVE 'Y' TO WS-PRIOR-EOF-SW
005830     END-READ.
005840 1550-EXIT.
005850     EXIT.
005860
005870 1600-PRIOR-TO-TABLE.
005880     MOVE PRD-OPENED         TO WS-PT-PRV(WS-PT-SLOT, 1)
005890     MOVE PRD-CLOSED         TO WS-PT-PRV(WS-PT-SLOT, 2)
005900     MOVE PRD-FROZEN         TO WS-PT-PRV(WS-PT-SLOT, 3)
005910     MOVE PRD-DORMANT        TO WS-PT-PRV(WS-PT-SLOT, 4)
005920     MOVE PRD-CREDIT-COUNT   TO WS-PT-PRV(WS-PT-SLOT, 5)
005930     MOVE PRD-CREDIT-BALANCE TO WS-PT-PRV(WS-PT-SLOT, 6)
005940     MOVE PRD-OD-COUNT       TO WS-PT-PRV(WS-PT-SLOT, 7)
005950     MOVE PRD-OD-BALANCE     TO WS-PT-PRV(WS-PT-SLOT, 8)
005960     MOVE PRD-ACCOUNT-COUNT  TO WS-PT-PRV(WS-PT-SLOT, 9)
005970     MOVE PRD-NET-BALANCE    TO WS-PT-PRV(WS-PT-SLOT, 10)
005980     MOVE PRD-INT-PAID       TO WS-PT-PRV(WS-PT-SLOT, 11)
005990     MOVE PRD-DINT-EARNED    TO WS-PT-PRV(WS-PT-SLOT, 12)
006000     MOVE PRD-ODFE-EARNED    TO WS-PT-PRV(WS-PT-SLOT, 13).
006010 1600-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------*
006050*  1700-FIND-PRODUCT - LOCATE WS-LOOKUP-PRODUCT IN THE      *
006060*  TABLE, WHICH IS KEPT IN PRODUCT CODE ORDER.  A PRODUCT   *
006070*  NOT YET SEEN IS INSERTED IN PLACE WITH ZERO FIGURES.     *
006080*  WS-PT-SLOT IS LEFT ZERO WHEN THE TABLE IS FULL           *
006090*----------------------------------------------------------*
006100 1700-FIND-PRODUCT.
006110     MOVE ZERO TO WS-PT-SLOT
006120     MOVE ZERO TO WS-PT-POS
006130     PERFORM 1710-SCAN-PRODUCT THRU 1710-EXIT
006140         VARYING WS-PT-IDX FROM 1 BY 1
006150         UNTIL WS-PT-IDX > WS-PROD-COUNT
006160             OR WS-PT-POS > 0
006170     IF WS-PT-POS > 0
006180         IF WS-PT-PRODUCT(WS-PT-POS) = WS-LOOKUP-PRODUCT
006190             MOVE WS-PT-POS TO WS-PT-SLOT
006200             GO TO 1700-EXIT
006210         END-IF
006220     ELSE
006230         COMPUTE WS-PT-POS = WS-PROD-COUNT + 1
006240     END-IF
006250     IF WS-PROD-COUNT >= WS-PROD-MAX
006260         GO TO 1700-EXIT
006270     END-IF
006280     ADD 1 TO WS-PROD-COUNT
006290     PERFORM 1720-SHIFT-PRODUCT THRU 1720-EXIT
006300         VARYING WS-PT-MOVE FROM WS-PROD-COUNT BY -1
006310         UNTIL WS-PT-MOVE <= WS-PT-POS
006320     MOVE WS-PT-POS TO WS-PT-SLOT
006330     MOVE WS-LOOKUP-PRODUCT TO WS-PT-PRODUCT(WS-PT-SLOT)
006340     PERFORM 1730-CLEAR-ROW THRU 1730-EXIT
006350         VARYING WS-ROW FROM 1 BY 1
006360         UNTIL WS-ROW > WS-ROW-MAX.
006370 1700-EXIT.
006380     EXIT.
006390
006400 1710-SCAN-PRODUCT.
006410     IF WS-PT-PRODUCT(WS-PT-IDX) NOT < WS-LOOKUP-PRODUCT
006420         MOVE WS-PT-IDX TO WS-PT-POS
006430     END-IF.
006440 1710-EXIT.
006450     EXIT.
006460
006470 1720-SHIFT-PRODUCT.
006480     MOVE WS-PT-ENTRY(WS-PT-MOVE - 1) TO WS-PT-ENTRY(WS-PT-MOVE).
006490 1720-EXIT.
006500     EXIT.
006510
006520 1730-CLEAR-ROW.
006530     MOVE ZERO TO WS-PT-CUR(WS-PT-SLOT, WS-ROW)
006540     MOVE ZERO TO WS-PT-PRV(WS-PT-SLOT, WS-ROW).
006550 1730-EXIT.
006560     EXIT.
006570
006580 1900-SET-ALL-EOF.
006590     MOVE 'Y' TO WS-ACCT-EOF-SW
006600     MOVE 'Y' TO WS-PRIOR-EOF-SW.
006610 1900-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650*  2000-PROCESS-ACCOUNT - ADD ONE ACCOUNT'S MONTH-END       *
006660*  POSITION AND ITS MONTH'S MOVEMENTS AND INCOME TO ITS     *
006670*  PRODUCT.  A CLOSED ACCOUNT IS NOT ON BOOK - ITS BALANCE  *
006680*  GOES TO THE CONTROL TOTALS ONLY                          *
006690*----------------------------------------------------------*
006700 2000-PROCESS-ACCOUNT.
006710     ADD 1 TO WS-ACCOUNTS-READ
006720     MOVE ACCT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
006730     PERFORM 1700-FIND-PRODUCT THRU 1700-EXIT
006740     IF WS-PT-SLOT = 0
006750         DISPLAY 'BNKPRD - PRODUCT TABLE FULL - ACCOUNT '
006760             FD-ACCT-NUMBER ' PRODUCT ' ACCT-PRODUCT-CODE
006770             ' NOT REPORTED'
006780         ADD 1 TO WS-ACCOUNTS-DROPPED
006790         MOVE 8 TO RETURN-CODE
006800         GO TO 2000-NEXT
006810     END-IF
006820     IF ACCT-IS-CLOSED
006830         ADD 1 TO WS-CLOSED-COUNT
006840         ADD ACCT-BALANCE TO WS-CLOSED-BALANCE
006850     ELSE
006860         IF ACCT-BALANCE < 0
006870             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 7)
006880             ADD ACCT-BALANCE TO WS-PT-CUR(WS-PT-SLOT, 8)
006890         ELSE
006900             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 5)
006910             ADD ACCT-BALANCE TO WS-PT-CUR(WS-PT-SLOT, 6)
006920         END-IF
006930     END-IF
006940     IF NOT NO-HIST-FILE
006950         PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT
006960     END-IF.
006970 2000-NEXT.
006980     PERFORM 2100-READ-ACCT THRU 2100-EXIT.
006990 2000-EXIT.
007000     EXIT.
007010
007020 2100-READ-ACCT.
007030     READ ACCT-MASTER-FILE
007040         AT END
007050             MOVE 'Y' TO WS-ACCT-EOF-SW
007060     END-READ.
007070 2100-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------*
007110*  2200-SCAN-HISTORY - BROWSE THE ACCOUNT'S HISTORY FROM    *
007120*  THE FIRST OF THE MONTH TO THE MONTH END                  *
007130*----------------------------------------------------------*
007140 2200-SCAN-HISTORY.
007150     MOVE 'N' TO WS-HIST-DONE-SW
007160     MOVE FD-ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
007170     MOVE WS-PERIOD-FROM TO HIST-DATE
007180     MOVE ZERO           TO HIST-TIME
007190     MOVE ZERO           TO HIST-SEQ
007200     START HIST-FILE KEY NOT < HIST-KEY
007210         INVALID KEY
007220             MOVE 'Y' TO WS-HIST-DONE-SW
007230     END-START
007240     PERFORM 2250-CHECK-ONE-HISTORY THRU 2250-EXIT
007250         UNTIL HIST-SCAN-DONE.
007260 2200-EXIT.
007270     EXIT.
007280
007290 2250-CHECK-ONE-HISTORY.
007300     READ HIST-FILE NEXT RECORD
007310         AT END
007320             MOVE 'Y' TO WS-HIST-DONE-SW
007330             GO TO 2250-EXIT
007340     END-READ
007350     IF HIST-ACCOUNT-NUMBER NOT = FD-ACCT-NUMBER
007360         OR HIST-DATE > WS-RUN-DATE
007370         MOVE 'Y' TO WS-HIST-DONE-SW
007380         GO TO 2250-EXIT
007390     END-IF
007400     ADD 1 TO WS-HIST-RECS
007410     EVALUATE HIST-TRAN-TYPE
007420         WHEN 'OPN '
007430             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 1)
007440         WHEN 'CLS '
007450             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 2)
007460         WHEN 'FRZ '
007470             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 3)
007480         WHEN 'DRMT'
007490             ADD 1 TO WS-PT-CUR(WS-PT-SLOT, 4)
007500         WHEN 'INT '
007510             ADD HIST-AMOUNT TO WS-PT-CUR(WS-PT-SLOT, 11)
007520         WHEN 'DINT'
007530             ADD HIST-AMOUNT TO WS-PT-CUR(WS-PT-SLOT, 12)
007540         WHEN 'ODFE'
007550             ADD HIST-AMOUNT TO WS-PT-CUR(WS-PT-SLOT, 13)
007560         WHEN OTHER
007570             CONTINUE
007580     END-EVALUATE.
007590 2250-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------*
007630*  3000-REPORT-PRODUCTS - PRINT AND EXTRACT EACH PRODUCT IN *
007640*  CODE ORDER, ADDING IT INTO THE ALL-PRODUCTS TOTAL        *
007650*----------------------------------------------------------*
007660 3000-REPORT-PRODUCTS.
007670     IF RETURN-CODE >= 16
007680         GO TO 3000-EXIT
007690     END-IF
007700     MOVE SPACES TO WS-TT-PRODUCT
007710     PERFORM 3010-CLEAR-TOTAL-ROW THRU 3010-EXIT
007720         VARYING WS-ROW FROM 1 BY 1
007730         UNTIL WS-ROW > WS-ROW-MAX
007740     IF WS-PROD-COUNT = 0
007750         MOVE SPACES TO FD-REPORT-LINE
007760         WRITE FD-REPORT-LINE
007770         MOVE 'NO ACCOUNTS ON ACCTMSTR' TO FD-REPORT-LINE
007780         WRITE FD-REPORT-LINE
007790     END-IF
007800     PERFORM 3100-REPORT-ONE-PRODUCT THRU 3100-EXIT
007810         VARYING WS-PT-IDX FROM 1 BY 1
007820         UNTIL WS-PT-IDX > WS-PROD-COUNT.
007830 3000-EXIT.
007840     EXIT.
007850
007860 3010-CLEAR-TOTAL-ROW.
007870     MOVE ZERO TO WS-TT-CUR(WS-ROW)
007880     MOVE ZERO TO WS-TT-PRV(WS-ROW).
007890 3010-EXIT.
007900     EXIT.
007910
007920 3100-REPORT-ONE-PRODUCT.
007930     COMPUTE WS-PT-CUR(WS-PT-IDX, 9) =
007940         WS-PT-CUR(WS-PT-IDX, 5) + WS-PT-CUR(WS-PT-IDX, 7)
007950     COMPUTE WS-PT-CUR(WS-PT-IDX, 10) =
007960         WS-PT-CUR(WS-PT-IDX, 6) + WS-PT-CUR(WS-PT-IDX, 8)
007970     PERFORM 3150-ADD-TO-TOTAL THRU 3150-EXIT
007980         VARYING WS-ROW FROM 1 BY 1
007990         UNTIL WS-ROW > WS-ROW-MAX
008000     MOVE WS-PT-ENTRY(WS-PT-IDX) TO WS-BLOCK
008010     MOVE SPACES TO WS-BLOCK-TITLE
008020     STRING 'PRODUCT ' WS-BK-PRODUCT DELIMITED SIZE
008030         INTO WS-BLOCK-TITLE
008040     PERFORM 3200-PRINT-BLOCK THRU 3200-EXIT
008050     MOVE 'D' TO WS-EXTRACT-TYPE
008060     PERFORM 3400-BUILD-EXTRACT THRU 3400-EXIT
008070     PERFORM 3500-PUT-EXTRACT THRU 3500-EXIT.
008080 3100-EXIT.
008090     EXIT.
008100
008110 3150-ADD-TO-TOTAL.
008120     ADD WS-PT-CUR(WS-PT-IDX, WS-ROW) TO WS-TT-CUR(WS-ROW)
008130     ADD WS-PT-PRV(WS-PT-IDX, WS-ROW) TO WS-TT-PRV(WS-ROW).
008140 3150-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------*
008180*  3200-PRINT-BLOCK - ONE ROW PER FIGURE IN WS-BLOCK, WITH  *
008190*  LAST MONTH'S FIGURE AND THE CHANGE WHEN THERE IS A PRIOR *
008200*----------------------------------------------------------*
008210 3200-PRINT-BLOCK.
008220     MOVE SPACES TO FD-REPORT-LINE
008230     WRITE FD-REPORT-LINE
008240     MOVE SPACES TO WS-REPORT-LINE
008250     MOVE WS-BLOCK-TITLE TO WS-REPORT-LINE(1:20)
008260     MOVE 'THIS MONTH' TO WS-REPORT-LINE(42:10)
008270     IF PRIOR-MONTH-PRESENT
008280         MOVE 'LAST MONTH' TO WS-REPORT-LINE(62:10)
008290         MOVE 'CHANGE' TO WS-REPORT-LINE(86:6)
008300     END-IF
008310     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008320     WRITE FD-REPORT-LINE
008330     PERFORM 3250-PRINT-ROW THRU 3250-EXIT
008340         VARYING WS-ROW FROM 1 BY 1
008350         UNTIL WS-ROW > WS-ROW-MAX.
008360 3200-EXIT.
008370     EXIT.
008380
008390 3250-PRINT-ROW.
008400     MOVE WS-BK-CUR(WS-ROW) TO WS-EDIT-VALUE
008410     PERFORM 3300-EDIT-VALUE THRU 3300-EXIT
008420     MOVE WS-EDIT-OUT TO WS-COL-CUR
008430     MOVE SPACES TO WS-COL-PRV
008440     MOVE SPACES TO WS-COL-CHG
008450     IF PRIOR-MONTH-PRESENT
008460         MOVE WS-BK-PRV(WS-ROW) TO WS-EDIT-VALUE
008470         PERFORM 3300-EDIT-VALUE THRU 3300-EXIT
008480         MOVE WS-EDIT-OUT TO WS-COL-PRV
008490         COMPUTE WS-EDIT-VALUE =
008500             WS-BK-CUR(WS-ROW) - WS-BK-PRV(WS-ROW)
008510         PERFORM 3300-EDIT-VALUE THRU 3300-EXIT
008520         MOVE WS-EDIT-OUT TO WS-COL-CHG
008530     END-IF
008540     MOVE SPACES TO WS-REPORT-LINE
008550     STRING
008560         '  ' WS-ROW-LABEL(WS-ROW) ' ' DELIMITED SIZE
008570         WS-COL-CUR '  '               DELIMITED SIZE
008580         WS-COL-PRV '  '               DELIMITED SIZE
008590         WS-COL-CHG                    DELIMITED SIZE
008600         INTO WS-REPORT-LINE
008610     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008620     WRITE FD-REPORT-LINE.
008630 3250-EXIT.
008640     EXIT.
008650
008660 3300-EDIT-VALUE.
008670     IF WS-ROW-IS-COUNT(WS-ROW)
008680         MOVE WS-EDIT-VALUE TO WS-COUNT-EDIT
008690         MOVE WS-COUNT-EDIT TO WS-EDIT-OUT
008700     ELSE
008710         MOVE WS-EDIT-VALUE TO WS-AMOUNT-EDIT
008720         MOVE WS-AMOUNT-EDIT TO WS-EDIT-OUT
008730     END-IF.
008740 3300-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------*
008780*  3400-BUILD-EXTRACT - THE EXTRACT FIGURES FROM WS-BLOCK.  *
008790*  THE CALLER SETS WS-EXTRACT-TYPE.  WITH NO PRIOR MONTH    *
008800*  THE CHANGE FIELDS ARE ZERO AND PRD-PRIOR-SW IS N         *
008810*----------------------------------------------------------*
008820 3400-BUILD-EXTRACT.
008830     MOVE SPACES               TO WS-EXTRACT-RECORD
008840     MOVE WS-EXTRACT-TYPE      TO PRD-RECORD-TYPE
008850     MOVE WS-RUN-DATE          TO PRD-MONTH-END
008860     MOVE WS-BK-PRODUCT        TO PRD-PRODUCT
008870     MOVE WS-PRIOR-SW          TO PRD-PRIOR-SW
008880     MOVE WS-BK-CUR(1)         TO PRD-OPENED
008890     MOVE WS-BK-CUR(2)         TO PRD-CLOSED
008900     MOVE WS-BK-CUR(3)         TO PRD-FROZEN
008910     MOVE WS-BK-CUR(4)         TO PRD-DORMANT
008920     MOVE WS-BK-CUR(5)         TO PRD-CREDIT-COUNT
008930     MOVE WS-BK-CUR(6)         TO PRD-CREDIT-BALANCE
008940     MOVE WS-BK-CUR(7)         TO PRD-OD-COUNT
008950     MOVE WS-BK-CUR(8)         TO PRD-OD-BALANCE
008960     MOVE WS-BK-CUR(9)         TO PRD-ACCOUNT-COUNT
008970     MOVE WS-BK-CUR(10)        TO PRD-NET-BALANCE
008980     MOVE WS-BK-CUR(11)        TO PRD-INT-PAID
008990     MOVE WS-BK-CUR(12)        TO PRD-DINT-EARNED
009000     MOVE WS-BK-CUR(13)        TO PRD-ODFE-EARNED
009010     IF NOT PRIOR-MONTH-PRESENT
009020         MOVE ZERO TO PRD-CHG-OPENED PRD-CHG-CLOSED
009030             PRD-CHG-FROZEN PRD-CHG-DORMANT
009040             PRD-CHG-CREDIT-COUNT PRD-CHG-CREDIT-BAL
009050             PRD-CHG-OD-COUNT PRD-CHG-OD-BAL
009060             PRD-CHG-ACCOUNT-COUNT PRD-CHG-NET-BALANCE
009070             PRD-CHG-INT-PAID PRD-CHG-DINT-EARNED
009080             PRD-CHG-ODFE-EARNED
009090         GO TO 3400-EXIT
009100     END-IF
009110     COMPUTE PRD-CHG-OPENED = WS-BK-CUR(1) - WS-BK-PRV(1)
009120     COMPUTE PRD-CHG-CLOSED = WS-BK-CUR(2) - WS-BK-PRV(2)
009130     COMPUTE PRD-CHG-FROZEN = WS-BK-CUR(3) - WS-BK-PRV(3)
009140     COMPUTE PRD-CHG-DORMANT = WS-BK-CUR(4) - WS-BK-PRV(4)
009150     COMPUTE PRD-CHG-CREDIT-COUNT = WS-BK-CUR(5) - WS-BK-PRV(5)
009160     COMPUTE PRD-CHG-CREDIT-BAL = WS-BK-CUR(6) - WS-BK-PRV(6)
009170     COMPUTE PRD-CHG-OD-COUNT = WS-BK-CUR(7) - WS-BK-PRV(7)
009180     COMPUTE PRD-CHG-OD-BAL = WS-BK-CUR(8) - WS-BK-PRV(8)
009190     COMPUTE PRD-CHG-ACCOUNT-COUNT =
009200         WS-BK-CUR(9) - WS-BK-PRV(9)
009210     COMPUTE PRD-CHG-NET-BALANCE =
009220         WS-BK-CUR(10) - WS-BK-PRV(10)
009230     COMPUTE PRD-CHG-INT-PAID = WS-BK-CUR(11) - WS-BK-PRV(11)
009240     COMPUTE PRD-CHG-DINT-EARNED =
009250         WS-BK-CUR(12) - WS-BK-PRV(12)
009260     COMPUTE PRD-CHG-ODFE-EARNED =
009270         WS-BK-CUR(13) - WS-BK-PRV(13).
009280 3400-EXIT.
009290     EXIT.
009300
009310 3500-PUT-EXTRACT.
009320     WRITE FD-EXTRACT-RECORD FROM WS-EXTRACT-RECORD
009330     IF WS-PRDO-FILE-STATUS NOT = '00'
009340         DISPLAY 'BNKPRD - PRDEXTO WRITE FAILED, STATUS = '
009350             WS-PRDO-FILE-STATUS
009360         MOVE 16 TO RETURN-CODE
009370     ELSE
009380         ADD 1 TO WS-EXTRACT-RECS
009390     END-IF.
009400 3500-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------*
009440*  4000-PROVE-TOTALS - PRINT THE ALL-PRODUCTS BLOCK AND THE *
009450*  CONTROL TOTALS.  THE NET BALANCE ON BOOK PLUS THE CLOSED *
009460*  ACCOUNT BALANCES MUST EQUAL THE BNKEOD GRAND TOTAL FOR   *
009470*  THE SAME DATE.  THE TRAILER CARRIES THE OUTCOME          *
009480*----------------------------------------------------------*
009490 4000-PROVE-TOTALS.
009500     IF RETURN-CODE >= 16
009510         GO TO 4000-EXIT
009520     END-IF
009530     MOVE WS-TOTAL-ENTRY TO WS-BLOCK
009540     MOVE 'ALL PRODUCTS' TO WS-BLOCK-TITLE
009550     PERFORM 3200-PRINT-BLOCK THRU 3200-EXIT
009560     COMPUTE WS-REPORT-TOTAL = WS-TT-CUR(10) + WS-CLOSED-BALANCE
009570     COMPUTE WS-VARIANCE = WS-REPORT-TOTAL - WS-EOD-TOTAL
009580     MOVE 'A' TO WS-CONTROL-STATUS
009590     IF WS-EOD-DATE NOT = WS-RUN-DATE
009600         DISPLAY 'BNKPRD - *** EODCTL IS DATED ' WS-EOD-DATE
009610             ' NOT ' WS-RUN-DATE ' ***'
009620         MOVE 'D' TO WS-CONTROL-STATUS
009630     END-IF
009640     IF WS-VARIANCE NOT = ZERO
009650         MOVE WS-VARIANCE TO WS-AMOUNT-DISP
009660         DISPLAY 'BNKPRD - *** REPORT TOTAL DIFFERS FROM BNKEOD '
009670             'GRAND TOTAL BY ' WS-AMOUNT-DISP ' ***'
009680         MOVE 'D' TO WS-CONTROL-STATUS
009690     END-IF
009700     IF WS-CONTROL-STATUS = 'D'
009710         IF RETURN-CODE < 8
009720             MOVE 8 TO RETURN-CODE
009730         END-IF
009740     END-IF
009750     MOVE SPACES TO FD-REPORT-LINE
009760     WRITE FD-REPORT-LINE
009770     MOVE SPACES TO WS-REPORT-LINE
009780     STRING 'CONTROL TOTALS FOR MONTH END ' DELIMITED SIZE
009790         WS-RUN-DATE                        DELIMITED SIZE
009800         INTO WS-REPORT-LINE
009810     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
009820     WRITE FD-REPORT-LINE
009830     MOVE '  ACCOUNTS READ ON ACCTMSTR ...' TO WS-CTL-LABEL
009840     MOVE WS-ACCOUNTS-READ TO WS-CTL-COUNT
009850     PERFORM 4200-PRINT-CONTROL-COUNT THRU 4200-EXIT
009860     MOVE '  ACCOUNTS ON BOOK ............' TO WS-CTL-LABEL
009870     MOVE WS-TT-CUR(9) TO WS-CTL-COUNT
009880     PERFORM 4200-PRINT-CONTROL-COUNT THRU 4200-EXIT
009890     MOVE '  CLOSED ACCOUNTS .............' TO WS-CTL-LABEL
009900     MOVE WS-CLOSED-COUNT TO WS-CTL-COUNT
009910     PERFORM 4200-PRINT-CONTROL-COUNT THRU 4200-EXIT
009920     IF WS-ACCOUNTS-DROPPED > 0
009930         MOVE '  ACCOUNTS NOT REPORTED .......' TO WS-CTL-LABEL
009940         MOVE WS-ACCOUNTS-DROPPED TO WS-CTL-COUNT
009950         PERFORM 4200-PRINT-CONTROL-COUNT THRU 4200-EXIT
009960     END-IF
009970     MOVE '  NET BALANCE ON BOOK .........' TO WS-CTL-LABEL
009980     MOVE WS-TT-CUR(10) TO WS-CTL-AMOUNT
009990     PERFORM 4100-PRINT-CONTROL-AMOUNT THRU 4100-EXIT
010000     MOVE '  CLOSED ACCOUNT BALANCES .....' TO WS-CTL-LABEL
010010     MOVE WS-CLOSED-BALANCE TO WS-CTL-AMOUNT
010020     PERFORM 4100-PRINT-CONTROL-AMOUNT THRU 4100-EXIT
010030     MOVE '  REPORT CONTROL TOTAL ........' TO WS-CTL-LABEL
010040     MOVE WS-REPORT-TOTAL TO WS-CTL-AMOUNT
010050     PERFORM 4100-PRINT-CONTROL-AMOUNT THRU 4100-EXIT
010060     MOVE '  BNKEOD GRAND TOTAL ..........' TO WS-CTL-LABEL
010070     MOVE WS-EOD-TOTAL TO WS-CTL-AMOUNT
010080     PERFORM 4100-PRINT-CONTROL-AMOUNT THRU 4100-EXIT
010090     MOVE '  DIFFERENCE ..................' TO WS-CTL-LABEL
010100     MOVE WS-VARIANCE TO WS-CTL-AMOUNT
010110     PERFORM 4100-PRINT-CONTROL-AMOUNT THRU 4100-EXIT
010120     MOVE SPACES TO WS-REPORT-LINE
010130     IF WS-CONTROL-STATUS = 'A'
010140         STRING 'CONTROL TOTALS AGREE WITH BNKEOD FOR '
010150                 DELIMITED SIZE
010160             WS-EOD-DATE                DELIMITED SIZE
010170             INTO WS-REPORT-LINE
010180     ELSE
010190         STRING '*** CONTROL TOTALS DO NOT AGREE WITH BNKEOD '
010200                 DELIMITED SIZE
010210             '(EODCTL DATED '           DELIMITED SIZE
010220             WS-EOD-DATE                DELIMITED SIZE
010230             ') - DO NOT RELEASE THE EXTRACT ***'
010240                 DELIMITED SIZE
010250             INTO WS-REPORT-LINE
010260     END-IF
010270     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
010280     WRITE FD-REPORT-LINE
010290     MOVE 'T' TO WS-EXTRACT-TYPE
010300     PERFORM 3400-BUILD-EXTRACT THRU 3400-EXIT
010310     MOVE WS-PROD-COUNT        TO PRT-PRODUCT-COUNT
010320     MOVE WS-ACCOUNTS-READ     TO PRT-ACCOUNTS-READ
010330     MOVE WS-CLOSED-COUNT      TO PRT-CLOSED-COUNT
010340     MOVE WS-CLOSED-BALANCE    TO PRT-CLOSED-BALANCE
010350     MOVE WS-REPORT-TOTAL      TO PRT-REPORT-TOTAL
010360     MOVE WS-EOD-DATE          TO PRT-EOD-DATE
010370     MOVE WS-EOD-TOTAL         TO PRT-EOD-TOTAL
010380     MOVE WS-CONTROL-STATUS    TO PRT-CONTROL-STATUS
010390     PERFORM 3500-PUT-EXTRACT THRU 3500-EXIT.
010400 4000-EXIT.
010410     EXIT.
010420
010430 4100-PRINT-CONTROL-AMOUNT.
010440     MOVE WS-CTL-AMOUNT TO WS-AMOUNT-DISP
010450     MOVE SPACES TO WS-REPORT-LINE
010460     STRING WS-CTL-LABEL WS-AMOUNT-DISP DELIMITED SIZE
010470         INTO WS-REPORT-LINE
010480     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
010490     WRITE FD-REPORT-LINE.
010500 4100-EXIT.
010510     EXIT.
010520
010530 4200-PRINT-CONTROL-COUNT.
010540     MOVE WS-CTL-COUNT TO WS-COUNT-DISP
010550     MOVE SPACES TO WS-REPORT-LINE
010560     STRING WS-CTL-LABEL '         ' WS-COUNT-DISP
010570         DELIMITED SIZE INTO WS-REPORT-LINE
010580     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
010590     WRITE FD-REPORT-LINE.
010600 4200-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------*
010640*  5000-TERMINATE - RECORD COMPLETION ON BDCTL AND CLOSE    *
010650*  FILES.  A REPORT THAT DOES NOT AGREE WITH BNKEOD IS NOT  *
010660*  RECORDED COMPLETE                                        *
010670*----------------------------------------------------------*
010680 5000-TERMINATE.
010690     IF RETURN-CODE < 8
010700         MOVE 'C' TO BDC-PRD-STATUS
010710         REWRITE FD-BDC-RECORD
010720         IF WS-BDC-FILE-STATUS NOT = '00'
010730             DISPLAY 'BNKPRD - BDCTL REWRITE FAILED, STATUS = '
010740                 WS-BDC-FILE-STATUS
010750             MOVE 16 TO RETURN-CODE
010760         END-IF
010770     END-IF
010780     CLOSE CTL-DATE-FILE
010790     CLOSE ACCT-MASTER-FILE
010800     IF NOT NO-HIST-FILE
010810         CLOSE HIST-FILE
010820     END-IF
010830     IF EXTRACT-FILES-OPEN
010840         CLOSE PRIOR-EXTRACT-FILE
010850         CLOSE EXTRACT-FILE
010860     END-IF
010870     CLOSE REPORT-FILE
010880     DISPLAY 'BNKPRD - MONTH END ......... ' WS-RUN-DATE
010890     DISPLAY 'BNKPRD - PRIOR MONTH END ... ' WS-PRIOR-MONTH-END
010900     DISPLAY 'BNKPRD - ACCOUNTS READ ..... ' WS-ACCOUNTS-READ
010910     DISPLAY 'BNKPRD - PRODUCTS .......... ' WS-PROD-COUNT
010920     DISPLAY 'BNKPRD - HISTORY RECS READ . ' WS-HIST-RECS
010930     DISPLAY 'BNKPRD - EXTRACT RECS ...... ' WS-EXTRACT-RECS
010940     DISPLAY 'BNKPRD - CONTROL STATUS .... ' WS-CONTROL-STATUS.
010950 5000-EXIT.
010960     EXIT.
010970
010980*----------------------------------------------------------*
010990*  6000-CARRY-PRIOR-FORWARD - A REFUSED RUN MUST NOT LEAVE  *
011000*  AN EMPTY EXTRACT GENERATION, OR NEXT MONTH LOSES ITS     *
011010*  CHANGE.  THE PRIOR EXTRACT IS COPIED THROUGH UNCHANGED   *
011020*----------------------------------------------------------*
011030 6000-CARRY-PRIOR-FORWARD.
011040     OPEN INPUT PRIOR-EXTRACT-FILE
011050     IF WS-PRDI-FILE-STATUS NOT = '00'
011060         DISPLAY 'BNKPRD - PRDEXTI OPEN FAILED ON CARRY '
011070             'FORWARD, STATUS = ' WS-PRDI-FILE-STATUS
011080         GO TO 6000-EXIT
011090     END-IF
011100     OPEN OUTPUT EXTRACT-FILE
011110     IF WS-PRDO-FILE-STATUS NOT = '00'
011120         DISPLAY 'BNKPRD - PRDEXTO OPEN FAILED ON CARRY '
011130             'FORWARD, STATUS = ' WS-PRDO-FILE-STATUS
011140         CLOSE PRIOR-EXTRACT-FILE
011150         GO TO 6000-EXIT
011160     END-IF
011170     MOVE 'N' TO WS-COPY-EOF-SW
011180     PERFORM 6100-COPY-PRIOR-RECORD THRU 6100-EXIT
011190         UNTIL COPY-EOF
011200     CLOSE PRIOR-EXTRACT-FILE
011210     CLOSE EXTRACT-FILE
011220     DISPLAY 'BNKPRD - RUN REFUSED - PRIOR EXTRACT CARRIED '
011230         'FORWARD UNCHANGED'.
011240 6000-EXIT.
011250     EXIT.
011260
011270 6100-COPY-PRIOR-RECORD.
011280     READ PRIOR-EXTRACT-FILE
011290         AT END
011300             MOVE 'Y' TO WS-COPY-EOF-SW
011310             GO TO 6100-EXIT
011320     END-READ
011330     WRITE FD-EXTRACT-RECORD FROM FD-PRIOR-EXTRACT-RECORD
011340     IF WS-PRDO-FILE-STATUS NOT = '00'
011350         DISPLAY 'BNKPRD - PRDEXTO WRITE FAILED ON CARRY '
011360             'FORWARD, STATUS = ' WS-PRDO-FILE-STATUS
011370         MOVE 'Y' TO WS-COPY-EOF-SW
011380     END-IF.
011390 6100-EXIT.
011400     EXIT.
