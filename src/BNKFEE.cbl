000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKFEE.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K F E E  -  S E R V I C E   C H A R G E   R U N         *
000100*                                                               *
000110*   PURPOSE.  CHARGES THE PREVIOUS CALENDAR MONTH'S SERVICE     *
000120*   FEES TO EVERY ACCOUNT FROM THE FEEPARM SCHEDULE OPERATIONS  *
000130*   MAINTAINS, ONE CARD PER ACCOUNT PRODUCT.  THREE FEES ARE    *
000140*   CHARGED, EACH JOURNALED AS ITS OWN TRANSACTION TYPE SO      *
000150*   BNKGLX CAN MAP IT TO ITS OWN INCOME LINE :                  *
000160*                                                               *
000170*     FEEM  FLAT MONTHLY MAINTENANCE FEE.                       *
000180*     FEEI  PER-ITEM CHARGE FOR EVERY WITHDRAWAL AND TRANSFER   *
000190*           OUT (WD, XFDR, EXTP) ABOVE THE PRODUCT'S FREE       *
000200*           ALLOWANCE, COUNTED FROM THE TRANSACTION HISTORY.    *
000210*     FEEB  BELOW-MINIMUM FEE WHEN THE LOWEST BALANCE THE       *
000220*           ACCOUNT HELD IN THE MONTH FELL UNDER THE PRODUCT'S  *
000230*           MINIMUM.                                            *
000240*                                                               *
000250*   CLOSED AND DORMANT ACCOUNTS ARE NOT CHARGED.  A PRODUCT     *
000260*   WITH NO FEEPARM CARD IS NOT CHARGED AND IS FLAGGED          *
000270*   UNPRICED.  EVERY FEE JOURNAL CARRIES LINK-REF FEE + YYYYMM  *
000280*   OF THE MONTH CHARGED, AND AN ACCOUNT ALREADY CARRYING A FEE *
000290*   FOR THAT MONTH (ON THE TRANSACTION HISTORY OR TONIGHT'S     *
000300*   JOURNAL) IS PASSED OVER, SO A RERUN NEVER CHARGES A MONTH   *
000310*   TWICE.  THE FEE REGISTER LISTS EVERY ACCOUNT CHARGED, WITH  *
000320*   A TOTAL PER FEE.                                            *
000330*                                                               *
000340*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.  RUN   *
000350*   ON THE FIRST BUSINESS DAY OF EACH MONTH, BEFORE BNKEOD      *
000360*   CLOSES THE DAY - BY THEN BNKJAR HAS LOADED THE WHOLE OF THE *
000370*   MONTH CHARGED INTO TXNHIST.  THE RUN IS REFUSED ONCE BNKEOD *
000380*   HAS COMPLETED FOR THE DATE.  NOT EVERY NIGHT IS A MONTH     *
000390*   END, SO BNKDRL DOES NOT REQUIRE THIS STEP.  PARM IS         *
000400*   OPTIONAL - FORCE RERUNS A STEP ALREADY COMPLETE ON BDCTL.   *
000410*                                                               *
000420*   MODIFICATION HISTORY.                                       *
000430*   10/15/2026  OSG   INITIAL VERSION.                          *
000440*                                                               *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-BDC-FILE-STATUS.
000530
000540     SELECT FEE-PARM-FILE     ASSIGN TO FEEPARM
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-FEEP-FILE-STATUS.
000580
000590     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS FD-ACCT-NUMBER
000630         FILE STATUS IS WS-ACCT-FILE-STATUS.
000640
000650     SELECT HIST-FILE         ASSIGN TO TXNHIST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS HIST-KEY
000690         FILE STATUS IS WS-HIST-FILE-STATUS.
000700
000710     SELECT JOURNAL-FILE      ASSIGN TO JRNLFILE
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-JRNL-FILE-STATUS.
000750
000760     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-RPT-FILE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CTL-DATE-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 40 CHARACTERS.
000860 01  FD-BDC-RECORD.
000870     COPY BDCREC.
000880
000890 FD  FEE-PARM-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 40 CHARACTERS.
000920 01  FD-FEEPARM-RECORD.
000930     05  FEP-PRODUCT           PIC X(02).
000940     05  FEP-MAINT-FEE         PIC 9(04)V99.
000950     05  FEP-FREE-ITEMS        PIC 9(03).
000960     05  FEP-ITEM-FEE          PIC 9(04)V99.
000970     05  FEP-MIN-BALANCE       PIC 9(10)V99.
000980     05  FEP-LOW-BAL-FEE       PIC 9(04)V99.
000990     05  FILLER                PIC X(05).
001000
001010 FD  ACCT-MASTER-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 72 CHARACTERS.
001040 01  FD-ACCT-RECORD.
001050     COPY ACCTREC
001060         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
001070
001080 FD  HIST-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 86 CHARACTERS.
001110 01  FD-HIST-RECORD.
001120     COPY HISTREC.
001130
001140 FD  JOURNAL-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 84 CHARACTERS.
001170 01  FD-JOURNAL-RECORD.
001180     COPY JRNLREC.
001190
001200 FD  REPORT-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 132 CHARACTERS.
001230 01  FD-REPORT-LINE               PIC X(132).
001240
001250 WORKING-STORAGE SECTION.
001260 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001270 77  WS-FEEP-FILE-STATUS       PIC X(02) VALUE SPACES.
001280 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001290 77  WS-HIST-FILE-STATUS       PIC X(02) VALUE SPACES.
001300 77  WS-JRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
001310 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001320 77  WS-FEE-MAX                PIC 9(03) COMP VALUE 50.
001330 77  WS-DAY-MAX                PIC 9(04) COMP VALUE 5000.
001340
001350 01  WS-SWITCHES.
001360     05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
001370         88  ACCT-MASTER-EOF   VALUE 'Y'.
001380     05  WS-FEEP-EOF-SW        PIC X(01) VALUE 'N'.
001390         88  FEEPARM-EOF       VALUE 'Y'.
001400     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
001410         88  JOURNAL-EOF       VALUE 'Y'.
001420     05  WS-NO-HIST-SW         PIC X(01) VALUE 'N'.
001430         88  NO-HIST-FILE      VALUE 'Y'.
001440     05  WS-HIST-DONE-SW       PIC X(01) VALUE 'N'.
001450         88  HIST-SCAN-DONE    VALUE 'Y'.
001460     05  WS-MONTH-SEEN-SW      PIC X(01) VALUE 'N'.
001470         88  MONTH-POSTING-SEEN VALUE 'Y'.
001480     05  WS-AFTER-SEEN-SW      PIC X(01) VALUE 'N'.
001490         88  AFTER-POSTING-SEEN VALUE 'Y'.
001500     05  WS-CHARGED-SW         PIC X(01) VALUE 'N'.
001510         88  ALREADY-CHARGED   VALUE 'Y'.
001520     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001530         88  FORCE-RERUN       VALUE 'Y'.
001540
001550 01  WS-FEE-TABLE.
001560     05  WS-FEE-COUNT          PIC 9(03) COMP VALUE ZERO.
001570     05  WS-FEE-ENTRY OCCURS 50 TIMES.
001580         10  WS-FT-PRODUCT     PIC X(02).
001590         10  WS-FT-MAINT-FEE   PIC 9(04)V99 COMP-3.
001600         10  WS-FT-FREE-ITEMS  PIC 9(03) COMP-3.
001610         10  WS-FT-ITEM-FEE    PIC 9(04)V99 COMP-3.
001620         10  WS-FT-MIN-BALANCE PIC 9(10)V99 COMP-3.
001630         10  WS-FT-LOW-BAL-FEE PIC 9(04)V99 COMP-3.
001640
001650 01  WS-DAY-TABLE.
001660     05  WS-DAY-COUNT          PIC 9(04) COMP VALUE ZERO.
001670     05  WS-DAY-ENTRY OCCURS 5000 TIMES.
001680         10  WS-DT-ACCOUNT     PIC 9(08).
001690         10  WS-DT-OPEN-BAL    PIC S9(10)V99 COMP-3.
001700         10  WS-DT-CHARGED-SW  PIC X(01).
001710
001720 01  WS-TABLE-CONTROLS.
001730     05  WS-FT-IDX             PIC 9(03) COMP VALUE ZERO.
001740     05  WS-FT-SLOT            PIC 9(03) COMP VALUE ZERO.
001750     05  WS-DT-IDX             PIC 9(04) COMP VALUE ZERO.
001760     05  WS-DT-SLOT            PIC 9(04) COMP VALUE ZERO.
001770     05  WS-LOOKUP-ACCOUNT     PIC 9(08) VALUE ZERO.
001780
001790 01  WS-PERIOD-CONTROLS.
001800     05  WS-FEE-MONTH          PIC 9(06).
001810     05  WS-FEE-MONTH-R REDEFINES WS-FEE-MONTH.
001820         10  WS-FEE-YYYY       PIC 9(04).
001830         10  WS-FEE-MM         PIC 9(02).
001840     05  WS-PERIOD-FROM        PIC 9(08).
001850     05  WS-PERIOD-TO          PIC 9(08).
001860     05  WS-FEE-LINK-REF       PIC X(14) VALUE SPACES.
001870
001880 01  WS-RUN-DATE               PIC 9(08).
001890 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001900     05  WS-RUN-YYYY           PIC 9(04).
001910     05  WS-RUN-MM             PIC 9(02).
001920     05  WS-RUN-DD             PIC 9(02).
001930
001940 01  WS-CHARGE-CONTROLS.
001950     05  WS-ITEM-COUNT         PIC 9(05) COMP-3 VALUE ZERO.
001960     05  WS-CHARGED-ITEMS      PIC 9(05) COMP-3 VALUE ZERO.
001970     05  WS-LOW-BALANCE        PIC S9(10)V99   VALUE ZERO.
001980     05  WS-AFTER-BALANCE      PIC S9(10)V99   VALUE ZERO.
001990     05  WS-MAINT-FEE          PIC 9(08)V99    VALUE ZERO.
002000     05  WS-ITEM-FEE           PIC 9(08)V99    VALUE ZERO.
002010     05  WS-LOW-BAL-FEE        PIC 9(08)V99    VALUE ZERO.
002020     05  WS-TOTAL-FEE          PIC 9(08)V99    VALUE ZERO.
002030     05  WS-BALANCE-BEFORE     PIC S9(10)V99   VALUE ZERO.
002040     05  WS-RUNNING-BALANCE    PIC S9(10)V99   VALUE ZERO.
002050     05  WS-JOURNAL-TYPE       PIC X(04)       VALUE SPACES.
002060     05  WS-JOURNAL-AMOUNT     PIC 9(10)V99    VALUE ZERO.
002070
002080 01  WS-COUNTERS.
002090     05  WS-ACCOUNTS-READ      PIC 9(07) COMP-3 VALUE ZERO.
002100     05  WS-ACCOUNTS-CHARGED   PIC 9(07) COMP-3 VALUE ZERO.
002110     05  WS-ACCOUNTS-EXEMPT    PIC 9(07) COMP-3 VALUE ZERO.
002120     05  WS-ACCOUNTS-NO-FEE    PIC 9(07) COMP-3 VALUE ZERO.
002130     05  WS-ACCOUNTS-UNPRICED  PIC 9(07) COMP-3 VALUE ZERO.
002140     05  WS-ACCOUNTS-DONE      PIC 9(07) COMP-3 VALUE ZERO.
002150     05  WS-MAINT-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
002160     05  WS-ITEM-FEE-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
002170     05  WS-LOW-BAL-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002180     05  WS-TOTAL-MAINT        PIC S9(13)V99 COMP-3 VALUE ZERO.
002190     05  WS-TOTAL-ITEM         PIC S9(13)V99 COMP-3 VALUE ZERO.
002200     05  WS-TOTAL-LOW-BAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
002210     05  WS-TOTAL-ALL-FEES     PIC S9(13)V99 COMP-3 VALUE ZERO.
002220
002230 01  WS-CURRENT-DATE-TIME      PIC X(21).
002240
002250 01  WS-EDIT-FIELDS.
002260     05  WS-AMOUNT-DISP        PIC -(8).99.
002270     05  WS-ITEM-DISP          PIC -(8).99.
002280     05  WS-LOW-DISP           PIC -(8).99.
002290     05  WS-TOTAL-DISP         PIC -(8).99.
002300     05  WS-BIG-AMT-DISP       PIC -(13).99.
002310     05  WS-COUNT-DISP         PIC ZZZZZZ9.
002320     05  WS-ITEMS-DISP         PIC ZZZZ9.
002330
002340 01  WS-REPORT-LINE            PIC X(132).
002350
002360 LINKAGE SECTION.
002370 01  WS-PARM-INFO.
002380     05  WS-PARM-LEN           PIC S9(04) COMP.
002390     05  WS-PARM-OPTION        PIC X(05).
002400
002410 PROCEDURE DIVISION USING WS-PARM-INFO.
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002440     PERFORM 1200-LOAD-FEE THRU 1200-EXIT
002450         UNTIL FEEPARM-EOF
002460     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002470         UNTIL ACCT-MASTER-EOF
002480     PERFORM 3000-TERMINATE THRU 3000-EXIT
002490     STOP RUN.
002500
002510*----------------------------------------------------------*
002520*  0500-READ-CONTROL-DATE - THE BUSINESS DATE COMES FROM    *
002530*  THE BDCTL CONTROL FILE.  THE MONTH CHARGED IS THE        *
002540*  CALENDAR MONTH BEFORE IT.  FEES MUST POST BEFORE BNKEOD  *
002550*  CLOSES THE DAY, AND A STEP ALREADY COMPLETE IS REFUSED   *
002560*  UNLESS PARM FORCE IS SUPPLIED                            *
002570*----------------------------------------------------------*
002580 0500-READ-CONTROL-DATE.
002590     IF WS-PARM-LEN >= 5
002600         AND WS-PARM-OPTION = 'FORCE'
002610         MOVE 'Y' TO WS-FORCE-SW
002620     END-IF
002630     OPEN I-O CTL-DATE-FILE
002640     IF WS-BDC-FILE-STATUS NOT = '00'
002650         DISPLAY 'BNKFEE - BDCTL OPEN FAILED, STATUS = '
002660             WS-BDC-FILE-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         GO TO 0500-EXIT
002690     END-IF
002700     READ CTL-DATE-FILE
002710         AT END
002720             DISPLAY 'BNKFEE - BDCTL EMPTY - SEED IT WITH '
002730                 'BNKDRL PARM INITYYYYMMDD'
002740             MOVE 16 TO RETURN-CODE
002750             GO TO 0500-EXIT
002760     END-READ
002770     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
002780     IF BDC-EOD-DONE
002790         DISPLAY 'BNKFEE - BNKEOD HAS ALREADY CLOSED '
002800             WS-RUN-DATE ' - RUN REFUSED'
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 0500-EXIT
002830     END-IF
002840     IF BDC-FEE-DONE AND NOT FORCE-RERUN
002850         DISPLAY 'BNKFEE - ALREADY COMPLETE FOR ' WS-RUN-DATE
002860             ' - SUPPLY PARM FORCE TO RERUN'
002870         MOVE 16 TO RETURN-CODE
002880         GO TO 0500-EXIT
002890     END-IF
002900     MOVE WS-RUN-YYYY TO WS-FEE-YYYY
002910     MOVE WS-RUN-MM   TO WS-FEE-MM
002920     IF WS-FEE-MM = 1
002930         MOVE 12 TO WS-FEE-MM
002940         SUBTRACT 1 FROM WS-FEE-YYYY
002950     ELSE
002960         SUBTRACT 1 FROM WS-FEE-MM
002970     END-IF
002980     COMPUTE WS-PERIOD-FROM = WS-FEE-MONTH * 100 + 1
002990     COMPUTE WS-PERIOD-TO   = WS-FEE-MONTH * 100 + 31
003000     MOVE SPACES TO WS-FEE-LINK-REF
003010     STRING 'FEE' WS-FEE-MONTH DELIMITED SIZE
003020         INTO WS-FEE-LINK-REF.
003030 0500-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070*  1000-INITIALIZE - OPEN FILES, NOTE TONIGHT'S JOURNAL     *
003080*  ACTIVITY PER ACCOUNT, HEAD THE REGISTER AND PRIME THE    *
003090*  FIRST READS                                              *
003100*----------------------------------------------------------*
003110 1000-INITIALIZE.
003120     PERFORM 0500-READ-CONTROL-DATE THRU 0500-EXIT
003130     IF RETURN-CODE NOT = ZERO
003140         MOVE 'Y' TO WS-ACCT-EOF-SW
003150         MOVE 'Y' TO WS-FEEP-EOF-SW
003160         GO TO 1000-EXIT
003170     END-IF
003180     OPEN INPUT FEE-PARM-FILE
003190     IF WS-FEEP-FILE-STATUS NOT = '00'
003200         DISPLAY 'BNKFEE - FEEPARM OPEN FAILED, STATUS = '
003210             WS-FEEP-FILE-STATUS
003220         MOVE 'Y' TO WS-ACCT-EOF-SW
003230         MOVE 'Y' TO WS-FEEP-EOF-SW
003240         MOVE 16 TO RETURN-CODE
003250         GO TO 1000-EXIT
003260     END-IF
003270     OPEN I-O ACCT-MASTER-FILE
003280     IF WS-ACCT-FILE-STATUS NOT = '00'
003290         DISPLAY 'BNKFEE - ACCTMSTR OPEN FAILED, STATUS = '
003300             WS-ACCT-FILE-STATUS
003310         MOVE 'Y' TO WS-ACCT-EOF-SW
003320         MOVE 'Y' TO WS-FEEP-EOF-SW
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 1000-EXIT
003350     END-IF
003360     OPEN INPUT HIST-FILE
003370*    A NEVER-LOADED HISTORY KSDS OPENS WITH STATUS 35 - THERE
003380*    ARE NO ITEMS TO COUNT, ONLY THE FLAT FEES CAN APPLY
003390     IF WS-HIST-FILE-STATUS = '35'
003400         MOVE 'Y' TO WS-NO-HIST-SW
003410     ELSE
003420         IF WS-HIST-FILE-STATUS NOT = '00'
003430             DISPLAY 'BNKFEE - TXNHIST OPEN FAILED, STATUS = '
003440                 WS-HIST-FILE-STATUS
003450             MOVE 'Y' TO WS-ACCT-EOF-SW
003460             MOVE 'Y' TO WS-FEEP-EOF-SW
003470             MOVE 16 TO RETURN-CODE
003480             GO TO 1000-EXIT
003490         END-IF
003500     END-IF
003510     OPEN INPUT JOURNAL-FILE
003520     IF WS-JRNL-FILE-STATUS NOT = '00'
003530         DISPLAY 'BNKFEE - JRNLFILE OPEN FAILED, STATUS = '
003540             WS-JRNL-FILE-STATUS
003550         MOVE 'Y' TO WS-ACCT-EOF-SW
003560         MOVE 'Y' TO WS-FEEP-EOF-SW
003570         MOVE 16 TO RETURN-CODE
003580         GO TO 1000-EXIT
003590     END-IF
003600     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT
003610     PERFORM 1400-NOTE-DAY-POSTING THRU 1400-EXIT
003620         UNTIL JOURNAL-EOF
003630     CLOSE JOURNAL-FILE
003640     OPEN EXTEND JOURNAL-FILE
003650     IF WS-JRNL-FILE-STATUS NOT = '00'
003660         DISPLAY 'BNKFEE - JRNLFILE OPEN FAILED, STATUS = '
003670             WS-JRNL-FILE-STATUS
003680         MOVE 'Y' TO WS-ACCT-EOF-SW
003690         MOVE 'Y' TO WS-FEEP-EOF-SW
003700         MOVE 16 TO RETURN-CODE
003710         GO TO 1000-EXIT
003720     END-IF
003730     OPEN OUTPUT REPORT-FILE
003740     IF WS-RPT-FILE-STATUS NOT = '00'
003750         DISPLAY 'BNKFEE - RPTOUT OPEN FAILED, STATUS = '
003760             WS-RPT-FILE-STATUS
003770         MOVE 'Y' TO WS-ACCT-EOF-SW
003780         MOVE 'Y' TO WS-FEEP-EOF-SW
003790         MOVE 16 TO RETURN-CODE
003800         GO TO 1000-EXIT
003810     END-IF
003820     MOVE SPACES TO WS-REPORT-LINE
003830     STRING
003840         'IRON BANK OF BRAAVOS - SERVICE CHARGE REGISTER - '
003850             DELIMITED SIZE
003860         'MONTH '                       DELIMITED SIZE
003870         WS-FEE-MONTH                   DELIMITED SIZE
003880         ' - POSTED '                   DELIMITED SIZE
003890         WS-RUN-DATE                    DELIMITED SIZE
003900         INTO WS-REPORT-LINE
003910     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003920     WRITE FD-REPORT-LINE
003930     MOVE SPACES TO FD-REPORT-LINE
003940     WRITE FD-REPORT-LINE
003950     MOVE SPACES TO WS-REPORT-LINE
003960     STRING
003970         'ACCOUNT  PR ITEMS  LOW BALANCE  MAINTENANCE'
003980             DELIMITED SIZE
003990         '  ITEM CHARGE    LOW BAL FEE        TOTAL'
004000             DELIMITED SIZE
004010         INTO WS-REPORT-LINE
004020     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004030     WRITE FD-REPORT-LINE
004040     PERFORM 1300-READ-FEEPARM THRU 1300-EXIT
004050     PERFORM 2100-READ-ACCT THRU 2100-EXIT.
004060 1000-EXIT.
004070     EXIT.
004080
004090 1100-READ-JOURNAL.
004100     READ JOURNAL-FILE
004110         AT END
004120             MOVE 'Y' TO WS-JRNL-EOF-SW
004130     END-READ.
004140 1100-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------*
004180*  1200-LOAD-FEE - ONE FEEPARM CARD INTO THE FEE TABLE      *
004190*----------------------------------------------------------*
004200 1200-LOAD-FEE.
004210     IF WS-FEE-COUNT >= WS-FEE-MAX
004220         DISPLAY 'BNKFEE - FEE TABLE FULL - CARD FOR '
004230             FEP-PRODUCT ' DROPPED'
004240     ELSE
004250         ADD 1 TO WS-FEE-COUNT
004260         MOVE FEP-PRODUCT     TO WS-FT-PRODUCT(WS-FEE-COUNT)
004270         MOVE FEP-MAINT-FEE   TO WS-FT-MAINT-FEE(WS-FEE-COUNT)
004280         MOVE FEP-FREE-ITEMS  TO WS-FT-FREE-ITEMS(WS-FEE-COUNT)
004290         MOVE FEP-ITEM-FEE    TO WS-FT-ITEM-FEE(WS-FEE-COUNT)
004300         MOVE FEP-MIN-BALANCE TO WS-FT-MIN-BALANCE(WS-FEE-COUNT)
004310         MOVE FEP-LOW-BAL-FEE TO WS-FT-LOW-BAL-FEE(WS-FEE-COUNT)
004320     END-IF
004330     PERFORM 1300-READ-FEEPARM THRU 1300-EXIT.
004340 1200-EXIT.
004350     EXIT.
004360
004370 1300-READ-FEEPARM.
004380     READ FEE-PARM-FILE
004390         AT END
004400             MOVE 'Y' TO WS-FEEP-EOF-SW
004410     END-READ.
004420 1300-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------*
004460*  1400-NOTE-DAY-POSTING - TONIGHT'S POSTINGS ARE NOT YET   *
004470*  ON TXNHIST.  THE FIRST ONE PER ACCOUNT GIVES THE BALANCE *
004480*  IT OPENED THE DAY WITH, AND A FEE ALREADY JOURNALED FOR  *
004490*  THE MONTH (A FORCED RERUN) MARKS THE ACCOUNT CHARGED     *
004500*----------------------------------------------------------*
004510 1400-NOTE-DAY-POSTING.
004520     MOVE JRNL-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
004530     PERFORM 1450-FIND-DAY-ENTRY THRU 1450-EXIT
004540     IF WS-DT-SLOT = 0
004550         IF WS-DAY-COUNT >= WS-DAY-MAX
004560             DISPLAY 'BNKFEE - DAY TABLE FULL - POSTING FOR '
004570                 JRNL-ACCOUNT-NUMBER ' NOT NOTED'
004580             MOVE 8 TO RETURN-CODE
004590             GO TO 1400-NEXT
004600         END-IF
004610         ADD 1 TO WS-DAY-COUNT
004620         MOVE WS-DAY-COUNT TO WS-DT-SLOT
004630         MOVE JRNL-ACCOUNT-NUMBER TO WS-DT-ACCOUNT(WS-DT-SLOT)
004640         MOVE JRNL-BALANCE-BEFORE TO WS-DT-OPEN-BAL(WS-DT-SLOT)
004650         MOVE 'N' TO WS-DT-CHARGED-SW(WS-DT-SLOT)
004660     END-IF
004670     IF JRNL-LINK-REF = WS-FEE-LINK-REF
004680         AND (JRNL-TRAN-TYPE = 'FEEM'
004690             OR JRNL-TRAN-TYPE = 'FEEI'
004700             OR JRNL-TRAN-TYPE = 'FEEB')
004710         MOVE 'Y' TO WS-DT-CHARGED-SW(WS-DT-SLOT)
004720     END-IF.
004730 1400-NEXT.
004740     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
004750 1400-EXIT.
004760     EXIT.
004770
004780 1450-FIND-DAY-ENTRY.
004790     MOVE ZERO TO WS-DT-SLOT
004800     PERFORM 1460-SCAN-DAY-ENTRY THRU 1460-EXIT
004810         VARYING WS-DT-IDX FROM 1 BY 1
004820         UNTIL WS-DT-IDX > WS-DAY-COUNT
004830             OR WS-DT-SLOT > 0.
004840 1450-EXIT.
004850     EXIT.
004860
004870 1460-SCAN-DAY-ENTRY.
004880     IF WS-DT-ACCOUNT(WS-DT-IDX) = WS-LOOKUP-ACCOUNT
004890         MOVE WS-DT-IDX TO WS-DT-SLOT
004900     END-IF.
004910 1460-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  2000-PROCESS-ACCOUNT - CHARGE ONE ACCOUNT'S FEES FOR THE *
004960*  MONTH                                                    *
004970*----------------------------------------------------------*
004980 2000-PROCESS-ACCOUNT.
004990     ADD 1 TO WS-ACCOUNTS-READ
005000     IF ACCT-IS-CLOSED OR ACCT-IS-DORMANT
005010         ADD 1 TO WS-ACCOUNTS-EXEMPT
005020         GO TO 2000-NEXT
005030     END-IF
005040     PERFORM 2050-FIND-FEE-CARD THRU 2050-EXIT
005050     IF WS-FT-SLOT = 0
005060         ADD 1 TO WS-ACCOUNTS-UNPRICED
005070         DISPLAY 'BNKFEE - NO FEEPARM CARD FOR PRODUCT '
005080             ACCT-PRODUCT-CODE ' ACCOUNT ' FD-ACCT-NUMBER
005090         GO TO 2000-NEXT
005100     END-IF
005110     PERFORM 2200-SCAN-HISTORY THRU 2200-EXIT
005120     IF ALREADY-CHARGED
005130         ADD 1 TO WS-ACCOUNTS-DONE
005140         GO TO 2000-NEXT
005150     END-IF
005160     PERFORM 2300-COMPUTE-FEES THRU 2300-EXIT
005170     IF WS-TOTAL-FEE = 0
005180         ADD 1 TO WS-ACCOUNTS-NO-FEE
005190         GO TO 2000-NEXT
005200     END-IF
005210     PERFORM 2400-POST-FEES THRU 2400-EXIT.
005220 2000-NEXT.
005230     PERFORM 2100-READ-ACCT THRU 2100-EXIT.
005240 2000-EXIT.
005250     EXIT.
005260
005270 2050-FIND-FEE-CARD.
005280     MOVE ZERO TO WS-FT-SLOT
005290     PERFORM 2060-SCAN-FEE-CARD THRU 2060-EXIT
005300         VARYING WS-FT-IDX FROM 1 BY 1
005310         UNTIL WS-FT-IDX > WS-FEE-COUNT
005320             OR WS-FT-SLOT > 0.
005330 2050-EXIT.
005340     EXIT.
005350
005360 2060-SCAN-FEE-CARD.
005370     IF WS-FT-PRODUCT(WS-FT-IDX) = ACCT-PRODUCT-CODE
005380         MOVE WS-FT-IDX TO WS-FT-SLOT
005390     END-IF.
005400 2060-EXIT.
005410     EXIT.
005420
005430 2100-READ-ACCT.
005440     READ ACCT-MASTER-FILE
005450         AT END
005460             MOVE 'Y' TO WS-ACCT-EOF-SW
005470     END-READ.
005480 2100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------*
005520*  2200-SCAN-HISTORY - BROWSE THE ACCOUNT'S HISTORY FROM    *
005530*  THE START OF THE MONTH.  POSTINGS IN THE MONTH GIVE THE  *
005540*  ITEM COUNT AND THE LOWEST BALANCE ; THE FIRST POSTING    *
005550*  AFTER IT GIVES THE MONTH-END BALANCE OF A QUIET ACCOUNT, *
005560*  AND A FEE ALREADY POSTED FOR THE MONTH MARKS THE ACCOUNT *
005570*  CHARGED                                                  *
005580*----------------------------------------------------------*
005590 2200-SCAN-HISTORY.
005600     MOVE ZERO TO WS-ITEM-COUNT
005610     MOVE 'N' TO WS-MONTH-SEEN-SW
005620     MOVE 'N' TO WS-AFTER-SEEN-SW
005630     MOVE 'N' TO WS-CHARGED-SW
005640     MOVE ZERO TO WS-LOW-BALANCE
005650     MOVE ZERO TO WS-AFTER-BALANCE
005660     MOVE FD-ACCT-NUMBER TO WS-LOOKUP-ACCOUNT
005670     PERFORM 1450-FIND-DAY-ENTRY THRU 1450-EXIT
005680     IF WS-DT-SLOT > 0
005690         IF WS-DT-CHARGED-SW(WS-DT-SLOT) = 'Y'
005700             MOVE 'Y' TO WS-CHARGED-SW
005710             GO TO 2200-EXIT
005720         END-IF
005730     END-IF
005740     IF NO-HIST-FILE
005750         GO TO 2200-QUIET
005760     END-IF
005770     MOVE 'N' TO WS-HIST-DONE-SW
005780     MOVE FD-ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
005790     MOVE WS-PERIOD-FROM TO HIST-DATE
005800     MOVE ZERO           TO HIST-TIME
005810     MOVE ZERO           TO HIST-SEQ
005820     START HIST-FILE KEY NOT < HIST-KEY
005830         INVALID KEY
005840             MOVE 'Y' TO WS-HIST-DONE-SW
005850     END-START
005860     PERFORM 2250-CHECK-ONE-HISTORY THRU 2250-EXIT
005870         UNTIL HIST-SCAN-DONE.
005880 2200-QUIET.
005890     IF NOT MONTH-POSTING-SEEN
005900         IF AFTER-POSTING-SEEN
005910             MOVE WS-AFTER-BALANCE TO WS-LOW-BALANCE
005920         ELSE
005930             IF WS-DT-SLOT > 0
005940                 MOVE WS-DT-OPEN-BAL(WS-DT-SLOT) TO WS-LOW-BALANCE
005950             ELSE
005960                 MOVE ACCT-BALANCE TO WS-LOW-BALANCE
005970             END-IF
005980         END-IF
005990     END-IF.
006000 2200-EXIT.
006010     EXIT.
006020
006030 2250-CHECK-ONE-HISTORY.
006040     READ HIST-FILE NEXT RECORD
006050         AT END
006060             MOVE 'Y' TO WS-HIST-DONE-SW
006070             GO TO 2250-EXIT
006080     END-READ
006090     IF HIST-ACCOUNT-NUMBER NOT = FD-ACCT-NUMBER
006100         MOVE 'Y' TO WS-HIST-DONE-SW
006110         GO TO 2250-EXIT
006120     END-IF
006130     IF HIST-DATE <= WS-PERIOD-TO
006140         IF NOT MONTH-POSTING-SEEN
006150             MOVE 'Y' TO WS-MONTH-SEEN-SW
006160             MOVE HIST-BALANCE-BEFORE TO WS-LOW-BALANCE
006170         END-IF
006180         IF HIST-BALANCE-AFTER < WS-LOW-BALANCE
006190             MOVE HIST-BALANCE-AFTER TO WS-LOW-BALANCE
006200         END-IF
006210         IF HIST-TRAN-TYPE = 'WD  '
006220             OR HIST-TRAN-TYPE = 'XFDR'
006230             OR HIST-TRAN-TYPE = 'EXTP'
006240             ADD 1 TO WS-ITEM-COUNT
006250         END-IF
006260     ELSE
006270         IF NOT AFTER-POSTING-SEEN
006280             MOVE 'Y' TO WS-AFTER-SEEN-SW
006290             MOVE HIST-BALANCE-BEFORE TO WS-AFTER-BALANCE
006300         END-IF
006310         IF HIST-LINK-REF = WS-FEE-LINK-REF
006320             AND (HIST-TRAN-TYPE = 'FEEM'
006330                 OR HIST-TRAN-TYPE = 'FEEI'
006340                 OR HIST-TRAN-TYPE = 'FEEB')
006350             MOVE 'Y' TO WS-CHARGED-SW
006360             MOVE 'Y' TO WS-HIST-DONE-SW
006370         END-IF
006380     END-IF.
006390 2250-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------*
006430*  2300-COMPUTE-FEES - APPLY THE PRODUCT'S FEE CARD         *
006440*----------------------------------------------------------*
006450 2300-COMPUTE-FEES.
006460     MOVE WS-FT-MAINT-FEE(WS-FT-SLOT) TO WS-MAINT-FEE
006470     MOVE ZERO TO WS-CHARGED-ITEMS
006480     MOVE ZERO TO WS-ITEM-FEE
006490     IF WS-ITEM-COUNT > WS-FT-FREE-ITEMS(WS-FT-SLOT)
006500         COMPUTE WS-CHARGED-ITEMS =
006510             WS-ITEM-COUNT - WS-FT-FREE-ITEMS(WS-FT-SLOT)
006520         COMPUTE WS-ITEM-FEE =
006530             WS-CHARGED-ITEMS * WS-FT-ITEM-FEE(WS-FT-SLOT)
006540     END-IF
006550     MOVE ZERO TO WS-LOW-BAL-FEE
006560     IF WS-LOW-BALANCE < WS-FT-MIN-BALANCE(WS-FT-SLOT)
006570         MOVE WS-FT-LOW-BAL-FEE(WS-FT-SLOT) TO WS-LOW-BAL-FEE
006580     END-IF
006590     COMPUTE WS-TOTAL-FEE =
006600         WS-MAINT-FEE + WS-ITEM-FEE + WS-LOW-BAL-FEE.
006610 2300-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650*  2400-POST-FEES - ONE REWRITE OF THE ACCOUNT, THEN ONE    *
006660*  JOURNAL PER FEE TYPE CHARGED.  A FEE MAY TAKE THE        *
006670*  ACCOUNT OVERDRAWN - IT IS CHARGED REGARDLESS OF THE OD   *
006680*  LIMIT                                                    *
006690*----------------------------------------------------------*
006700 2400-POST-FEES.
006710     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
006720     SUBTRACT WS-TOTAL-FEE FROM ACCT-BALANCE
006730     REWRITE FD-ACCT-RECORD
006740     IF WS-ACCT-FILE-STATUS NOT = '00'
006750         DISPLAY 'BNKFEE - REWRITE FAILED FOR ACCOUNT '
006760             FD-ACCT-NUMBER ' STATUS = '
006770             WS-ACCT-FILE-STATUS
006780         MOVE 8 TO RETURN-CODE
006790         GO TO 2400-EXIT
006800     END-IF
006810     ADD 1 TO WS-ACCOUNTS-CHARGED
006820     MOVE WS-BALANCE-BEFORE TO WS-RUNNING-BALANCE
006830     IF WS-MAINT-FEE > 0
006840         MOVE 'FEEM'         TO WS-JOURNAL-TYPE
006850         MOVE WS-MAINT-FEE   TO WS-JOURNAL-AMOUNT
006860         PERFORM 2500-WRITE-FEE-JOURNAL THRU 2500-EXIT
006870         ADD 1 TO WS-MAINT-COUNT
006880         ADD WS-MAINT-FEE TO WS-TOTAL-MAINT
006890     END-IF
006900     IF WS-ITEM-FEE > 0
006910         MOVE 'FEEI'         TO WS-JOURNAL-TYPE
006920         MOVE WS-ITEM-FEE    TO WS-JOURNAL-AMOUNT
006930         PERFORM 2500-WRITE-FEE-JOURNAL THRU 2500-EXIT
006940         ADD 1 TO WS-ITEM-FEE-COUNT
006950         ADD WS-ITEM-FEE TO WS-TOTAL-ITEM
006960     END-IF
006970     IF WS-LOW-BAL-FEE > 0
006980         MOVE 'FEEB'         TO WS-JOURNAL-TYPE
006990         MOVE WS-LOW-BAL-FEE TO WS-JOURNAL-AMOUNT
007000         PERFORM 2500-WRITE-FEE-JOURNAL THRU 2500-EXIT
007010         ADD 1 TO WS-LOW-BAL-COUNT
007020         ADD WS-LOW-BAL-FEE TO WS-TOTAL-LOW-BAL
007030     END-IF
007040     ADD WS-TOTAL-FEE TO WS-TOTAL-ALL-FEES
007050     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
007060 2400-EXIT.
007070     EXIT.
007080
007090 2500-WRITE-FEE-JOURNAL.
007100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
007110     MOVE FD-ACCT-NUMBER      TO JRNL-ACCOUNT-NUMBER
007120     MOVE WS-JOURNAL-TYPE     TO JRNL-TRAN-TYPE
007130     MOVE WS-JOURNAL-AMOUNT   TO JRNL-AMOUNT
007140     MOVE WS-RUNNING-BALANCE  TO JRNL-BALANCE-BEFORE
007150     SUBTRACT WS-JOURNAL-AMOUNT FROM WS-RUNNING-BALANCE
007160     MOVE WS-RUNNING-BALANCE  TO JRNL-BALANCE-AFTER
007170     MOVE WS-RUN-DATE               TO JRNL-DATE
007180     MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
007190     MOVE WS-FEE-LINK-REF     TO JRNL-LINK-REF
007200     MOVE 'BATCH   '          TO JRNL-TELLER-ID
007210     WRITE FD-JOURNAL-RECORD
007220     IF WS-JRNL-FILE-STATUS NOT = '00'
007230         DISPLAY 'BNKFEE - JOURNAL WRITE FAILED FOR ACCOUNT '
007240             FD-ACCT-NUMBER ' STATUS = '
007250             WS-JRNL-FILE-STATUS
007260     END-IF.
007270 2500-EXIT.
007280     EXIT.
007290
007300 2600-WRITE-REPORT-LINE.
007310     MOVE WS-ITEM-COUNT  TO WS-ITEMS-DISP
007320     MOVE WS-LOW-BALANCE TO WS-BIG-AMT-DISP
007330     MOVE WS-MAINT-FEE   TO WS-AMOUNT-DISP
007340     MOVE WS-ITEM-FEE    TO WS-ITEM-DISP
007350     MOVE WS-LOW-BAL-FEE TO WS-LOW-DISP
007360     MOVE WS-TOTAL-FEE   TO WS-TOTAL-DISP
007370     MOVE SPACES TO WS-REPORT-LINE
007380     STRING
007390         FD-ACCT-NUMBER ' '             DELIMITED SIZE
007400         ACCT-PRODUCT-CODE ' '          DELIMITED SIZE
007410         WS-ITEMS-DISP                  DELIMITED SIZE
007420         WS-BIG-AMT-DISP(5:) ' '        DELIMITED SIZE
007430         WS-AMOUNT-DISP '  '            DELIMITED SIZE
007440         WS-ITEM-DISP '    '            DELIMITED SIZE
007450         WS-LOW-DISP '  '               DELIMITED SIZE
007460         WS-TOTAL-DISP                  DELIMITED SIZE
007470         INTO WS-REPORT-LINE
007480     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007490     WRITE FD-REPORT-LINE.
007500 2600-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------*
007540*  3000-TERMINATE - PRINT THE FEE TOTALS, RECORD COMPLETION *
007550*  ON BDCTL AND CLOSE FILES                                 *
007560*----------------------------------------------------------*
007570 3000-TERMINATE.
007580     IF WS-RPT-FILE-STATUS = '00'
007590         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
007600     END-IF
007610     IF RETURN-CODE = ZERO
007620         MOVE 'C' TO BDC-FEE-STATUS
007630         REWRITE FD-BDC-RECORD
007640         IF WS-BDC-FILE-STATUS NOT = '00'
007650             DISPLAY 'BNKFEE - BDCTL REWRITE FAILED, STATUS = '
007660                 WS-BDC-FILE-STATUS
007670             MOVE 16 TO RETURN-CODE
007680         END-IF
007690     END-IF
007700     CLOSE CTL-DATE-FILE
007710     CLOSE FEE-PARM-FILE
007720     CLOSE ACCT-MASTER-FILE
007730     IF NOT NO-HIST-FILE
007740         CLOSE HIST-FILE
007750     END-IF
007760     CLOSE JOURNAL-FILE
007770     CLOSE REPORT-FILE
007780     DISPLAY 'BNKFEE - MONTH CHARGED ..... ' WS-FEE-MONTH
007790     DISPLAY 'BNKFEE - FEE CARDS LOADED .. ' WS-FEE-COUNT
007800     DISPLAY 'BNKFEE - ACCOUNTS READ ..... ' WS-ACCOUNTS-READ
007810     DISPLAY 'BNKFEE - ACCOUNTS CHARGED .. ' WS-ACCOUNTS-CHARGED
007820     DISPLAY 'BNKFEE - NOTHING TO CHARGE . ' WS-ACCOUNTS-NO-FEE
007830     DISPLAY 'BNKFEE - CLOSED/DORMANT .... ' WS-ACCOUNTS-EXEMPT
007840     DISPLAY 'BNKFEE - ALREADY CHARGED ... ' WS-ACCOUNTS-DONE
007850     DISPLAY 'BNKFEE - ACCOUNTS UNPRICED . ' WS-ACCOUNTS-UNPRICED
007860     IF WS-ACCOUNTS-UNPRICED > 0
007870         DISPLAY 'BNKFEE - *** UNPRICED ACCOUNTS PRESENT - '
007880             'ADD FEEPARM CARDS ***'
007890     END-IF.
007900 3000-EXIT.
007910     EXIT.
007920
007930 3100-WRITE-TOTALS.
007940     MOVE SPACES TO FD-REPORT-LINE
007950     WRITE FD-REPORT-LINE
007960     MOVE WS-ACCOUNTS-CHARGED TO WS-COUNT-DISP
007970     MOVE SPACES TO WS-REPORT-LINE
007980     STRING 'ACCOUNTS CHARGED .......... ' WS-COUNT-DISP
007990         DELIMITED SIZE INTO WS-REPORT-LINE
008000     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008010     WRITE FD-REPORT-LINE
008020     MOVE WS-MAINT-COUNT TO WS-COUNT-DISP
008030     MOVE WS-TOTAL-MAINT TO WS-BIG-AMT-DISP
008040     MOVE SPACES TO WS-REPORT-LINE
008050     STRING 'MAINTENANCE FEES (FEEM) ... ' WS-COUNT-DISP
008060         ' ' WS-BIG-AMT-DISP
008070         DELIMITED SIZE INTO WS-REPORT-LINE
008080     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008090     WRITE FD-REPORT-LINE
008100     MOVE WS-ITEM-FEE-COUNT TO WS-COUNT-DISP
008110     MOVE WS-TOTAL-ITEM TO WS-BIG-AMT-DISP
008120     MOVE SPACES TO WS-REPORT-LINE
008130     STRING 'ITEM CHARGES (FEEI) ....... ' WS-COUNT-DISP
008140         ' ' WS-BIG-AMT-DISP
008150         DELIMITED SIZE INTO WS-REPORT-LINE
008160     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008170     WRITE FD-REPORT-LINE
008180     MOVE WS-LOW-BAL-COUNT TO WS-COUNT-DISP
008190     MOVE WS-TOTAL-LOW-BAL TO WS-BIG-AMT-DISP
008200     MOVE SPACES TO WS-REPORT-LINE
008210     STRING 'BELOW-MINIMUM FEES (FEEB) . ' WS-COUNT-DISP
008220         ' ' WS-BIG-AMT-DISP
008230         DELIMITED SIZE INTO WS-REPORT-LINE
008240     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008250     WRITE FD-REPORT-LINE
008260     MOVE WS-TOTAL-ALL-FEES TO WS-BIG-AMT-DISP
008270     MOVE SPACES TO WS-REPORT-LINE
008280     STRING 'TOTAL SERVICE CHARGES ..... ' '       '
008290         ' ' WS-BIG-AMT-DISP
008300         DELIMITED SIZE INTO WS-REPORT-LINE
008310     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008320     WRITE FD-REPORT-LINE.
008330 3100-EXIT.
008340     EXIT.
