000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKTDM.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K T D M  -  T E R M   D E P O S I T   R U N             *
000100*                                                               *
000110*   PURPOSE.  READS THE TERM DEPOSIT FILE (TDFILE) AND FOR EACH *
000120*   ACTIVE DEPOSIT EITHER ACCRUES ONE DAY'S INTEREST OR, ON OR  *
000130*   AFTER ITS MATURITY DATE, MATURES IT.  EVERY MOVEMENT IS     *
000140*   JOURNALED AGAINST THE LINKED ACCOUNT UNDER THE DEPOSIT'S    *
000150*   LINK-REF (TD + ACCOUNT + SEQ) SO BNKEOD, BNKGLX AND THE     *
000160*   CUSTOMER STATEMENT ALL SEE IT :                             *
000170*                                                               *
000180*     TDIA  INTEREST ACCRUED FOR THE DAY - PRINCIPAL TIMES THE  *
000190*           FIXED ANNUAL RATE OVER 365.  THE LINKED ACCOUNT     *
000200*           BALANCE DOES NOT MOVE ; THE ACCRUAL IS HELD ON THE  *
000210*           DEPOSIT RECORD UNTIL IT IS PAID.                    *
000220*     TDIP  ACCRUED INTEREST PAID TO THE LINKED ACCOUNT.        *
000230*     TDMP  PRINCIPAL REPAID TO THE LINKED ACCOUNT (PAY-OUT     *
000240*           INSTRUCTION).                                       *
000250*     TDRO  PRINCIPAL ROLLED OVER FOR THE SAME TERM FROM THE    *
000260*           RUN DATE (ROLL-OVER INSTRUCTION) - NO BALANCE MOVES *
000270*                                                               *
000280*   A MATURITY WHOSE LINKED ACCOUNT IS MISSING, CLOSED OR       *
000290*   FROZEN IS HELD - NOTHING POSTS, THE DEPOSIT STAYS ACTIVE    *
000300*   AND IS TRIED AGAIN THE NEXT NIGHT.  HELD MATURITIES ARE     *
000310*   LISTED ON THE REGISTER FOR THE BRANCH TO CLEAR.             *
000320*                                                               *
000330*   EACH DEPOSIT CARRIES THE DATE IT WAS LAST PROCESSED, SO A   *
000340*   FORCED RERUN AFTER AN ABEND SKIPS EVERY DEPOSIT ALREADY     *
000350*   DONE FOR THE DATE.  THE BUSINESS DATE COMES FROM THE BDCTL  *
000360*   CONTROL FILE.  RUN NIGHTLY AFTER BNKINT AND BEFORE BNKEOD - *
000370*   BNKEOD AND BNKDRL BOTH REQUIRE THIS STEP.  PARM IS OPTIONAL *
000380*   - FORCE RERUNS A STEP ALREADY COMPLETE ON BDCTL.            *
000390*                                                               *
000400*   MODIFICATION HISTORY.                                       *
000410*   10/15/2026  OSG   INITIAL VERSION.                          *
000420*                                                               *
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-BDC-FILE-STATUS.
000510
000520     SELECT TD-FILE           ASSIGN TO TDFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS TD-KEY
000560         FILE STATUS IS WS-TD-FILE-STATUS.
000570
000580     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS FD-ACCT-NUMBER
000620         FILE STATUS IS WS-ACCT-FILE-STATUS.
000630
000640     SELECT JOURNAL-FILE      ASSIGN TO JRNLFILE
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-JRNL-FILE-STATUS.
000680
000690     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-RPT-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CTL-DATE-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 40 CHARACTERS.
000790 01  FD-BDC-RECORD.
000800     COPY BDCREC.
000810
000820 FD  TD-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 65 CHARACTERS.
000850 01  FD-TD-RECORD.
000860     COPY TDREC.
000870
000880 FD  ACCT-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 72 CHARACTERS.
000910 01  FD-ACCT-RECORD.
000920     COPY ACCTREC
000930         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
000940
000950 FD  JOURNAL-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 84 CHARACTERS.
000980 01  FD-JOURNAL-RECORD.
000990     COPY JRNLREC.
001000
001010 FD  REPORT-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  FD-REPORT-LINE               PIC X(132).
001050
001060 WORKING-STORAGE SECTION.
001070 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001080 77  WS-TD-FILE-STATUS         PIC X(02) VALUE SPACES.
001090 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-JRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
001110 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001120 77  WS-DAYS-IN-YEAR           PIC 9(03) COMP VALUE 365.
001130
001140 01  WS-SWITCHES.
001150     05  WS-TD-EOF-SW          PIC X(01) VALUE 'N'.
001160         88  TD-FILE-EOF       VALUE 'Y'.
001170     05  WS-NO-TD-SW           PIC X(01) VALUE 'N'.
001180         88  NO-TD-FILE        VALUE 'Y'.
001190     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
001200         88  LINKED-ACCT-FOUND VALUE 'Y'.
001210     05  WS-HELD-SW            PIC X(01) VALUE 'N'.
001220         88  MATURITY-HELD     VALUE 'Y'.
001230     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001240         88  FORCE-RERUN       VALUE 'Y'.
001250
001260 01  WS-POSTING-CONTROLS.
001270     05  WS-DAILY-INTEREST     PIC 9(08)V99    VALUE ZERO.
001280     05  WS-INTEREST-PAID      PIC 9(08)V99    VALUE ZERO.
001290     05  WS-BALANCE-BEFORE     PIC S9(10)V99   VALUE ZERO.
001300     05  WS-BALANCE-MID        PIC S9(10)V99   VALUE ZERO.
001310     05  WS-JOURNAL-TYPE       PIC X(04)       VALUE SPACES.
001320     05  WS-JOURNAL-AMOUNT     PIC 9(10)V99    VALUE ZERO.
001330     05  WS-JOURNAL-BEFORE     PIC S9(10)V99   VALUE ZERO.
001340     05  WS-JOURNAL-AFTER      PIC S9(10)V99   VALUE ZERO.
001350     05  WS-TD-LINK-REF        PIC X(14)       VALUE SPACES.
001360     05  WS-ACTION             PIC X(24)       VALUE SPACES.
001370
001380 01  WS-MATURITY-DATA.
001390     05  WS-MAT-DATE           PIC 9(08).
001400     05  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
001410         10  WS-MAT-YYYY       PIC 9(04).
001420         10  WS-MAT-MM         PIC 9(02).
001430         10  WS-MAT-DD         PIC 9(02).
001440     05  WS-MAT-MONTHS         PIC 9(03) VALUE ZERO.
001450     05  WS-MAT-MONTH-DAYS     PIC 9(02) VALUE ZERO.
001460     05  WS-LEAP-QUOT          PIC 9(04) VALUE ZERO.
001470     05  WS-LEAP-REM           PIC 9(04) VALUE ZERO.
001480
001490 01  WS-COUNTERS.
001500     05  WS-DEPOSITS-READ      PIC 9(07) COMP-3 VALUE ZERO.
001510     05  WS-DEPOSITS-ACTIVE    PIC 9(07) COMP-3 VALUE ZERO.
001520     05  WS-DEPOSITS-SKIPPED   PIC 9(07) COMP-3 VALUE ZERO.
001530     05  WS-DEPOSITS-ACCRUED   PIC 9(07) COMP-3 VALUE ZERO.
001540     05  WS-DEPOSITS-PAID      PIC 9(07) COMP-3 VALUE ZERO.
001550     05  WS-DEPOSITS-ROLLED    PIC 9(07) COMP-3 VALUE ZERO.
001560     05  WS-DEPOSITS-HELD      PIC 9(07) COMP-3 VALUE ZERO.
001570     05  WS-TOTAL-ACCRUED      PIC S9(13)V99 COMP-3 VALUE ZERO.
001580     05  WS-TOTAL-INT-PAID     PIC S9(13)V99 COMP-3 VALUE ZERO.
001590     05  WS-TOTAL-PRIN-PAID    PIC S9(13)V99 COMP-3 VALUE ZERO.
001600     05  WS-TOTAL-PRIN-ROLLED  PIC S9(13)V99 COMP-3 VALUE ZERO.
001610     05  WS-TOTAL-PRIN-HELD    PIC S9(13)V99 COMP-3 VALUE ZERO.
001620
001630 01  WS-CURRENT-DATE-TIME      PIC X(21).
001640 01  WS-RUN-DATE               PIC 9(08).
001650
001660 01  WS-EDIT-FIELDS.
001670     05  WS-AMOUNT-DISP        PIC -(10).99.
001680     05  WS-INTEREST-DISP      PIC -(10).99.
001690     05  WS-BIG-AMT-DISP       PIC -(13).99.
001700     05  WS-COUNT-DISP         PIC ZZZZZZ9.
001710
001720 01  WS-REPORT-LINE            PIC X(132).
001730
001740 LINKAGE SECTION.
001750 01  WS-PARM-INFO.
001760     05  WS-PARM-LEN           PIC S9(04) COMP.
001770     05  WS-PARM-OPTION        PIC X(05).
001780
001790 PROCEDURE DIVISION USING WS-PARM-INFO.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001820     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-EXIT
001830         UNTIL TD-FILE-EOF
001840     PERFORM 3000-TERMINATE THRU 3000-EXIT
001850     STOP RUN.
001860
001870*----------------------------------------------------------*
001880*  0500-READ-CONTROL-DATE - THE BUSINESS DATE COMES FROM    *
001890*  THE BDCTL CONTROL FILE.  BNKINT MUST HAVE COMPLETED,     *
001900*  BNKEOD MUST NOT, AND A STEP ALREADY COMPLETE IS REFUSED  *
001910*  UNLESS PARM FORCE IS SUPPLIED                            *
001920*----------------------------------------------------------*
001930 0500-READ-CONTROL-DATE.
001940     IF WS-PARM-LEN >= 5
001950         AND WS-PARM-OPTION = 'FORCE'
001960         MOVE 'Y' TO WS-FORCE-SW
001970     END-IF
001980     OPEN I-O CTL-DATE-FILE
001990     IF WS-BDC-FILE-STATUS NOT = '00'
002000         DISPLAY 'BNKTDM - BDCTL OPEN FAILED, STATUS = '
002010             WS-BDC-FILE-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         GO TO 0500-EXIT
002040     END-IF
002050     READ CTL-DATE-FILE
002060         AT END
002070             DISPLAY 'BNKTDM - BDCTL EMPTY - SEED IT WITH '
002080                 'BNKDRL PARM INITYYYYMMDD'
002090             MOVE 16 TO RETURN-CODE
002100             GO TO 0500-EXIT
002110     END-READ
002120     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
002130     IF NOT BDC-INT-DONE
002140         DISPLAY 'BNKTDM - BNKINT HAS NOT COMPLETED FOR '
002150             WS-RUN-DATE ' - RUN REFUSED'
002160         MOVE 16 TO RETURN-CODE
002170         GO TO 0500-EXIT
002180     END-IF
002190     IF BDC-EOD-DONE
002200         DISPLAY 'BNKTDM - BNKEOD HAS ALREADY CLOSED '
002210             WS-RUN-DATE ' - RUN REFUSED'
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 0500-EXIT
002240     END-IF
002250     IF BDC-TDM-DONE AND NOT FORCE-RERUN
002260         DISPLAY 'BNKTDM - ALREADY COMPLETE FOR ' WS-RUN-DATE
002270             ' - SUPPLY PARM FORCE TO RERUN'
002280         MOVE 16 TO RETURN-CODE
002290     END-IF.
002300 0500-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------*
002340*  1000-INITIALIZE - OPEN FILES, HEAD THE REGISTER AND      *
002350*  PRIME THE FIRST DEPOSIT                                  *
002360*----------------------------------------------------------*
002370 1000-INITIALIZE.
002380     PERFORM 0500-READ-CONTROL-DATE THRU 0500-EXIT
002390     IF RETURN-CODE NOT = ZERO
002400         MOVE 'Y' TO WS-TD-EOF-SW
002410         GO TO 1000-EXIT
002420     END-IF
002430     OPEN I-O TD-FILE
002440*    A NEVER-LOADED DEPOSIT KSDS OPENS WITH STATUS 35 - NO
002450*    TERM DEPOSIT HAS BEEN PLACED YET, SO THERE IS NOTHING TO DO
002460     IF WS-TD-FILE-STATUS = '35'
002470         MOVE 'Y' TO WS-NO-TD-SW
002480         MOVE 'Y' TO WS-TD-EOF-SW
002490     ELSE
002500         IF WS-TD-FILE-STATUS NOT = '00'
002510             DISPLAY 'BNKTDM - TDFILE OPEN FAILED, STATUS = '
002520                 WS-TD-FILE-STATUS
002530             MOVE 'Y' TO WS-TD-EOF-SW
002540             MOVE 16 TO RETURN-CODE
002550             GO TO 1000-EXIT
002560         END-IF
002570     END-IF
002580     OPEN I-O ACCT-MASTER-FILE
002590     IF WS-ACCT-FILE-STATUS NOT = '00'
002600         DISPLAY 'BNKTDM - ACCTMSTR OPEN FAILED, STATUS = '
002610             WS-ACCT-FILE-STATUS
002620         MOVE 'Y' TO WS-TD-EOF-SW
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF
002660     OPEN EXTEND JOURNAL-FILE
002670     IF WS-JRNL-FILE-STATUS NOT = '00'
002680         DISPLAY 'BNKTDM - JRNLFILE OPEN FAILED, STATUS = '
002690             WS-JRNL-FILE-STATUS
002700         MOVE 'Y' TO WS-TD-EOF-SW
002710         MOVE 16 TO RETURN-CODE
002720         GO TO 1000-EXIT
002730     END-IF
002740     OPEN OUTPUT REPORT-FILE
002750     IF WS-RPT-FILE-STATUS NOT = '00'
002760         DISPLAY 'BNKTDM - RPTOUT OPEN FAILED, STATUS = '
002770             WS-RPT-FILE-STATUS
002780         MOVE 'Y' TO WS-TD-EOF-SW
002790         MOVE 16 TO RETURN-CODE
002800         GO TO 1000-EXIT
002810     END-IF
002820     MOVE SPACES TO WS-REPORT-LINE
002830     STRING
002840         'IRON BANK OF BRAAVOS - TERM DEPOSIT MATURITY '
002850             DELIMITED SIZE
002860         'REGISTER - '                  DELIMITED SIZE
002870         WS-RUN-DATE                    DELIMITED SIZE
002880         INTO WS-REPORT-LINE
002890     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
002900     WRITE FD-REPORT-LINE
002910     MOVE SPACES TO FD-REPORT-LINE
002920     WRITE FD-REPORT-LINE
002930     MOVE SPACES TO WS-REPORT-LINE
002940     STRING
002950         'ACCOUNT  SQ ACTION                       PRINCIPAL'
002960             DELIMITED SIZE
002970         '       INTEREST MATURES'      DELIMITED SIZE
002980         INTO WS-REPORT-LINE
002990     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003000     WRITE FD-REPORT-LINE
003010     IF NOT NO-TD-FILE
003020         PERFORM 1100-READ-TD THRU 1100-EXIT
003030     END-IF.
003040 1000-EXIT.
003050     EXIT.
003060
003070 1100-READ-TD.
003080     READ TD-FILE
003090         AT END
003100             MOVE 'Y' TO WS-TD-EOF-SW
003110     END-READ.
003120 1100-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160*  2000-PROCESS-DEPOSIT - MATURE THE DEPOSIT IF ITS DATE    *
003170*  HAS COME, OTHERWISE ACCRUE ONE DAY'S INTEREST.  A        *
003180*  DEPOSIT ROLLED OVER TONIGHT ACCRUES ITS FIRST DAY OF THE *
003185*  NEW TERM                                                 *
003190*----------------------------------------------------------*
003200 2000-PROCESS-DEPOSIT.
003210     ADD 1 TO WS-DEPOSITS-READ
003220     IF NOT TD-IS-ACTIVE
003230         GO TO 2000-NEXT
003240     END-IF
003250     ADD 1 TO WS-DEPOSITS-ACTIVE
003260     IF TD-LAST-ACCRUAL-DATE = WS-RUN-DATE
003270         ADD 1 TO WS-DEPOSITS-SKIPPED
003280         GO TO 2000-NEXT
003290     END-IF
003300     PERFORM 2050-READ-LINKED-ACCOUNT THRU 2050-EXIT
003310     MOVE 'N' TO WS-HELD-SW
003320     IF WS-RUN-DATE >= TD-MATURITY-DATE
003330         PERFORM 2200-MATURE-DEPOSIT THRU 2200-EXIT
003340         IF MATURITY-HELD
003350             GO TO 2000-NEXT
003360         END-IF
003370     END-IF
003380     IF TD-IS-ACTIVE
003390         AND WS-RUN-DATE >= TD-START-DATE
003400         AND WS-RUN-DATE < TD-MATURITY-DATE
003410         PERFORM 2100-ACCRUE-INTEREST THRU 2100-EXIT
003420     END-IF
003430     MOVE WS-RUN-DATE TO TD-LAST-ACCRUAL-DATE
003440     REWRITE FD-TD-RECORD
003450     IF WS-TD-FILE-STATUS NOT = '00'
003460         DISPLAY 'BNKTDM - TDFILE REWRITE FAILED FOR '
003470             TD-ACCOUNT '/' TD-SEQ ' STATUS = '
003480             WS-TD-FILE-STATUS
003490         MOVE 8 TO RETURN-CODE
003500     END-IF.
003510 2000-NEXT.
003520     PERFORM 1100-READ-TD THRU 1100-EXIT.
003530 2000-EXIT.
003540     EXIT.
003550
003560 2050-READ-LINKED-ACCOUNT.
003570     MOVE 'N' TO WS-ACCT-FOUND-SW
003580     MOVE TD-ACCOUNT TO FD-ACCT-NUMBER
003590     READ ACCT-MASTER-FILE
003600         INVALID KEY
003610             GO TO 2050-EXIT
003620     END-READ
003630     MOVE 'Y' TO WS-ACCT-FOUND-SW.
003640 2050-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  2100-ACCRUE-INTEREST - ONE DAY AT THE FIXED ANNUAL RATE. *
003690*  THE ACCRUAL STAYS ON THE DEPOSIT UNTIL MATURITY OR BREAK *
003700*----------------------------------------------------------*
003710 2100-ACCRUE-INTEREST.
003720     COMPUTE WS-DAILY-INTEREST ROUNDED =
003730         TD-PRINCIPAL * TD-RATE / WS-DAYS-IN-YEAR
003740     IF WS-DAILY-INTEREST = 0
003750         GO TO 2100-EXIT
003760     END-IF
003770     ADD WS-DAILY-INTEREST TO TD-ACCRUED
003780     ADD 1 TO WS-DEPOSITS-ACCRUED
003790     ADD WS-DAILY-INTEREST TO WS-TOTAL-ACCRUED
003800     MOVE ZERO TO WS-JOURNAL-BEFORE
003810     IF LINKED-ACCT-FOUND
003820         MOVE ACCT-BALANCE TO WS-JOURNAL-BEFORE
003830     END-IF
003840     MOVE WS-JOURNAL-BEFORE TO WS-JOURNAL-AFTER
003850     MOVE 'TDIA'            TO WS-JOURNAL-TYPE
003860     MOVE WS-DAILY-INTEREST TO WS-JOURNAL-AMOUNT
003870     PERFORM 2400-WRITE-TD-JOURNAL THRU 2400-EXIT.
003880 2100-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  2200-MATURE-DEPOSIT - PAY THE ACCRUED INTEREST TO THE    *
003930*  LINKED ACCOUNT, THEN REPAY OR ROLL OVER THE PRINCIPAL AS *
003940*  THE INSTRUCTION SAYS.  THE ACCOUNT IS REWRITTEN ONCE     *
003950*  BEFORE ANY JOURNAL IS WRITTEN                            *
003960*----------------------------------------------------------*
003970 2200-MATURE-DEPOSIT.
003980     MOVE SPACES TO WS-ACTION
003990     IF NOT LINKED-ACCT-FOUND
004000         MOVE 'HELD - NO LINKED ACCT' TO WS-ACTION
004010     ELSE
004020         IF ACCT-IS-CLOSED
004030             MOVE 'HELD - ACCOUNT CLOSED' TO WS-ACTION
004040         END-IF
004050         IF ACCT-IS-FROZEN
004060             MOVE 'HELD - ACCOUNT FROZEN' TO WS-ACTION
004070         END-IF
004080     END-IF
004090     IF WS-ACTION NOT = SPACES
004100         MOVE 'Y' TO WS-HELD-SW
004110         ADD 1 TO WS-DEPOSITS-HELD
004120         ADD TD-PRINCIPAL TO WS-TOTAL-PRIN-HELD
004130         MOVE TD-ACCRUED TO WS-INTEREST-PAID
004140         PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT
004150         GO TO 2200-EXIT
004160     END-IF
004170     MOVE TD-ACCRUED   TO WS-INTEREST-PAID
004180     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
004190     COMPUTE WS-BALANCE-MID = ACCT-BALANCE + WS-INTEREST-PAID
004200     IF TD-PAY-TO-ACCOUNT
004210         COMPUTE ACCT-BALANCE = WS-BALANCE-MID + TD-PRINCIPAL
004220     ELSE
004230         MOVE WS-BALANCE-MID TO ACCT-BALANCE
004240     END-IF
004250     IF ACCT-BALANCE NOT = WS-BALANCE-BEFORE
004260         REWRITE FD-ACCT-RECORD
004270         IF WS-ACCT-FILE-STATUS NOT = '00'
004280             DISPLAY 'BNKTDM - REWRITE FAILED FOR ACCOUNT '
004290                 FD-ACCT-NUMBER ' STATUS = '
004300                 WS-ACCT-FILE-STATUS
004310             MOVE 8 TO RETURN-CODE
004320             MOVE 'Y' TO WS-HELD-SW
004330             ADD 1 TO WS-DEPOSITS-HELD
004340             ADD TD-PRINCIPAL TO WS-TOTAL-PRIN-HELD
004350             MOVE 'HELD - ACCT REWRITE FAIL' TO WS-ACTION
004360             PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT
004370             GO TO 2200-EXIT
004380         END-IF
004390     END-IF
004400     IF WS-INTEREST-PAID > 0
004410         MOVE 'TDIP'            TO WS-JOURNAL-TYPE
004420         MOVE WS-INTEREST-PAID  TO WS-JOURNAL-AMOUNT
004430         MOVE WS-BALANCE-BEFORE TO WS-JOURNAL-BEFORE
004440         MOVE WS-BALANCE-MID    TO WS-JOURNAL-AFTER
004450         PERFORM 2400-WRITE-TD-JOURNAL THRU 2400-EXIT
004460         ADD WS-INTEREST-PAID TO WS-TOTAL-INT-PAID
004470     END-IF
004480     MOVE ZERO TO TD-ACCRUED
004490     MOVE TD-PRINCIPAL   TO WS-JOURNAL-AMOUNT
004500     MOVE WS-BALANCE-MID TO WS-JOURNAL-BEFORE
004510     IF TD-PAY-TO-ACCOUNT
004520         MOVE 'TDMP'       TO WS-JOURNAL-TYPE
004530         MOVE ACCT-BALANCE TO WS-JOURNAL-AFTER
004540         PERFORM 2400-WRITE-TD-JOURNAL THRU 2400-EXIT
004550         MOVE 'M' TO TD-STATUS
004560         ADD 1 TO WS-DEPOSITS-PAID
004570         ADD TD-PRINCIPAL TO WS-TOTAL-PRIN-PAID
004580         MOVE 'PAID TO ACCOUNT' TO WS-ACTION
004590     ELSE
004600         MOVE 'TDRO'           TO WS-JOURNAL-TYPE
004610         MOVE WS-BALANCE-MID   TO WS-JOURNAL-AFTER
004620         PERFORM 2400-WRITE-TD-JOURNAL THRU 2400-EXIT
004630         MOVE WS-RUN-DATE TO TD-START-DATE
004640         PERFORM 2300-COMPUTE-MATURITY THRU 2300-EXIT
004650         ADD 1 TO WS-DEPOSITS-ROLLED
004660         ADD TD-PRINCIPAL TO WS-TOTAL-PRIN-ROLLED
004670         MOVE 'ROLLED OVER' TO WS-ACTION
004680     END-IF
004690     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
004700 2200-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740*  2300-COMPUTE-MATURITY - START DATE PLUS THE TERM IN      *
004750*  MONTHS, THE DAY CUT BACK TO THE END OF A SHORTER MONTH   *
004760*----------------------------------------------------------*
004770 2300-COMPUTE-MATURITY.
004780     MOVE TD-START-DATE TO WS-MAT-DATE
004790     COMPUTE WS-MAT-MONTHS = WS-MAT-MM + TD-TERM-MONTHS
004800     IF WS-MAT-MONTHS > 12
004810         SUBTRACT 12 FROM WS-MAT-MONTHS
004820         ADD 1 TO WS-MAT-YYYY
004830     END-IF
004840     MOVE WS-MAT-MONTHS TO WS-MAT-MM
004850     PERFORM 2350-SET-MONTH-DAYS THRU 2350-EXIT
004860     IF WS-MAT-DD > WS-MAT-MONTH-DAYS
004870         MOVE WS-MAT-MONTH-DAYS TO WS-MAT-DD
004880     END-IF
004890     MOVE WS-MAT-DATE TO TD-MATURITY-DATE.
004900 2300-EXIT.
004910     EXIT.
004920
004930 2350-SET-MONTH-DAYS.
004940     EVALUATE WS-MAT-MM
004950         WHEN 04
004960         WHEN 06
004970         WHEN 09
004980         WHEN 11
004990             MOVE 30 TO WS-MAT-MONTH-DAYS
005000         WHEN 02
005010             MOVE 28 TO WS-MAT-MONTH-DAYS
005020             DIVIDE WS-MAT-YYYY BY 4 GIVING WS-LEAP-QUOT
005030                 REMAINDER WS-LEAP-REM
005040             IF WS-LEAP-REM = ZERO
005050                 MOVE 29 TO WS-MAT-MONTH-DAYS
005060                 DIVIDE WS-MAT-YYYY BY 100 GIVING WS-LEAP-QUOT
005070                     REMAINDER WS-LEAP-REM
005080                 IF WS-LEAP-REM = ZERO
005090                     MOVE 28 TO WS-MAT-MONTH-DAYS
005100                     DIVIDE WS-MAT-YYYY BY 400 GIVING WS-LEAP-QUOT
005110                         REMAINDER WS-LEAP-REM
005120                     IF WS-LEAP-REM = ZERO
005130                         MOVE 29 TO WS-MAT-MONTH-DAYS
005140                     END-IF
005150                 END-IF
005160             END-IF
005170         WHEN OTHER
005180             MOVE 31 TO WS-MAT-MONTH-DAYS
005190     END-EVALUATE.
005200 2350-EXIT.
005210     EXIT.
005220
005230 2400-WRITE-TD-JOURNAL.
005240     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
005250     MOVE SPACES TO WS-TD-LINK-REF
005260     STRING 'TD' TD-ACCOUNT TD-SEQ DELIMITED SIZE
005270         INTO WS-TD-LINK-REF
005280     MOVE TD-ACCOUNT          TO JRNL-ACCOUNT-NUMBER
005290     MOVE WS-JOURNAL-TYPE     TO JRNL-TRAN-TYPE
005300     MOVE WS-JOURNAL-AMOUNT   TO JRNL-AMOUNT
005310     MOVE WS-JOURNAL-BEFORE   TO JRNL-BALANCE-BEFORE
005320     MOVE WS-JOURNAL-AFTER    TO JRNL-BALANCE-AFTER
005330     MOVE WS-RUN-DATE               TO JRNL-DATE
005340     MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
005350     MOVE WS-TD-LINK-REF      TO JRNL-LINK-REF
005360     MOVE 'BATCH   '          TO JRNL-TELLER-ID
005370     WRITE FD-JOURNAL-RECORD
005380     IF WS-JRNL-FILE-STATUS NOT = '00'
005390         DISPLAY 'BNKTDM - JOURNAL WRITE FAILED FOR ACCOUNT '
005400             TD-ACCOUNT ' STATUS = '
005410             WS-JRNL-FILE-STATUS
005420     END-IF.
005430 2400-EXIT.
005440     EXIT.
005450
005460 2600-WRITE-REPORT-LINE.
005470     MOVE TD-PRINCIPAL     TO WS-AMOUNT-DISP
005480     MOVE WS-INTEREST-PAID TO WS-INTEREST-DISP
005490     MOVE SPACES TO WS-REPORT-LINE
005500     STRING
005510         TD-ACCOUNT ' '                 DELIMITED SIZE
005520         TD-SEQ ' '                     DELIMITED SIZE
005530         WS-ACTION ' '                  DELIMITED SIZE
005540         WS-AMOUNT-DISP ' '             DELIMITED SIZE
005550         WS-INTEREST-DISP ' '           DELIMITED SIZE
005560         TD-MATURITY-DATE               DELIMITED SIZE
005570         INTO WS-REPORT-LINE
005580     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005590     WRITE FD-REPORT-LINE.
005600 2600-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640*  3000-TERMINATE - PRINT THE RUN TOTALS, RECORD COMPLETION *
005650*  ON BDCTL AND CLOSE FILES                                 *
005660*----------------------------------------------------------*
005670 3000-TERMINATE.
005680     IF WS-RPT-FILE-STATUS = '00'
005690         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
005700     END-IF
005710     IF RETURN-CODE = ZERO
005720         MOVE 'C' TO BDC-TDM-STATUS
005730         REWRITE FD-BDC-RECORD
005740         IF WS-BDC-FILE-STATUS NOT = '00'
005750             DISPLAY 'BNKTDM - BDCTL REWRITE FAILED, STATUS = '
005760                 WS-BDC-FILE-STATUS
005770             MOVE 16 TO RETURN-CODE
005780         END-IF
005790     END-IF
005800     CLOSE CTL-DATE-FILE
005810     IF NOT NO-TD-FILE
005820         CLOSE TD-FILE
005830     END-IF
005840     CLOSE ACCT-MASTER-FILE
005850     CLOSE JOURNAL-FILE
005860     CLOSE REPORT-FILE
005870     DISPLAY 'BNKTDM - DEPOSITS READ ..... ' WS-DEPOSITS-READ
005880     DISPLAY 'BNKTDM - DEPOSITS ACTIVE ... ' WS-DEPOSITS-ACTIVE
005890     DISPLAY 'BNKTDM - DEPOSITS ACCRUED .. ' WS-DEPOSITS-ACCRUED
005900     DISPLAY 'BNKTDM - DEPOSITS PAID OUT . ' WS-DEPOSITS-PAID
005910     DISPLAY 'BNKTDM - DEPOSITS ROLLED ... ' WS-DEPOSITS-ROLLED
005920     DISPLAY 'BNKTDM - MATURITIES HELD ... ' WS-DEPOSITS-HELD
005930     DISPLAY 'BNKTDM - DEPOSITS SKIPPED .. ' WS-DEPOSITS-SKIPPED
005940     IF NO-TD-FILE
005950         DISPLAY 'BNKTDM - NO TERM DEPOSIT FILE LOADED - '
005960             'NOTHING TO PROCESS'
005970     END-IF
005980     IF WS-DEPOSITS-HELD > 0
005990         DISPLAY 'BNKTDM - *** MATURITIES HELD - SEE REGISTER ***'
006000     END-IF.
006010 3000-EXIT.
006020     EXIT.
006030
006040 3100-WRITE-TOTALS.
006050     MOVE SPACES TO FD-REPORT-LINE
006060     WRITE FD-REPORT-LINE
006070     MOVE WS-DEPOSITS-ACTIVE TO WS-COUNT-DISP
006080     MOVE SPACES TO WS-REPORT-LINE
006090     STRING 'ACTIVE DEPOSITS READ ...... ' WS-COUNT-DISP
006100         DELIMITED SIZE INTO WS-REPORT-LINE
006110     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006120     WRITE FD-REPORT-LINE
006130     MOVE WS-DEPOSITS-ACCRUED TO WS-COUNT-DISP
006140     MOVE WS-TOTAL-ACCRUED TO WS-BIG-AMT-DISP
006150     MOVE SPACES TO WS-REPORT-LINE
006160     STRING 'INTEREST ACCRUED (TDIA) ... ' WS-COUNT-DISP
006170         ' ' WS-BIG-AMT-DISP
006180         DELIMITED SIZE INTO WS-REPORT-LINE
006190     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006200     WRITE FD-REPORT-LINE
006210     MOVE WS-TOTAL-INT-PAID TO WS-BIG-AMT-DISP
006220     MOVE SPACES TO WS-REPORT-LINE
006230     STRING 'INTEREST PAID (TDIP) ...... ' '       '
006240         ' ' WS-BIG-AMT-DISP
006250         DELIMITED SIZE INTO WS-REPORT-LINE
006260     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006270     WRITE FD-REPORT-LINE
006280     MOVE WS-DEPOSITS-PAID TO WS-COUNT-DISP
006290     MOVE WS-TOTAL-PRIN-PAID TO WS-BIG-AMT-DISP
006300     MOVE SPACES TO WS-REPORT-LINE
006310     STRING 'PRINCIPAL REPAID (TDMP) ... ' WS-COUNT-DISP
006320         ' ' WS-BIG-AMT-DISP
006330         DELIMITED SIZE INTO WS-REPORT-LINE
006340     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006350     WRITE FD-REPORT-LINE
006360     MOVE WS-DEPOSITS-ROLLED TO WS-COUNT-DISP
006370     MOVE WS-TOTAL-PRIN-ROLLED TO WS-BIG-AMT-DISP
006380     MOVE SPACES TO WS-REPORT-LINE
006390     STRING 'PRINCIPAL ROLLED (TDRO) ... ' WS-COUNT-DISP
006400         ' ' WS-BIG-AMT-DISP
006410         DELIMITED SIZE INTO WS-REPORT-LINE
006420     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006430     WRITE FD-REPORT-LINE
006440     MOVE WS-DEPOSITS-HELD TO WS-COUNT-DISP
006450     MOVE WS-TOTAL-PRIN-HELD TO WS-BIG-AMT-DISP
006460     MOVE SPACES TO WS-REPORT-LINE
006470     STRING 'MATURITIES HELD ........... ' WS-COUNT-DISP
006480         ' ' WS-BIG-AMT-DISP
006490         DELIMITED SIZE INTO WS-REPORT-LINE
006500     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006510     WRITE FD-REPORT-LINE.
006520 3100-EXIT.
006530     EXIT.
