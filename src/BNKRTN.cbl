000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKRTN.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K R T N  -  I N W A R D   R E T U R N S   R U N         *
000100*                                                               *
000110*   PURPOSE.  APPLIES THE RETURNS FILE SENT BACK BY THE OTHER   *
000120*   BRAAVOSI HOUSES FOR OUTWARD PAYMENTS (EXTP) THEY COULD NOT  *
000130*   PAY - ACCOUNT CLOSED, REFERENCE UNKNOWN AND SO ON.  EACH    *
000140*   RETURNED ITEM IS MATCHED TO THE ORIGINAL EXTP POSTING ON    *
000150*   THE TRANSACTION HISTORY (TXNHIST) BY HOUSE CODE (LINK-REF   *
000160*   1-4), DESTINATION REFERENCE (LINK-REF 5-14) AND AMOUNT, AND *
000170*   THE PAYING ACCOUNT IS RE-CREDITED UNDER THE RTRN JOURNAL    *
000180*   TYPE CARRYING THE SAME LINK-REF.  THE RTRN GLPARM CARD IN   *
000190*   BNKGLX DEBITS THE CLEARING SETTLEMENT SUSPENSE ACCOUNT, SO  *
000200*   THE VALUE RETURNED ON THIS REPORT MUST AGREE WITH THE       *
000210*   SUSPENSE DEBIT IN GLOUT.                                    *
000220*                                                               *
000230*   AN ITEM THAT MATCHES NO EXTP POSTING, OR WHOSE PAYMENT HAS  *
000240*   ALREADY BEEN RETURNED (AN RTRN WITH THE SAME LINK-REF AND   *
000250*   AMOUNT ON TXNHIST OR ON TONIGHT'S JOURNAL), IS REFUSED AND  *
000260*   LISTED WITH THE REASON.  THE REPORT PRINTS ONE SECTION PER  *
000270*   HOUSE WITH ITS OWN TOTALS AND A GRAND TOTAL FOR THE RUN.    *
000280*                                                               *
000290*   RTNIN CARRIES ONE HEADER/DETAIL/TRAILER BLOCK PER HOUSE IN  *
000300*   THE SAME SHAPE AS BNKCLX'S CLROUT.  THE WHOLE FILE IS       *
000310*   PROVED AGAINST THE HOUSE TRAILERS BEFORE A SINGLE ITEM      *
000320*   POSTS - ANY DISAGREEMENT REFUSES THE WHOLE RUN.             *
000330*                                                               *
000340*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.  RUN   *
000350*   NIGHTLY BEFORE BNKEOD CLOSES THE DAY - THE RUN IS REFUSED   *
000360*   ONCE BNKEOD HAS COMPLETED FOR THE DATE.  PARM IS OPTIONAL - *
000370*   FORCE RERUNS A STEP ALREADY COMPLETE ON BDCTL.              *
000380*                                                               *
000390*   MODIFICATION HISTORY.                                       *
000400*   10/15/2026  OSG   INITIAL VERSION.                          *
000410*                                                               *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-BDC-FILE-STATUS.
000500
000510     SELECT RTN-IN-FILE       ASSIGN TO RTNIN
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-RTNIN-FILE-STATUS.
000550
000560     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS FD-ACCT-NUMBER
000600         FILE STATUS IS WS-ACCT-FILE-STATUS.
000610
000620     SELECT HIST-FILE         ASSIGN TO TXNHIST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HIST-KEY
000660         FILE STATUS IS WS-HIST-FILE-STATUS.
000670
000680     SELECT JOURNAL-FILE      ASSIGN TO JRNLFILE
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-JRNL-FILE-STATUS.
000720
000730     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL
000760         FILE STATUS IS WS-RPT-FILE-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CTL-DATE-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 40 CHARACTERS.
000830 01  FD-BDC-RECORD.
000840     COPY BDCREC.
000850
000860 FD  RTN-IN-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  FD-RTN-IN-RECORD.
000900     05  RTIN-RECORD-TYPE      PIC X(01).
000910         88  RTIN-IS-HEADER    VALUE 'H'.
000920         88  RTIN-IS-DETAIL    VALUE 'D'.
000930         88  RTIN-IS-TRAILER   VALUE 'T'.
000940     05  RTIN-DATA             PIC X(79).
000950     05  RTIN-HEADER REDEFINES RTIN-DATA.
000960         10  RTH-HOUSE         PIC X(04).
000970         10  RTH-DATE          PIC 9(08).
000980         10  FILLER            PIC X(67).
000990     05  RTIN-DETAIL REDEFINES RTIN-DATA.
001000         10  RTD-ACCOUNT       PIC X(08).
001010         10  RTD-ACCOUNT-N REDEFINES RTD-ACCOUNT
001020                               PIC 9(08).
001030         10  RTD-DEST-REF      PIC X(10).
001040         10  RTD-AMOUNT        PIC X(12).
001050         10  RTD-AMOUNT-N REDEFINES RTD-AMOUNT
001060                               PIC 9(10)V99.
001070         10  RTD-REASON        PIC X(20).
001080         10  FILLER            PIC X(29).
001090     05  RTIN-TRAILER REDEFINES RTIN-DATA.
001100         10  RTT-HOUSE         PIC X(04).
001110         10  RTT-ITEM-COUNT    PIC 9(07).
001120         10  RTT-VALUE         PIC 9(13)V99.
001130         10  FILLER            PIC X(53).
001140
001150 FD  ACCT-MASTER-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 72 CHARACTERS.
001180 01  FD-ACCT-RECORD.
001190     COPY ACCTREC
001200         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
001210
001220 FD  HIST-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 86 CHARACTERS.
001250 01  FD-HIST-RECORD.
001260     COPY HISTREC.
001270
001280 FD  JOURNAL-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 84 CHARACTERS.
001310 01  FD-JOURNAL-RECORD.
001320     COPY JRNLREC.
001330
001340 FD  REPORT-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 132 CHARACTERS.
001370 01  FD-REPORT-LINE               PIC X(132).
001380
001390 WORKING-STORAGE SECTION.
001400 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001410 77  WS-RTNIN-FILE-STATUS      PIC X(02) VALUE SPACES.
001420 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001430 77  WS-HIST-FILE-STATUS       PIC X(02) VALUE SPACES.
001440 77  WS-JRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
001450 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001460 77  WS-RTN-MAX                PIC 9(04) COMP VALUE 2000.
001470
001480 01  WS-SWITCHES.
001490     05  WS-RTNIN-EOF-SW       PIC X(01) VALUE 'N'.
001500         88  RTN-IN-EOF        VALUE 'Y'.
001510     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
001520         88  JOURNAL-EOF       VALUE 'Y'.
001530     05  WS-NO-HIST-SW         PIC X(01) VALUE 'N'.
001540         88  NO-HIST-FILE      VALUE 'Y'.
001550     05  WS-HIST-DONE-SW       PIC X(01) VALUE 'N'.
001560         88  HIST-SCAN-DONE    VALUE 'Y'.
001570     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001580         88  FORCE-RERUN       VALUE 'Y'.
001590     05  WS-REFUSED-SW         PIC X(01) VALUE 'N'.
001600         88  RUN-REFUSED       VALUE 'Y'.
001610     05  WS-BLOCK-SW           PIC X(01) VALUE 'N'.
001620         88  HOUSE-BLOCK-OPEN  VALUE 'Y'.
001630
001640 01  WS-RETURN-TABLE.
001650     05  WS-RTN-COUNT          PIC 9(04) COMP VALUE ZERO.
001660     05  WS-RTN-ENTRY OCCURS 2000 TIMES.
001670         10  WS-RT-ACCOUNT     PIC 9(08).
001680         10  WS-RT-LINK-REF    PIC X(14).
001690         10  WS-RT-AMOUNT      PIC S9(10)V99 COMP-3.
001700
001710 01  WS-TABLE-CONTROLS.
001720     05  WS-RT-IDX             PIC 9(04) COMP VALUE ZERO.
001730
001740 01  WS-MATCH-CONTROLS.
001750     05  WS-LINK-REF           PIC X(14)     VALUE SPACES.
001760     05  WS-RTN-AMOUNT         PIC 9(10)V99  VALUE ZERO.
001770     05  WS-REF-MATCHES        PIC 9(05) COMP-3 VALUE ZERO.
001780     05  WS-EXTP-MATCHES       PIC 9(05) COMP-3 VALUE ZERO.
001790     05  WS-RTRN-MATCHES       PIC 9(05) COMP-3 VALUE ZERO.
001800     05  WS-BALANCE-BEFORE     PIC S9(10)V99 VALUE ZERO.
001810     05  WS-REFUSE-REASON      PIC X(20)     VALUE SPACES.
001820
001830 01  WS-PROOF-CONTROLS.
001840     05  WS-PV-HOUSE           PIC X(04)     VALUE SPACES.
001850     05  WS-PV-ITEMS           PIC 9(07)     VALUE ZERO.
001860     05  WS-PV-VALUE           PIC 9(13)V99  VALUE ZERO.
001870
001880 01  WS-HOUSE-CONTROLS.
001890     05  WS-HOUSE-CODE         PIC X(04)     VALUE SPACES.
001900     05  WS-HOUSE-DATE         PIC 9(08)     VALUE ZERO.
001910     05  WS-HS-ITEMS-READ      PIC 9(07) COMP-3 VALUE ZERO.
001920     05  WS-HS-ITEMS-RETURNED  PIC 9(07) COMP-3 VALUE ZERO.
001930     05  WS-HS-ITEMS-REFUSED   PIC 9(07) COMP-3 VALUE ZERO.
001940     05  WS-HS-VALUE-RETURNED  PIC S9(13)V99 COMP-3 VALUE ZERO.
001950     05  WS-HS-VALUE-REFUSED   PIC S9(13)V99 COMP-3 VALUE ZERO.
001960
001970 01  WS-COUNTERS.
001980     05  WS-HOUSES-READ        PIC 9(05) COMP-3 VALUE ZERO.
001990     05  WS-ITEMS-READ         PIC 9(07) COMP-3 VALUE ZERO.
002000     05  WS-ITEMS-RETURNED     PIC 9(07) COMP-3 VALUE ZERO.
002010     05  WS-ITEMS-REFUSED      PIC 9(07) COMP-3 VALUE ZERO.
002020     05  WS-VALUE-RETURNED     PIC S9(13)V99 COMP-3 VALUE ZERO.
002030     05  WS-VALUE-REFUSED      PIC S9(13)V99 COMP-3 VALUE ZERO.
002040     05  WS-PRIOR-RETURNS      PIC 9(07) COMP-3 VALUE ZERO.
002050
002060 01  WS-CURRENT-DATE-TIME      PIC X(21).
002070 01  WS-RUN-DATE               PIC 9(08).
002080
002090 01  WS-EDIT-FIELDS.
002100     05  WS-AMOUNT-DISP        PIC -(10).99.
002110     05  WS-BIG-AMT-DISP       PIC -(13).99.
002120     05  WS-COUNT-DISP         PIC ZZZZZZ9.
002130
002140 01  WS-REPORT-LINE            PIC X(132).
002150
002160 LINKAGE SECTION.
002170 01  WS-PARM-INFO.
002180     05  WS-PARM-LEN           PIC S9(04) COMP.
002190     05  WS-PARM-OPTION        PIC X(05).
002200
002210 PROCEDURE DIVISION USING WS-PARM-INFO.
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
002250         UNTIL RTN-IN-EOF
002260     PERFORM 3000-TERMINATE THRU 3000-EXIT
002270     STOP RUN.
002280
002290*----------------------------------------------------------*
002300*  0500-READ-CONTROL-DATE - THE BUSINESS DATE COMES FROM    *
002310*  THE BDCTL CONTROL FILE.  RETURNS MUST POST BEFORE BNKEOD *
002320*  CLOSES THE DAY, AND A STEP ALREADY COMPLETE IS REFUSED   *
002330*  UNLESS PARM FORCE IS SUPPLIED                            *
002340*----------------------------------------------------------*
002350 0500-READ-CONTROL-DATE.
002360     IF WS-PARM-LEN >= 5
002370         AND WS-PARM-OPTION = 'FORCE'
002380         MOVE 'Y' TO WS-FORCE-SW
002390     END-IF
002400     OPEN I-O CTL-DATE-FILE
002410     IF WS-BDC-FILE-STATUS NOT = '00'
002420         DISPLAY 'BNKRTN - BDCTL OPEN FAILED, STATUS = '
002430             WS-BDC-FILE-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         GO TO 0500-EXIT
002460     END-IF
002470     READ CTL-DATE-FILE
002480         AT END
002490             DISPLAY 'BNKRTN - BDCTL EMPTY - SEED IT WITH '
002500                 'BNKDRL PARM INITYYYYMMDD'
002510             MOVE 16 TO RETURN-CODE
002520             GO TO 0500-EXIT
002530     END-READ
002540     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
002550     IF BDC-EOD-DONE
002560         DISPLAY 'BNKRTN - BNKEOD HAS ALREADY CLOSED '
002570             WS-RUN-DATE ' - RUN REFUSED'
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 0500-EXIT
002600     END-IF
002610     IF BDC-RTN-DONE AND NOT FORCE-RERUN
002620         DISPLAY 'BNKRTN - ALREADY COMPLETE FOR ' WS-RUN-DATE
002630             ' - SUPPLY PARM FORCE TO RERUN'
002640         MOVE 16 TO RETURN-CODE
002650     END-IF.
002660 0500-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700*  1000-INITIALIZE - OPEN FILES, NOTE ANY RETURNS ALREADY   *
002710*  POSTED TONIGHT, PROVE RTNIN AGAINST ITS HOUSE TRAILERS   *
002720*  AND REOPEN IT FOR THE POSTING PASS                       *
002730*----------------------------------------------------------*
002740 1000-INITIALIZE.
002750     PERFORM 0500-READ-CONTROL-DATE THRU 0500-EXIT
002760     IF RETURN-CODE NOT = ZERO
002770         MOVE 'Y' TO WS-RTNIN-EOF-SW
002780         GO TO 1000-EXIT
002790     END-IF
002800     OPEN INPUT  RTN-IN-FILE
002810     IF WS-RTNIN-FILE-STATUS NOT = '00'
002820         DISPLAY 'BNKRTN - RTNIN OPEN FAILED, STATUS = '
002830             WS-RTNIN-FILE-STATUS
002840         MOVE 'Y' TO WS-RTNIN-EOF-SW
002850         MOVE 16 TO RETURN-CODE
002860         GO TO 1000-EXIT
002870     END-IF
002880     OPEN I-O ACCT-MASTER-FILE
002890     IF WS-ACCT-FILE-STATUS NOT = '00'
002900         DISPLAY 'BNKRTN - ACCTMSTR OPEN FAILED, STATUS = '
002910             WS-ACCT-FILE-STATUS
002920         MOVE 'Y' TO WS-RTNIN-EOF-SW
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF
002960     OPEN INPUT HIST-FILE
002970*    A NEVER-LOADED HISTORY KSDS OPENS WITH STATUS 35 - NO
002980*    PAYMENT HAS EVER BEEN ARCHIVED, SO NOTHING CAN MATCH
002990     IF WS-HIST-FILE-STATUS = '35'
003000         MOVE 'Y' TO WS-NO-HIST-SW
003010     ELSE
003020         IF WS-HIST-FILE-STATUS NOT = '00'
003030             DISPLAY 'BNKRTN - TXNHIST OPEN FAILED, STATUS = '
003040                 WS-HIST-FILE-STATUS
003050             MOVE 'Y' TO WS-RTNIN-EOF-SW
003060             MOVE 16 TO RETURN-CODE
003070             GO TO 1000-EXIT
003080         END-IF
003090     END-IF
003100     OPEN INPUT JOURNAL-FILE
003110     IF WS-JRNL-FILE-STATUS NOT = '00'
003120         DISPLAY 'BNKRTN - JRNLFILE OPEN FAILED, STATUS = '
003130             WS-JRNL-FILE-STATUS
003140         MOVE 'Y' TO WS-RTNIN-EOF-SW
003150         MOVE 16 TO RETURN-CODE
003160         GO TO 1000-EXIT
003170     END-IF
003180     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT
003190     PERFORM 1200-NOTE-PRIOR-RETURN THRU 1200-EXIT
003200         UNTIL JOURNAL-EOF
003210     CLOSE JOURNAL-FILE
003220     OPEN EXTEND JOURNAL-FILE
003230     IF WS-JRNL-FILE-STATUS NOT = '00'
003240         DISPLAY 'BNKRTN - JRNLFILE OPEN FAILED, STATUS = '
003250             WS-JRNL-FILE-STATUS
003260         MOVE 'Y' TO WS-RTNIN-EOF-SW
003270         MOVE 16 TO RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF
003300     OPEN OUTPUT REPORT-FILE
003310     IF WS-RPT-FILE-STATUS NOT = '00'
003320         DISPLAY 'BNKRTN - RPTOUT OPEN FAILED, STATUS = '
003330             WS-RPT-FILE-STATUS
003340         MOVE 'Y' TO WS-RTNIN-EOF-SW
003350         MOVE 16 TO RETURN-CODE
003360         GO TO 1000-EXIT
003370     END-IF
003380     MOVE SPACES TO WS-REPORT-LINE
003390     STRING
003400         'IRON BANK OF BRAAVOS - INWARD RETURNS - '
003410             DELIMITED SIZE
003420         WS-RUN-DATE                    DELIMITED SIZE
003430         INTO WS-REPORT-LINE
003440     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003450     WRITE FD-REPORT-LINE
003460     PERFORM 1300-PROVE-FILE THRU 1300-EXIT
003470     IF RUN-REFUSED
003480         MOVE 'Y' TO WS-RTNIN-EOF-SW
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 1000-EXIT
003510     END-IF
003520*    THE FILE PROVED CLEAN - REOPEN IT FOR THE POSTING PASS
003530     CLOSE RTN-IN-FILE
003540     OPEN INPUT RTN-IN-FILE
003550     IF WS-RTNIN-FILE-STATUS NOT = '00'
003560         DISPLAY 'BNKRTN - RTNIN REOPEN FAILED, STATUS = '
003570             WS-RTNIN-FILE-STATUS
003580         MOVE 'Y' TO WS-RTNIN-EOF-SW
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 1000-EXIT
003610     END-IF
003620     MOVE 'N' TO WS-RTNIN-EOF-SW
003630     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
003640 1000-EXIT.
003650     EXIT.
003660
003670 1100-READ-JOURNAL.
003680     READ JOURNAL-FILE
003690         AT END
003700             MOVE 'Y' TO WS-JRNL-EOF-SW
003710     END-READ.
003720 1100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760*  1200-NOTE-PRIOR-RETURN - A RETURN ALREADY POSTED TONIGHT *
003770*  (A FORCED RERUN, OR THE SAME ITEM SENT TWICE) IS NOT YET *
003780*  ON TXNHIST, SO IT IS CARRIED IN THE RETURN TABLE         *
003790*----------------------------------------------------------*
003800 1200-NOTE-PRIOR-RETURN.
003810     IF JRNL-DATE = WS-RUN-DATE
003820         AND JRNL-TRAN-TYPE = 'RTRN'
003830         IF WS-RTN-COUNT >= WS-RTN-MAX
003840             DISPLAY 'BNKRTN - RETURN TABLE FULL - PRIOR RETURN '
003850                 'FOR ' JRNL-ACCOUNT-NUMBER ' NOT NOTED'
003860             MOVE 8 TO RETURN-CODE
003870         ELSE
003880             ADD 1 TO WS-RTN-COUNT
003890             MOVE JRNL-ACCOUNT-NUMBER
003900                 TO WS-RT-ACCOUNT(WS-RTN-COUNT)
003910             MOVE JRNL-LINK-REF TO WS-RT-LINK-REF(WS-RTN-COUNT)
003920             MOVE JRNL-AMOUNT   TO WS-RT-AMOUNT(WS-RTN-COUNT)
003930             ADD 1 TO WS-PRIOR-RETURNS
003940         END-IF
003950     END-IF
003960     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
003970 1200-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010*  1300-PROVE-FILE - COUNT AND VALUE EVERY HOUSE BLOCK AND  *
004020*  PROVE IT AGAINST THE HOUSE TRAILER BEFORE A SINGLE ITEM  *
004030*  POSTS                                                    *
004040*----------------------------------------------------------*
004050 1300-PROVE-FILE.
004060     PERFORM 2100-READ-RETURN THRU 2100-EXIT
004070     PERFORM 1400-TALLY-ONE THRU 1400-EXIT
004080         UNTIL RTN-IN-EOF
004090             OR RUN-REFUSED
004100     IF HOUSE-BLOCK-OPEN AND NOT RUN-REFUSED
004110         DISPLAY 'BNKRTN - NO TRAILER FOR HOUSE ' WS-PV-HOUSE
004120             ' - RUN REFUSED'
004130         MOVE 'Y' TO WS-REFUSED-SW
004140     END-IF
004150     IF RUN-REFUSED
004160         MOVE SPACES TO WS-REPORT-LINE
004170         STRING
004180             '  *** RTNIN DOES NOT PROVE AGAINST ITS TRAILERS - '
004190                 DELIMITED SIZE
004200             'NOTHING POSTED ***'         DELIMITED SIZE
004210             INTO WS-REPORT-LINE
004220         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004230         WRITE FD-REPORT-LINE
004240     END-IF.
004250 1300-EXIT.
004260     EXIT.
004270
004280 1400-TALLY-ONE.
004290     EVALUATE TRUE
004300         WHEN RTIN-IS-HEADER
004310             IF HOUSE-BLOCK-OPEN
004320                 DISPLAY 'BNKRTN - HOUSE ' WS-PV-HOUSE
004330                     ' HAS NO TRAILER - RUN REFUSED'
004340                 MOVE 'Y' TO WS-REFUSED-SW
004350             ELSE
004360                 MOVE 'Y' TO WS-BLOCK-SW
004370                 MOVE RTH-HOUSE TO WS-PV-HOUSE
004380                 MOVE ZERO TO WS-PV-ITEMS
004390                 MOVE ZERO TO WS-PV-VALUE
004400             END-IF
004410         WHEN RTIN-IS-DETAIL
004420             IF NOT HOUSE-BLOCK-OPEN
004430                 DISPLAY 'BNKRTN - DETAIL OUTSIDE A HOUSE '
004440                     'BLOCK - RUN REFUSED'
004450                 MOVE 'Y' TO WS-REFUSED-SW
004460             ELSE
004470                 ADD 1 TO WS-PV-ITEMS
004480                 IF RTD-AMOUNT NUMERIC
004490                     ADD RTD-AMOUNT-N TO WS-PV-VALUE
004500                 END-IF
004510             END-IF
004520         WHEN RTIN-IS-TRAILER
004530             IF NOT HOUSE-BLOCK-OPEN
004540                 OR RTT-HOUSE NOT = WS-PV-HOUSE
004550                 DISPLAY 'BNKRTN - TRAILER FOR HOUSE ' RTT-HOUSE
004560                     ' OUT OF PLACE - RUN REFUSED'
004570                 MOVE 'Y' TO WS-REFUSED-SW
004580             ELSE
004590                 MOVE 'N' TO WS-BLOCK-SW
004600                 IF RTT-ITEM-COUNT NOT = WS-PV-ITEMS
004610                     OR RTT-VALUE NOT = WS-PV-VALUE
004620                     PERFORM 1500-REPORT-MISMATCH THRU 1500-EXIT
004630                     MOVE 'Y' TO WS-REFUSED-SW
004640                 END-IF
004650             END-IF
004660         WHEN OTHER
004670             DISPLAY 'BNKRTN - UNKNOWN RECORD TYPE '
004680                 RTIN-RECORD-TYPE ' - RUN REFUSED'
004690             MOVE 'Y' TO WS-REFUSED-SW
004700     END-EVALUATE
004710     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
004720 1400-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------*
004760*  1500-REPORT-MISMATCH - THE TRAILER-VERSUS-COUNTED        *
004770*  COMPARISON FOR THE RETURNING HOUSE                       *
004780*----------------------------------------------------------*
004790 1500-REPORT-MISMATCH.
004800     DISPLAY 'BNKRTN - HOUSE ' WS-PV-HOUSE
004810         ' TRAILER CONTROL TOTALS DISAGREE - RUN REFUSED'
004820     MOVE SPACES TO WS-REPORT-LINE
004830     MOVE RTT-ITEM-COUNT TO WS-COUNT-DISP
004840     STRING '  HOUSE ' WS-PV-HOUSE    DELIMITED SIZE
004850         '  ITEMS    TRAILER '        DELIMITED SIZE
004860         WS-COUNT-DISP                DELIMITED SIZE
004870         INTO WS-REPORT-LINE
004880     MOVE WS-PV-ITEMS TO WS-COUNT-DISP
004890     STRING ' COUNTED ' DELIMITED SIZE
004900         WS-COUNT-DISP  DELIMITED SIZE
004910         INTO WS-REPORT-LINE(50:20)
004920     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004930     WRITE FD-REPORT-LINE
004940
004950     MOVE SPACES TO WS-REPORT-LINE
004960     MOVE RTT-VALUE TO WS-BIG-AMT-DISP
004970     STRING '  HOUSE ' WS-PV-HOUSE    DELIMITED SIZE
004980         '  VALUE    TRAILER '        DELIMITED SIZE
004990         WS-BIG-AMT-DISP              DELIMITED SIZE
005000         INTO WS-REPORT-LINE
005010     MOVE WS-PV-VALUE TO WS-BIG-AMT-DISP
005020     STRING ' COUNTED ' DELIMITED SIZE
005030         WS-BIG-AMT-DISP DELIMITED SIZE
005040         INTO WS-REPORT-LINE(58:30)
005050     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005060     WRITE FD-REPORT-LINE.
005070 1500-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110*  2000-PROCESS-RETURN - POSTING PASS.  A HEADER OPENS A    *
005120*  HOUSE SECTION, EACH DETAIL IS MATCHED AND RE-CREDITED OR *
005130*  REFUSED, AND THE TRAILER PRINTS THE HOUSE TOTALS         *
005140*----------------------------------------------------------*
005150 2000-PROCESS-RETURN.
005160     EVALUATE TRUE
005170         WHEN RTIN-IS-HEADER
005180             PERFORM 2050-START-HOUSE THRU 2050-EXIT
005190         WHEN RTIN-IS-DETAIL
005200             PERFORM 2200-APPLY-RETURN THRU 2200-EXIT
005210         WHEN RTIN-IS-TRAILER
005220             PERFORM 2900-END-HOUSE THRU 2900-EXIT
005230         WHEN OTHER
005240             CONTINUE
005250     END-EVALUATE
005260     PERFORM 2100-READ-RETURN THRU 2100-EXIT.
005270 2000-EXIT.
005280     EXIT.
005290
005300 2050-START-HOUSE.
005310     ADD 1 TO WS-HOUSES-READ
005320     MOVE RTH-HOUSE TO WS-HOUSE-CODE
005330     MOVE RTH-DATE  TO WS-HOUSE-DATE
005340     MOVE ZERO TO WS-HS-ITEMS-READ
005350     MOVE ZERO TO WS-HS-ITEMS-RETURNED
005360     MOVE ZERO TO WS-HS-ITEMS-REFUSED
005370     MOVE ZERO TO WS-HS-VALUE-RETURNED
005380     MOVE ZERO TO WS-HS-VALUE-REFUSED
005390     MOVE SPACES TO WS-REPORT-LINE
005400     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005410     WRITE FD-REPORT-LINE
005420     STRING '  HOUSE ' WS-HOUSE-CODE   DELIMITED SIZE
005430         '   RETURNS FILE DATED '      DELIMITED SIZE
005440         WS-HOUSE-DATE                 DELIMITED SIZE
005450         INTO WS-REPORT-LINE
005460     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005470     WRITE FD-REPORT-LINE
005480     MOVE SPACES TO WS-REPORT-LINE
005490     STRING '  ACCOUNT  REFERENCE          AMOUNT '
005500             DELIMITED SIZE
005510         'HOUSE REASON         RESULT'  DELIMITED SIZE
005520         INTO WS-REPORT-LINE
005530     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
005540     WRITE FD-REPORT-LINE.
005550 2050-EXIT.
005560     EXIT.
005570
005580 2100-READ-RETURN.
005590     READ RTN-IN-FILE
005600         AT END
005610             MOVE 'Y' TO WS-RTNIN-EOF-SW
005620     END-READ.
005630 2100-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  2200-APPLY-RETURN - VALIDATE ONE RETURNED ITEM,          *
005680*  RE-CREDIT IT OR REFUSE IT, AND LIST IT UNDER ITS HOUSE   *
005690*----------------------------------------------------------*
005700 2200-APPLY-RETURN.
005710     ADD 1 TO WS-ITEMS-READ
005720     ADD 1 TO WS-HS-ITEMS-READ
005730     MOVE SPACES TO WS-REFUSE-REASON
005740     IF RTD-ACCOUNT NOT NUMERIC
005750         MOVE 'BAD ACCOUNT NUMBER' TO WS-REFUSE-REASON
005760     ELSE
005770     IF RTD-AMOUNT NOT NUMERIC
005780         MOVE 'BAD AMOUNT' TO WS-REFUSE-REASON
005790     ELSE
005800     IF RTD-DEST-REF = SPACES
005810         MOVE 'NO REFERENCE' TO WS-REFUSE-REASON
005820     ELSE
005830         MOVE RTD-AMOUNT-N TO WS-RTN-AMOUNT
005840         IF WS-RTN-AMOUNT = 0
005850             MOVE 'BAD AMOUNT' TO WS-REFUSE-REASON
005860         ELSE
005870             PERFORM 2300-POST-RETURN THRU 2300-EXIT
005880         END-IF
005890     END-IF
005900     END-IF
005910     END-IF
005920     IF WS-REFUSE-REASON = SPACES
005930         ADD 1 TO WS-ITEMS-RETURNED
005940         ADD 1 TO WS-HS-ITEMS-RETURNED
005950         ADD WS-RTN-AMOUNT TO WS-VALUE-RETURNED
005960         ADD WS-RTN-AMOUNT TO WS-HS-VALUE-RETURNED
005970     ELSE
005980         ADD 1 TO WS-ITEMS-REFUSED
005990         ADD 1 TO WS-HS-ITEMS-REFUSED
006000         IF RTD-AMOUNT NUMERIC
006010             ADD RTD-AMOUNT-N TO WS-VALUE-REFUSED
006020             ADD RTD-AMOUNT-N TO WS-HS-VALUE-REFUSED
006030         END-IF
006040     END-IF
006050     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
006060 2200-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------*
006100*  2300-POST-RETURN - MATCH THE ITEM TO AN UNRETURNED EXTP  *
006110*  ON THE ACCOUNT AND RE-CREDIT THE PAYING ACCOUNT          *
006120*----------------------------------------------------------*
006130 2300-POST-RETURN.
006140     MOVE SPACES TO WS-LINK-REF
006150     STRING WS-HOUSE-CODE RTD-DEST-REF
006160         DELIMITED SIZE INTO WS-LINK-REF
006170     MOVE RTD-ACCOUNT-N TO FD-ACCT-NUMBER
006180     READ ACCT-MASTER-FILE
006190         INVALID KEY
006200             MOVE 'UNKNOWN ACCOUNT' TO WS-REFUSE-REASON
006210             GO TO 2300-EXIT
006220     END-READ
006230*    A RETURNED PAYMENT IS A CREDIT, SO IT MAY STILL LAND ON
006240*    A DORMANT ACCOUNT - CLOSED AND FROZEN ACCOUNTS ARE LEFT
006250*    FOR THE BRANCH TO SETTLE BY HAND
006260     IF NOT ACCT-IS-OPEN AND NOT ACCT-IS-DORMANT
006270         MOVE 'ACCOUNT NOT OPEN' TO WS-REFUSE-REASON
006280         GO TO 2300-EXIT
006290     END-IF
006300     PERFORM 2400-COUNT-HISTORY THRU 2400-EXIT
006310     PERFORM 2500-COUNT-TONIGHT THRU 2500-EXIT
006320         VARYING WS-RT-IDX FROM 1 BY 1
006330         UNTIL WS-RT-IDX > WS-RTN-COUNT
006340     IF WS-EXTP-MATCHES = 0
006350         IF WS-REF-MATCHES > 0
006360             MOVE 'AMOUNT DISAGREES' TO WS-REFUSE-REASON
006370         ELSE
006380             MOVE 'NO MATCHING PAYMENT' TO WS-REFUSE-REASON
006390         END-IF
006400         GO TO 2300-EXIT
006410     END-IF
006420     IF WS-RTRN-MATCHES >= WS-EXTP-MATCHES
006430         MOVE 'ALREADY RETURNED' TO WS-REFUSE-REASON
006440         GO TO 2300-EXIT
006450     END-IF
006460     IF WS-RTN-COUNT >= WS-RTN-MAX
006470         DISPLAY 'BNKRTN - RETURN TABLE FULL - ITEM FOR '
006480             FD-ACCT-NUMBER ' REFUSED'
006490         MOVE 'RETURN TABLE FULL' TO WS-REFUSE-REASON
006500         MOVE 8 TO RETURN-CODE
006510         GO TO 2300-EXIT
006520     END-IF
006530     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
006540     ADD WS-RTN-AMOUNT TO ACCT-BALANCE
006550     REWRITE FD-ACCT-RECORD
006560     IF WS-ACCT-FILE-STATUS NOT = '00'
006570         DISPLAY 'BNKRTN - REWRITE FAILED FOR ACCOUNT '
006580             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
006590         MOVE 'REWRITE FAILED' TO WS-REFUSE-REASON
006600         GO TO 2300-EXIT
006610     END-IF
006620     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
006630     ADD 1 TO WS-RTN-COUNT
006640     MOVE FD-ACCT-NUMBER TO WS-RT-ACCOUNT(WS-RTN-COUNT)
006650     MOVE WS-LINK-REF    TO WS-RT-LINK-REF(WS-RTN-COUNT)
006660     MOVE WS-RTN-AMOUNT  TO WS-RT-AMOUNT(WS-RTN-COUNT).
006670 2300-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710*  2400-COUNT-HISTORY - COUNT THE ACCOUNT'S EXTP POSTINGS   *
006720*  TO THIS HOUSE AND REFERENCE, AND THE RETURNS ALREADY     *
006730*  POSTED AGAINST THEM.  A CUSTOMER MAY PAY THE SAME        *
006740*  REFERENCE MORE THAN ONCE, SO A RETURN IS DUE ONLY WHILE  *
006750*  PAYMENTS OF THE AMOUNT OUTNUMBER RETURNS OF IT           *
006760*----------------------------------------------------------*
006770 2400-COUNT-HISTORY.
006780     MOVE ZERO TO WS-REF-MATCHES
006790     MOVE ZERO TO WS-EXTP-MATCHES
006800     MOVE ZERO TO WS-RTRN-MATCHES
006810     IF NO-HIST-FILE
006820         GO TO 2400-EXIT
006830     END-IF
006840     MOVE 'N' TO WS-HIST-DONE-SW
006850     MOVE FD-ACCT-NUMBER TO HIST-ACCOUNT-NUMBER
006860     MOVE ZERO           TO HIST-DATE
006870     MOVE ZERO           TO HIST-TIME
006880     MOVE ZERO           TO HIST-SEQ
006890     START HIST-FILE KEY NOT < HIST-KEY
006900         INVALID KEY
006910             MOVE 'Y' TO WS-HIST-DONE-SW
006920     END-START
006930     PERFORM 2450-READ-HISTORY THRU 2450-EXIT
006940         UNTIL HIST-SCAN-DONE.
006950 2400-EXIT.
006960     EXIT.
006970
006980 2450-READ-HISTORY.
006990     READ HIST-FILE NEXT RECORD
007000         AT END
007010             MOVE 'Y' TO WS-HIST-DONE-SW
007020     END-READ
007030     IF NOT HIST-SCAN-DONE
007040         IF HIST-ACCOUNT-NUMBER NOT = FD-ACCT-NUMBER
007050             MOVE 'Y' TO WS-HIST-DONE-SW
007060         ELSE
007070             IF HIST-LINK-REF = WS-LINK-REF
007080                 IF HIST-TRAN-TYPE = 'EXTP'
007090                     ADD 1 TO WS-REF-MATCHES
007100                     IF HIST-AMOUNT = WS-RTN-AMOUNT
007110                         ADD 1 TO WS-EXTP-MATCHES
007120                     END-IF
007130                 END-IF
007140                 IF HIST-TRAN-TYPE = 'RTRN'
007150                     AND HIST-AMOUNT = WS-RTN-AMOUNT
007160                     ADD 1 TO WS-RTRN-MATCHES
007170                 END-IF
007180             END-IF
007190         END-IF
007200     END-IF.
007210 2450-EXIT.
007220     EXIT.
007230
007240 2500-COUNT-TONIGHT.
007250     IF WS-RT-ACCOUNT(WS-RT-IDX) = FD-ACCT-NUMBER
007260         AND WS-RT-LINK-REF(WS-RT-IDX) = WS-LINK-REF
007270         AND WS-RT-AMOUNT(WS-RT-IDX) = WS-RTN-AMOUNT
007280         ADD 1 TO WS-RTRN-MATCHES
007290     END-IF.
007300 2500-EXIT.
007310     EXIT.
007320
007330 2700-WRITE-JOURNAL.
007340     MOVE FD-ACCT-NUMBER      TO JRNL-ACCOUNT-NUMBER
007350     MOVE 'RTRN'              TO JRNL-TRAN-TYPE
007360     MOVE WS-RTN-AMOUNT       TO JRNL-AMOUNT
007370     MOVE WS-BALANCE-BEFORE   TO JRNL-BALANCE-BEFORE
007380     MOVE ACCT-BALANCE        TO JRNL-BALANCE-AFTER
007390     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
007400     MOVE WS-RUN-DATE         TO JRNL-DATE
007410     MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
007420     MOVE WS-LINK-REF         TO JRNL-LINK-REF
007430     MOVE 'BATCH   '          TO JRNL-TELLER-ID
007440     WRITE FD-JOURNAL-RECORD
007450     IF WS-JRNL-FILE-STATUS NOT = '00'
007460         DISPLAY 'BNKRTN - JOURNAL WRITE FAILED FOR ACCOUNT '
007470             FD-ACCT-NUMBER ' STATUS = ' WS-JRNL-FILE-STATUS
007480     END-IF.
007490 2700-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------*
007530*  2800-WRITE-DETAIL - ONE REPORT LINE PER RETURNED ITEM    *
007540*----------------------------------------------------------*
007550 2800-WRITE-DETAIL.
007560     IF RTD-AMOUNT NUMERIC
007570         MOVE RTD-AMOUNT-N TO WS-AMOUNT-DISP
007580     ELSE
007590         MOVE ZERO TO WS-AMOUNT-DISP
007600     END-IF
007610     MOVE SPACES TO WS-REPORT-LINE
007620     STRING
007630         '  ' RTD-ACCOUNT ' ' RTD-DEST-REF ' ' DELIMITED SIZE
007640         WS-AMOUNT-DISP ' '                    DELIMITED SIZE
007650         RTD-REASON ' '                        DELIMITED SIZE
007660         INTO WS-REPORT-LINE
007670     IF WS-REFUSE-REASON = SPACES
007680         MOVE 'RETURNED' TO WS-REPORT-LINE(67:20)
007690     ELSE
007700         STRING 'REFUSED - ' WS-REFUSE-REASON DELIMITED SIZE
007710             INTO WS-REPORT-LINE(67:30)
007720     END-IF
007730     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007740     WRITE FD-REPORT-LINE.
007750 2800-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------*
007790*  2900-END-HOUSE - HOUSE TOTALS.  THE VALUE RETURNED IS    *
007800*  THE HOUSE'S SHARE OF TONIGHT'S SUSPENSE DEBIT            *
007810*----------------------------------------------------------*
007820 2900-END-HOUSE.
007830     MOVE SPACES TO WS-REPORT-LINE
007840     MOVE WS-HS-ITEMS-READ TO WS-COUNT-DISP
007850     STRING '  HOUSE ' WS-HOUSE-CODE    DELIMITED SIZE
007860         '  ITEMS RECEIVED .. '         DELIMITED SIZE
007870         WS-COUNT-DISP                  DELIMITED SIZE
007880         INTO WS-REPORT-LINE
007890     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007900     WRITE FD-REPORT-LINE
007910
007920     MOVE SPACES TO WS-REPORT-LINE
007930     MOVE WS-HS-ITEMS-RETURNED TO WS-COUNT-DISP
007940     MOVE WS-HS-VALUE-RETURNED TO WS-BIG-AMT-DISP
007950     STRING '  HOUSE ' WS-HOUSE-CODE    DELIMITED SIZE
007960         '  ITEMS RETURNED .. '         DELIMITED SIZE
007970         WS-COUNT-DISP                  DELIMITED SIZE
007980         ' VALUE '                      DELIMITED SIZE
007990         WS-BIG-AMT-DISP                DELIMITED SIZE
008000         INTO WS-REPORT-LINE
008010     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008020     WRITE FD-REPORT-LINE
008030
008040     MOVE SPACES TO WS-REPORT-LINE
008050     MOVE WS-HS-ITEMS-REFUSED TO WS-COUNT-DISP
008060     MOVE WS-HS-VALUE-REFUSED TO WS-BIG-AMT-DISP
008070     STRING '  HOUSE ' WS-HOUSE-CODE    DELIMITED SIZE
008080         '  ITEMS REFUSED ... '         DELIMITED SIZE
008090         WS-COUNT-DISP                  DELIMITED SIZE
008100         ' VALUE '                      DELIMITED SIZE
008110         WS-BIG-AMT-DISP                DELIMITED SIZE
008120         INTO WS-REPORT-LINE
008130     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008140     WRITE FD-REPORT-LINE.
008150 2900-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------*
008190*  3000-TERMINATE - RUN TOTALS FOR THE SUSPENSE TIE-IN,     *
008200*  RECORD COMPLETION AND CLOSE FILES                        *
008210*----------------------------------------------------------*
008220 3000-TERMINATE.
008230     IF WS-RPT-FILE-STATUS = '00'
008240         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
008250     END-IF
008260     IF RETURN-CODE = ZERO
008270         MOVE 'C' TO BDC-RTN-STATUS
008280         REWRITE FD-BDC-RECORD
008290         IF WS-BDC-FILE-STATUS NOT = '00'
008300             DISPLAY 'BNKRTN - BDCTL REWRITE FAILED, STATUS = '
008310                 WS-BDC-FILE-STATUS
008320             MOVE 16 TO RETURN-CODE
008330         END-IF
008340     END-IF
008350     CLOSE CTL-DATE-FILE
008360     CLOSE RTN-IN-FILE
008370     CLOSE ACCT-MASTER-FILE
008380     IF NOT NO-HIST-FILE
008390         CLOSE HIST-FILE
008400     END-IF
008410     CLOSE JOURNAL-FILE
008420     CLOSE REPORT-FILE
008430     DISPLAY 'BNKRTN - HOUSES READ ....... ' WS-HOUSES-READ
008440     DISPLAY 'BNKRTN - ITEMS READ ........ ' WS-ITEMS-READ
008450     DISPLAY 'BNKRTN - ITEMS RETURNED .... ' WS-ITEMS-RETURNED
008460     DISPLAY 'BNKRTN - ITEMS REFUSED ..... ' WS-ITEMS-REFUSED
008470     DISPLAY 'BNKRTN - PRIOR RETURNS NOTED ' WS-PRIOR-RETURNS
008480     MOVE WS-VALUE-RETURNED TO WS-BIG-AMT-DISP
008490     DISPLAY 'BNKRTN - VALUE RETURNED .... ' WS-BIG-AMT-DISP
008500     DISPLAY '         AGREE THIS FIGURE WITH THE SETTLEMENT '
008510         'SUSPENSE DEBIT (RTRN) IN GLOUT'.
008520 3000-EXIT.
008530     EXIT.
008540
008550 3100-WRITE-TOTALS.
008560     MOVE SPACES TO WS-REPORT-LINE
008570     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008580     WRITE FD-REPORT-LINE
008590
008600     MOVE WS-ITEMS-READ TO WS-COUNT-DISP
008610     STRING '  ITEMS READ ...... ' DELIMITED SIZE
008620         WS-COUNT-DISP              DELIMITED SIZE
008630         INTO WS-REPORT-LINE
008640     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008650     WRITE FD-REPORT-LINE
008660
008670     MOVE SPACES TO WS-REPORT-LINE
008680     MOVE WS-ITEMS-RETURNED TO WS-COUNT-DISP
008690     MOVE WS-VALUE-RETURNED TO WS-BIG-AMT-DISP
008700     STRING '  ITEMS RETURNED .. ' DELIMITED SIZE
008710         WS-COUNT-DISP              DELIMITED SIZE
008720         ' VALUE '                  DELIMITED SIZE
008730         WS-BIG-AMT-DISP            DELIMITED SIZE
008740         INTO WS-REPORT-LINE
008750     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008760     WRITE FD-REPORT-LINE
008770
008780     MOVE SPACES TO WS-REPORT-LINE
008790     MOVE WS-ITEMS-REFUSED TO WS-COUNT-DISP
008800     MOVE WS-VALUE-REFUSED TO WS-BIG-AMT-DISP
008810     STRING '  ITEMS REFUSED ... ' DELIMITED SIZE
008820         WS-COUNT-DISP              DELIMITED SIZE
008830         ' VALUE '                  DELIMITED SIZE
008840         WS-BIG-AMT-DISP            DELIMITED SIZE
008850         INTO WS-REPORT-LINE
008860     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008870     WRITE FD-REPORT-LINE
008880
008890     MOVE SPACES TO WS-REPORT-LINE
008900     STRING '  VALUE RETURNED MUST AGREE WITH THE SETTLEMENT '
008910             DELIMITED SIZE
008920         'SUSPENSE DEBIT (RTRN) IN GLOUT' DELIMITED SIZE
008930         INTO WS-REPORT-LINE
008940     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008950     WRITE FD-REPORT-LINE.
008960 3100-EXIT.
008970     EXIT.
