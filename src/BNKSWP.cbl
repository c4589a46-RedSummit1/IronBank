000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKSWP.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K S W P  -  O V E R D R A F T   C O V E R   S W E E P S *
000100*                                                               *
000110*   PURPOSE.  LISTS FOR THE BRANCH EVERY OVERDRAFT COVER SWEEP  *
000120*   POSTED ON THE BUSINESS DAY - ONLINE BY BANKING, OR IN BATCH *
000130*   BY BNKPST AND BNKSTO.  EACH SWEEP IS JOURNALED AS AN        *
000140*   SWDR DEBIT ON THE COVER ACCOUNT FOLLOWED BY AN SWCR CREDIT  *
000150*   ON THE ACCOUNT IT PROTECTS UNDER THE SAME LINK-REF.  THE    *
000160*   TWO LEGS ARE PAIRED HERE AND ONE LINE PRINTS PER SWEEP WITH *
000170*   THE PROTECTED ACCOUNT, THE COVER ACCOUNT, THE AMOUNT, THE   *
000180*   PROTECTED ACCOUNT'S BALANCE AFTER THE SWEEP, THE TIME,      *
000190*   THE TELLER OR BATCH THAT POSTED IT AND THE CUSTOMER'S NAME. *
000200*                                                               *
000210*   AN SWDR LEFT WITH NO MATCHING SWCR MEANS THE COVER ACCOUNT  *
000220*   WAS DEBITED BUT THE CREDIT NEVER POSTED.  IT IS LISTED FOR  *
000230*   REPAIR AND THE RUN ENDS RC 4.  A FULL PAIRING TABLE PRINTS  *
000240*   AN INCOMPLETE-REPORT WARNING AND ENDS THE RUN RC 8.  RUN    *
000250*   NIGHTLY AFTER BNKEOD AND BEFORE BNKJAR TRIMS THE JOURNAL -  *
000260*   SEE BNKSWP JCL.                                             *
000270*                                                               *
000280*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.        *
000290*   COMPLETION IS RECORDED ON BDCTL - BNKJAR WILL NOT TRIM THE  *
000300*   JOURNAL UNTIL IT IS SET - AND A RERUN OF A COMPLETED STEP   *
000310*   IS REFUSED UNLESS PARM FORCE IS SUPPLIED.                   *
000320*                                                               *
000330*   MODIFICATION HISTORY.                                       *
000340*   10/15/2026  OSG   INITIAL VERSION.                          *
000350*                                                               *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000410         ORGANIZATION IS SEQUENTIAL
000420         ACCESS MODE IS SEQUENTIAL
000430         FILE STATUS IS WS-BDC-FILE-STATUS.
000440
000450     SELECT JOURNAL-FILE      ASSIGN TO JRNLFILE
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-FILE-STATUS.
000490
000500     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS FD-ACCT-NUMBER
000540         FILE STATUS IS WS-ACCT-FILE-STATUS.
000550
000560     SELECT CUST-MASTER-FILE  ASSIGN TO CUSTMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS FD-CUST-NUMBER
000600         FILE STATUS IS WS-CUST-FILE-STATUS.
000610
000620     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-RPT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CTL-DATE-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 40 CHARACTERS.
000720 01  FD-BDC-RECORD.
000730     COPY BDCREC.
000740
000750 FD  JOURNAL-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 84 CHARACTERS.
000780 01  FD-JOURNAL-RECORD.
000790     COPY JRNLREC.
000800
000810 FD  ACCT-MASTER-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 72 CHARACTERS.
000840 01  FD-ACCT-RECORD.
000850     COPY ACCTREC
000860         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
000870
000880 FD  CUST-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 140 CHARACTERS.
000910 01  FD-CUST-RECORD.
000920     COPY CUSTREC
000930         REPLACING CUST-NUMBER BY FD-CUST-NUMBER.
000940
000950 FD  REPORT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 132 CHARACTERS.
000980 01  FD-REPORT-LINE               PIC X(132).
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
001020 77  WS-JRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
001030 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001040 77  WS-CUST-FILE-STATUS       PIC X(02) VALUE SPACES.
001050 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001060 77  WS-PEND-MAX               PIC 9(03) COMP VALUE 200.
001070
001080 01  WS-SWITCHES.
001090     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
001100         88  JOURNAL-EOF       VALUE 'Y'.
001110     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001120         88  FORCE-RERUN       VALUE 'Y'.
001130
001140*    SWDR LEGS WAITING FOR THEIR SWCR.  THE ONLINE REGION WRITES
001150*    BOTH LEGS IN ONE TASK BUT OTHER TERMINALS' POSTINGS MAY FALL
001160*    BETWEEN THEM, SO THE DEBIT IS HELD HERE UNTIL ITS CREDIT IS
001170*    READ.  A SLOT IS FREED (ACCOUNT ZERO) ONCE IT IS PAIRED.
001180 01  WS-PEND-TABLE.
001190     05  WS-PEND-COUNT         PIC 9(03) COMP VALUE ZERO.
001200     05  WS-PEND-ENTRY OCCURS 200 TIMES.
001210         10  WS-PD-LINK-REF    PIC X(14).
001220         10  WS-PD-COVER       PIC 9(08).
001230         10  WS-PD-AMOUNT      PIC S9(10)V99 COMP-3.
001240         10  WS-PD-TIME        PIC 9(06).
001250         10  WS-PD-TELLER      PIC X(08).
001260
001270 01  WS-TABLE-CONTROLS.
001280     05  WS-PD-IDX             PIC 9(03) COMP VALUE ZERO.
001290     05  WS-PD-SLOT            PIC 9(03) COMP VALUE ZERO.
001300
001310 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001320
001330 01  WS-COUNTERS.
001340     05  WS-JOURNAL-RECS       PIC 9(07) COMP-3 VALUE ZERO.
001350     05  WS-SWEEPS-LISTED      PIC 9(07) COMP-3 VALUE ZERO.
001360     05  WS-VALUE-SWEPT        PIC S9(12)V99 COMP-3 VALUE ZERO.
001370     05  WS-UNMATCHED          PIC 9(07) COMP-3 VALUE ZERO.
001380     05  WS-LEGS-DROPPED       PIC 9(07) COMP-3 VALUE ZERO.
001390
001400 01  WS-EDIT-FIELDS.
001410     05  WS-AMOUNT-DISP        PIC -(10).99.
001420     05  WS-BALANCE-DISP       PIC -(10).99.
001430     05  WS-COUNT-DISP         PIC ZZZZZZ9.
001440     05  WS-TOTAL-DISP         PIC -(12).99.
001450
001460 01  WS-REPORT-LINE            PIC X(132).
001470
001480 LINKAGE SECTION.
001490 01  WS-PARM-INFO.
001500     05  WS-PARM-LEN           PIC S9(04) COMP.
001510     05  WS-PARM-OPTION        PIC X(05).
001520
001530 PROCEDURE DIVISION USING WS-PARM-INFO.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
001570         UNTIL JOURNAL-EOF
001580     PERFORM 4000-PRINT-UNMATCHED THRU 4000-EXIT
001590     PERFORM 5000-TERMINATE THRU 5000-EXIT
001600     STOP RUN.
001610
001620*----------------------------------------------------------*
001630*  1000-INITIALIZE - READ THE BUSINESS DATE, OPEN FILES AND *
001640*  PRINT THE REPORT HEADING                                 *
001650*----------------------------------------------------------*
001660 1000-INITIALIZE.
001670     IF WS-PARM-LEN >= 5
001680         AND WS-PARM-OPTION = 'FORCE'
001690         MOVE 'Y' TO WS-FORCE-SW
001700     END-IF
001710     OPEN I-O CTL-DATE-FILE
001720     IF WS-BDC-FILE-STATUS NOT = '00'
001730         DISPLAY 'BNKSWP - BDCTL OPEN FAILED, STATUS = '
001740             WS-BDC-FILE-STATUS
001750         MOVE 'Y' TO WS-JRNL-EOF-SW
001760         MOVE 16 TO RETURN-CODE
001770         GO TO 1000-EXIT
001780     END-IF
001790     READ CTL-DATE-FILE
001800         AT END
001810             DISPLAY 'BNKSWP - BDCTL EMPTY - SEED IT WITH '
001820                 'BNKDRL PARM INITYYYYMMDD'
001830             MOVE 'Y' TO WS-JRNL-EOF-SW
001840             MOVE 16 TO RETURN-CODE
001850             GO TO 1000-EXIT
001860     END-READ
001870     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
001880     IF BDC-SWP-DONE AND NOT FORCE-RERUN
001890         DISPLAY 'BNKSWP - ALREADY COMPLETE FOR ' WS-RUN-DATE
001900             ' - SUPPLY PARM FORCE TO RERUN'
001910         MOVE 'Y' TO WS-JRNL-EOF-SW
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 1000-EXIT
001940     END-IF
001950     OPEN INPUT JOURNAL-FILE
001960     IF WS-JRNL-FILE-STATUS NOT = '00'
001970         DISPLAY 'BNKSWP - JRNLFILE OPEN FAILED, STATUS = '
001980             WS-JRNL-FILE-STATUS
001990         MOVE 'Y' TO WS-JRNL-EOF-SW
002000         MOVE 16 TO RETURN-CODE
002010         GO TO 1000-EXIT
002020     END-IF
002030     OPEN INPUT ACCT-MASTER-FILE
002040     IF WS-ACCT-FILE-STATUS NOT = '00'
002050         DISPLAY 'BNKSWP - ACCTMSTR OPEN FAILED, STATUS = '
002060             WS-ACCT-FILE-STATUS
002070         MOVE 'Y' TO WS-JRNL-EOF-SW
002080         MOVE 16 TO RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF
002110     OPEN INPUT CUST-MASTER-FILE
002120     IF WS-CUST-FILE-STATUS NOT = '00'
002130         DISPLAY 'BNKSWP - CUSTMSTR OPEN FAILED, STATUS = '
002140             WS-CUST-FILE-STATUS
002150         MOVE 'Y' TO WS-JRNL-EOF-SW
002160         MOVE 16 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF
002190     OPEN OUTPUT REPORT-FILE
002200     IF WS-RPT-FILE-STATUS NOT = '00'
002210         DISPLAY 'BNKSWP - RPTOUT OPEN FAILED, STATUS = '
002220             WS-RPT-FILE-STATUS
002230         MOVE 'Y' TO WS-JRNL-EOF-SW
002240         MOVE 16 TO RETURN-CODE
002250         GO TO 1000-EXIT
002260     END-IF
002270     MOVE SPACES TO WS-REPORT-LINE
002280     STRING
002290         'IRON BANK OF BRAAVOS - OVERDRAFT COVER SWEEPS - '
002300             DELIMITED SIZE
002310         WS-RUN-DATE                     DELIMITED SIZE
002320         INTO WS-REPORT-LINE
002330     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
002340     WRITE FD-REPORT-LINE
002350     MOVE SPACES TO WS-REPORT-LINE
002360     STRING
002370         '  ACCOUNT  COVER           AMOUNT     BAL AFTER '
002380             DELIMITED SIZE
002390         'TIME   BY       CUSTOMER'      DELIMITED SIZE
002400         INTO WS-REPORT-LINE
002410     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
002420     WRITE FD-REPORT-LINE
002430     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002440 1000-EXIT.
002450     EXIT.
002460
002470 2100-READ-JOURNAL.
002480     READ JOURNAL-FILE
002490         AT END
002500             MOVE 'Y' TO WS-JRNL-EOF-SW
002510     END-READ.
002520 2100-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------*
002560*  2000-SCAN-JOURNAL - HOLD EACH SWDR LEG OF THE BUSINESS   *
002570*  DAY AND PRINT THE SWEEP WHEN ITS SWCR LEG IS READ        *
002580*----------------------------------------------------------*
002590 2000-SCAN-JOURNAL.
002600     ADD 1 TO WS-JOURNAL-RECS
002610     IF JRNL-DATE NOT = WS-RUN-DATE
002620         GO TO 2000-NEXT
002630     END-IF
002640     IF JRNL-TRAN-TYPE = 'SWDR'
002650         PERFORM 2200-HOLD-DEBIT THRU 2200-EXIT
002660     END-IF
002670     IF JRNL-TRAN-TYPE = 'SWCR'
002680         PERFORM 2300-PAIR-CREDIT THRU 2300-EXIT
002690     END-IF.
002700 2000-NEXT.
002710     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002720 2000-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760*  2200-HOLD-DEBIT - PARK THE COVER ACCOUNT'S SWDR LEG IN   *
002770*  THE FIRST FREE SLOT UNTIL ITS CREDIT TURNS UP            *
002780*----------------------------------------------------------*
002790 2200-HOLD-DEBIT.
002800     MOVE ZERO TO WS-PD-SLOT
002810     PERFORM 2250-FIND-FREE-SLOT THRU 2250-EXIT
002820         VARYING WS-PD-IDX FROM 1 BY 1
002830         UNTIL WS-PD-IDX > WS-PEND-COUNT
002840             OR WS-PD-SLOT > 0
002850     IF WS-PD-SLOT = 0
002860         IF WS-PEND-COUNT >= WS-PEND-MAX
002870             DISPLAY 'BNKSWP - PAIRING TABLE FULL - '
002880                 JRNL-ACCOUNT-NUMBER ' ' JRNL-LINK-REF ' DROPPED'
002890             ADD 1 TO WS-LEGS-DROPPED
002900             GO TO 2200-EXIT
002910         END-IF
002920         ADD 1 TO WS-PEND-COUNT
002930         MOVE WS-PEND-COUNT TO WS-PD-SLOT
002940     END-IF
002950     MOVE JRNL-LINK-REF       TO WS-PD-LINK-REF(WS-PD-SLOT)
002960     MOVE JRNL-ACCOUNT-NUMBER TO WS-PD-COVER(WS-PD-SLOT)
002970     MOVE JRNL-AMOUNT         TO WS-PD-AMOUNT(WS-PD-SLOT)
002980     MOVE JRNL-TIME           TO WS-PD-TIME(WS-PD-SLOT)
002990     MOVE JRNL-TELLER-ID      TO WS-PD-TELLER(WS-PD-SLOT).
003000 2200-EXIT.
003010     EXIT.
003020
003030 2250-FIND-FREE-SLOT.
003040     IF WS-PD-COVER(WS-PD-IDX) = ZERO
003050         MOVE WS-PD-IDX TO WS-PD-SLOT
003060     END-IF.
003070 2250-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110*  2300-PAIR-CREDIT - FIND THE HELD SWDR WITH THE SAME      *
003120*  LINK-REF AND AMOUNT, PRINT THE SWEEP AND FREE THE SLOT.  *
003130*  A CREDIT WITH NO DEBIT BEFORE IT CANNOT BE PAIRED AND IS *
003140*  LISTED FOR REPAIR                                        *
003150*----------------------------------------------------------*
003160 2300-PAIR-CREDIT.
003170     MOVE ZERO TO WS-PD-SLOT
003180     PERFORM 2350-FIND-DEBIT THRU 2350-EXIT
003190         VARYING WS-PD-IDX FROM 1 BY 1
003200         UNTIL WS-PD-IDX > WS-PEND-COUNT
003210             OR WS-PD-SLOT > 0
003220     IF WS-PD-SLOT = 0
003230         ADD 1 TO WS-UNMATCHED
003240         MOVE JRNL-AMOUNT TO WS-AMOUNT-DISP
003250         MOVE SPACES TO WS-REPORT-LINE
003260         STRING
003270             '  ' JRNL-ACCOUNT-NUMBER ' '    DELIMITED SIZE
003280             '         '                     DELIMITED SIZE
003290             WS-AMOUNT-DISP ' '              DELIMITED SIZE
003300             '              '                DELIMITED SIZE
003310             JRNL-TIME ' '                   DELIMITED SIZE
003320             JRNL-TELLER-ID ' '              DELIMITED SIZE
003330             '*** SWCR WITH NO SWDR - REPAIR ***'
003340                                             DELIMITED SIZE
003350             INTO WS-REPORT-LINE
003360         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003370         WRITE FD-REPORT-LINE
003380         GO TO 2300-EXIT
003390     END-IF
003400     PERFORM 2400-FETCH-CUSTOMER THRU 2400-EXIT
003410     ADD 1 TO WS-SWEEPS-LISTED
003420     ADD JRNL-AMOUNT TO WS-VALUE-SWEPT
003430     MOVE JRNL-AMOUNT        TO WS-AMOUNT-DISP
003440     MOVE JRNL-BALANCE-AFTER TO WS-BALANCE-DISP
003450     MOVE SPACES TO WS-REPORT-LINE
003460     STRING
003470         '  ' JRNL-ACCOUNT-NUMBER ' '    DELIMITED SIZE
003480         WS-PD-COVER(WS-PD-SLOT) ' '     DELIMITED SIZE
003490         WS-AMOUNT-DISP ' '              DELIMITED SIZE
003500         WS-BALANCE-DISP ' '             DELIMITED SIZE
003510         JRNL-TIME ' '                   DELIMITED SIZE
003520         JRNL-TELLER-ID ' '              DELIMITED SIZE
003530         CUST-NAME                       DELIMITED SIZE
003540         INTO WS-REPORT-LINE
003550     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003560     WRITE FD-REPORT-LINE
003570     MOVE ZERO   TO WS-PD-COVER(WS-PD-SLOT)
003580     MOVE SPACES TO WS-PD-LINK-REF(WS-PD-SLOT).
003590 2300-EXIT.
003600     EXIT.
003610
003620 2350-FIND-DEBIT.
003630     IF WS-PD-COVER(WS-PD-IDX) NOT = ZERO
003640         AND WS-PD-LINK-REF(WS-PD-IDX) = JRNL-LINK-REF
003650         AND WS-PD-AMOUNT(WS-PD-IDX) = JRNL-AMOUNT
003660         MOVE WS-PD-IDX TO WS-PD-SLOT
003670     END-IF.
003680 2350-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  2400-FETCH-CUSTOMER - NAME THROUGH THE PROTECTED         *
003730*  ACCOUNT'S OWNING CUSTOMER NUMBER.  AN ACCOUNT OR         *
003740*  CUSTOMER NOT ON FILE STILL REPORTS, UNNAMED              *
003750*----------------------------------------------------------*
003760 2400-FETCH-CUSTOMER.
003770     MOVE SPACES TO FD-CUST-RECORD
003780     MOVE JRNL-ACCOUNT-NUMBER TO FD-ACCT-NUMBER
003790     READ ACCT-MASTER-FILE
003800         INVALID KEY
003810             GO TO 2400-EXIT
003820     END-READ
003830     MOVE ACCT-CUST-NUMBER TO FD-CUST-NUMBER
003840     READ CUST-MASTER-FILE
003850         INVALID KEY
003860             MOVE SPACES TO FD-CUST-RECORD
003870     END-READ.
003880 2400-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  4000-PRINT-UNMATCHED - EVERY SWDR STILL HELD AT THE END  *
003930*  OF THE JOURNAL DEBITED A COVER ACCOUNT WITH NO CREDIT    *
003940*  TO THE ACCOUNT IT PROTECTS - LISTED FOR THE BRANCH TO    *
003950*  REPAIR                                                   *
003960*----------------------------------------------------------*
003970 4000-PRINT-UNMATCHED.
003980     PERFORM 4100-PRINT-ONE-UNMATCHED THRU 4100-EXIT
003990         VARYING WS-PD-IDX FROM 1 BY 1
004000         UNTIL WS-PD-IDX > WS-PEND-COUNT.
004010 4000-EXIT.
004020     EXIT.
004030
004040 4100-PRINT-ONE-UNMATCHED.
004050     IF WS-PD-COVER(WS-PD-IDX) NOT = ZERO
004060         ADD 1 TO WS-UNMATCHED
004070         MOVE WS-PD-AMOUNT(WS-PD-IDX) TO WS-AMOUNT-DISP
004080         MOVE SPACES TO WS-REPORT-LINE
004090         STRING
004100             '  '                            DELIMITED SIZE
004110             WS-PD-LINK-REF(WS-PD-IDX)(1:8)  DELIMITED SIZE
004120             ' '                             DELIMITED SIZE
004130             WS-PD-COVER(WS-PD-IDX) ' '      DELIMITED SIZE
004140             WS-AMOUNT-DISP ' '              DELIMITED SIZE
004150             '              '                DELIMITED SIZE
004160             WS-PD-TIME(WS-PD-IDX) ' '       DELIMITED SIZE
004170             WS-PD-TELLER(WS-PD-IDX) ' '     DELIMITED SIZE
004180             '*** SWDR WITH NO SWCR - REPAIR ***'
004190                                             DELIMITED SIZE
004200             INTO WS-REPORT-LINE
004210         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004220         WRITE FD-REPORT-LINE
004230     END-IF.
004240 4100-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280*  5000-TERMINATE - PRINT THE TOTALS, RECORD COMPLETION AND *
004290*  CLOSE FILES.  AN UNPAIRED LEG ENDS THE RUN RC 4 BUT THE  *
004300*  LIST IS COMPLETE; A FULL PAIRING TABLE LEAVES IT         *
004310*  INCOMPLETE AND ENDS RC 8 WITHOUT RECORDING COMPLETION    *
004320*----------------------------------------------------------*
004330 5000-TERMINATE.
004340     IF RETURN-CODE NOT = ZERO
004350         GO TO 5000-CLOSE
004360     END-IF
004370     MOVE SPACES TO WS-REPORT-LINE
004380     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004390     WRITE FD-REPORT-LINE
004400     MOVE SPACES TO WS-REPORT-LINE
004410     MOVE WS-SWEEPS-LISTED TO WS-COUNT-DISP
004420     MOVE WS-VALUE-SWEPT   TO WS-TOTAL-DISP
004430     STRING '  SWEEPS LISTED ... ' DELIMITED SIZE
004440         WS-COUNT-DISP              DELIMITED SIZE
004450         ' VALUE '                  DELIMITED SIZE
004460         WS-TOTAL-DISP              DELIMITED SIZE
004470         INTO WS-REPORT-LINE
004480     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004490     WRITE FD-REPORT-LINE
004500     MOVE SPACES TO WS-REPORT-LINE
004510     MOVE WS-UNMATCHED TO WS-COUNT-DISP
004520     STRING '  UNPAIRED LEGS ... ' DELIMITED SIZE
004530         WS-COUNT-DISP              DELIMITED SIZE
004540         INTO WS-REPORT-LINE
004550     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004560     WRITE FD-REPORT-LINE
004570     IF WS-UNMATCHED > 0
004580         MOVE 4 TO RETURN-CODE
004590     END-IF
004600     IF WS-LEGS-DROPPED > 0
004610*        A LIST MISSING SWEEPS MUST NOT PASS AS A CLEAN RUN
004620         MOVE SPACES TO WS-REPORT-LINE
004630         STRING
004640             '  *** PAIRING TABLE FULL - SOME SWEEPS NOT '
004650                 DELIMITED SIZE
004660             'LISTED - REPORT INCOMPLETE ***'
004670                 DELIMITED SIZE
004680             INTO WS-REPORT-LINE
004690         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004700         WRITE FD-REPORT-LINE
004710         DISPLAY 'BNKSWP - *** PAIRING TABLE FULL - REPORT '
004720             'INCOMPLETE ***'
004730         MOVE 8 TO RETURN-CODE
004740     END-IF
004750     IF RETURN-CODE NOT > 4
004760         MOVE 'C' TO BDC-SWP-STATUS
004770         REWRITE FD-BDC-RECORD
004780         IF WS-BDC-FILE-STATUS NOT = '00'
004790             DISPLAY 'BNKSWP - BDCTL REWRITE FAILED, STATUS = '
004800                 WS-BDC-FILE-STATUS
004810             MOVE 16 TO RETURN-CODE
004820         END-IF
004830     END-IF
004840     CLOSE JOURNAL-FILE
004850     CLOSE ACCT-MASTER-FILE
004860     CLOSE CUST-MASTER-FILE
004870     CLOSE REPORT-FILE.
004880 5000-CLOSE.
004890     CLOSE CTL-DATE-FILE
004900     DISPLAY 'BNKSWP - JOURNAL RECS READ . ' WS-JOURNAL-RECS
004910     DISPLAY 'BNKSWP - SWEEPS LISTED ..... ' WS-SWEEPS-LISTED
004920     DISPLAY 'BNKSWP - UNPAIRED LEGS ..... ' WS-UNMATCHED
004930     DISPLAY 'BNKSWP - LEGS DROPPED ...... ' WS-LEGS-DROPPED.
004940 5000-EXIT.
004950     EXIT.
