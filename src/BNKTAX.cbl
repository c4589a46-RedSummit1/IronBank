000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKTAX.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K T A X  -  Y E A R - E N D   I N T E R E S T   T A X   *
000100*                                                               *
000110*   PURPOSE.  TOTALS, FOR EVERY CUSTOMER, THE INTEREST PAID AND *
000120*   CHARGED ACROSS ALL OF THE CUSTOMER'S ACCOUNTS IN THE TAX    *
000130*   YEAR, FROM THE TRANSACTION HISTORY KSDS :                   *
000140*                                                               *
000150*     INT   CREDIT INTEREST PAID BY BNKINT.                     *
000160*     TDIP  TERM DEPOSIT INTEREST PAID BY BNKTDM AND TDMNT,     *
000170*           REPORTED WITH THE CREDIT INTEREST.                  *
000180*     DINT  DEBIT INTEREST CHARGED BY BNKINT.                   *
000190*                                                               *
000200*   ACCOUNTS ARE GROUPED BY THEIR OWNING CUSTOMER NUMBER, AND   *
000210*   THE CUSTOMER MASTER (CUSTMSTR) GIVES NAME, ADDRESS AND ID.  *
000220*   ONE CERTIFICATE PRINTS PER CUSTOMER WHO EARNED OR PAID ANY  *
000230*   INTEREST (CERTOUT), AND THE SEALORD'S RETURN FILE (TAXOUT)  *
000240*   GETS ONE DETAIL PER CUSTOMER BETWEEN A HEADER AND A         *
000250*   CONTROL-TOTAL TRAILER.  A CUSTOMER WITH NO ID NUMBER ON     *
000260*   FILE STILL GETS A CERTIFICATE BUT IS KEPT OFF THE RETURN    *
000270*   AND LISTED ON THE EXCEPTION REPORT (RPTOUT), AS IS AN       *
000280*   ACCOUNT WHOSE OWNING CUSTOMER IS NOT ON CUSTMSTR.  THE      *
000290*   RETURN MUST NOT BE SUBMITTED UNTIL THE EXCEPTIONS ARE       *
000300*   CLEARED AND THE JOB RERUN.                                  *
000310*                                                               *
000320*   PARM IS THE TAX YEAR AS YYYY.  A SHORT OR NON-NUMERIC PARM  *
000330*   ABORTS THE RUN.  RUN IN JANUARY, AFTER BNKJAR HAS LOADED    *
000340*   THE LAST BUSINESS DAY OF THE TAX YEAR INTO TXNHIST - SEE    *
000350*   BNKTAX JCL.                                                 *
000360*                                                               *
000370*   MODIFICATION HISTORY.                                       *
000380*   10/15/2026  OSG   INITIAL VERSION.                          *
000390*                                                               *
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS FD-ACCT-NUMBER
000480         FILE STATUS IS WS-ACCT-FILE-STATUS.
000490
000500     SELECT HIST-FILE         ASSIGN TO TXNHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HIST-KEY
000540         FILE STATUS IS WS-HIST-FILE-STATUS.
000550
000560     SELECT CUST-MASTER-FILE  ASSIGN TO CUSTMSTR
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS FD-CUST-NUMBER
000600         FILE STATUS IS WS-CUST-FILE-STATUS.
000610
000620     SELECT CERT-FILE         ASSIGN TO CERTOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-CERT-FILE-STATUS.
000660
000670     SELECT TAX-OUT-FILE      ASSIGN TO TAXOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-TAXO-FILE-STATUS.
000710
000720     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS WS-RPT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ACCT-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 72 CHARACTERS.
000820 01  FD-ACCT-RECORD.
000830     COPY ACCTREC
000840         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
000850
000860 FD  HIST-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 86 CHARACTERS.
000890 01  FD-HIST-RECORD.
000900     COPY HISTREC.
000910
000920 FD  CUST-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 140 CHARACTERS.
000950 01  FD-CUST-RECORD.
000960     COPY CUSTREC
000970         REPLACING CUST-NUMBER BY FD-CUST-NUMBER.
000980
000990 FD  CERT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  FD-CERT-LINE                 PIC X(132).
001030
001040 FD  TAX-OUT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 200 CHARACTERS.
001070 01  FD-TAX-OUT-RECORD            PIC X(200).
001080
001090 FD  REPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 132 CHARACTERS.
001120 01  FD-REPORT-LINE               PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001160 77  WS-HIST-FILE-STATUS       PIC X(02) VALUE SPACES.
001170 77  WS-CUST-FILE-STATUS       PIC X(02) VALUE SPACES.
001180 77  WS-CERT-FILE-STATUS       PIC X(02) VALUE SPACES.
001190 77  WS-TAXO-FILE-STATUS       PIC X(02) VALUE SPACES.
001200 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001210 77  WS-CUST-MAX               PIC 9(04) COMP VALUE 5000.
001220
001230 01  WS-SWITCHES.
001240     05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
001250         88  ACCT-MASTER-EOF   VALUE 'Y'.
001260     05  WS-HIST-EOF-SW        PIC X(01) VALUE 'N'.
001270         88  HIST-YEAR-DONE    VALUE 'Y'.
001280     05  WS-CUST-EOF-SW        PIC X(01) VALUE 'N'.
001290         88  CUST-MASTER-EOF   VALUE 'Y'.
001300
001310 01  WS-CUST-TABLE.
001320     05  WS-CUST-COUNT         PIC 9(04) COMP VALUE ZERO.
001330     05  WS-CUST-ENTRY OCCURS 5000 TIMES.
001340         10  WS-CT-CUSTOMER    PIC 9(08).
001350         10  WS-CT-ACCOUNTS    PIC 9(03) COMP-3.
001360         10  WS-CT-INT         PIC S9(10)V99 COMP-3.
001370         10  WS-CT-TDIP        PIC S9(10)V99 COMP-3.
001380         10  WS-CT-DINT        PIC S9(10)V99 COMP-3.
001390         10  WS-CT-FOUND-SW    PIC X(01).
001400
001410 01  WS-TABLE-CONTROLS.
001420     05  WS-CT-IDX             PIC 9(04) COMP VALUE ZERO.
001430     05  WS-CT-SLOT            PIC 9(04) COMP VALUE ZERO.
001440     05  WS-CUST-WANTED        PIC 9(08) VALUE ZERO.
001450
001460 01  WS-TAX-YEAR               PIC 9(04) VALUE ZERO.
001470
001480 01  WS-PERIOD.
001490     05  WS-PERIOD-FROM        PIC 9(08) VALUE ZERO.
001500     05  WS-PERIOD-TO          PIC 9(08) VALUE ZERO.
001510
001520 01  WS-ACCOUNT-TOTALS.
001530     05  WS-ACCT-INT           PIC S9(10)V99 VALUE ZERO.
001540     05  WS-ACCT-TDIP          PIC S9(10)V99 VALUE ZERO.
001550     05  WS-ACCT-DINT          PIC S9(10)V99 VALUE ZERO.
001560
001570 01  WS-CUSTOMER-TOTALS.
001580     05  WS-CREDIT-INTEREST    PIC S9(10)V99 VALUE ZERO.
001590     05  WS-EXCEPTION-REASON   PIC X(40) VALUE SPACES.
001600
001610 01  WS-COUNTERS.
001620     05  WS-ACCOUNTS-READ      PIC 9(07) COMP-3 VALUE ZERO.
001630     05  WS-ACCOUNTS-WITH-INT  PIC 9(07) COMP-3 VALUE ZERO.
001640     05  WS-ACCOUNTS-DROPPED   PIC 9(07) COMP-3 VALUE ZERO.
001650     05  WS-CUSTOMERS-READ     PIC 9(07) COMP-3 VALUE ZERO.
001660     05  WS-CERTS-PRINTED      PIC 9(07) COMP-3 VALUE ZERO.
001670     05  WS-RETURN-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001680     05  WS-EXCEPTION-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
001690     05  WS-RETURN-CREDIT      PIC S9(13)V99 COMP-3 VALUE ZERO.
001700     05  WS-RETURN-DEBIT       PIC S9(13)V99 COMP-3 VALUE ZERO.
001710     05  WS-EXCEPTION-CREDIT   PIC S9(13)V99 COMP-3 VALUE ZERO.
001720     05  WS-EXCEPTION-DEBIT    PIC S9(13)V99 COMP-3 VALUE ZERO.
001730
001740 01  WS-CURRENT-DATE-TIME      PIC X(21).
001750
001760 01  WS-TAX-HEADER.
001770     05  TXH-RECORD-TYPE       PIC X(01) VALUE 'H'.
001780     05  TXH-INSTITUTION       PIC X(20)
001790                               VALUE 'IRON BANK OF BRAAVOS'.
001800     05  TXH-TAX-YEAR          PIC 9(04).
001810     05  TXH-CREATED-DATE      PIC 9(08).
001820     05  FILLER                PIC X(167) VALUE SPACES.
001830
001840 01  WS-TAX-DETAIL.
001850     05  TXD-RECORD-TYPE       PIC X(01) VALUE 'D'.
001860     05  TXD-CUSTOMER          PIC 9(08).
001870     05  TXD-ID-TYPE           PIC X(02).
001880     05  TXD-ID-NUMBER         PIC X(20).
001890     05  TXD-NAME              PIC X(20).
001900     05  TXD-ADDR-LINE-1       PIC X(30).
001910     05  TXD-ADDR-LINE-2       PIC X(30).
001920     05  TXD-CITY              PIC X(20).
001930     05  TXD-POSTCODE          PIC X(10).
001940     05  TXD-CREDIT-INTEREST   PIC 9(10)V99.
001950     05  TXD-DEBIT-INTEREST    PIC 9(10)V99.
001960     05  FILLER                PIC X(35) VALUE SPACES.
001970
001980 01  WS-TAX-TRAILER.
001990     05  TXT-RECORD-TYPE       PIC X(01) VALUE 'T'.
002000     05  TXT-TAX-YEAR          PIC 9(04).
002010     05  TXT-RECORD-COUNT      PIC 9(07).
002020     05  TXT-CREDIT-TOTAL      PIC 9(13)V99.
002030     05  TXT-DEBIT-TOTAL       PIC 9(13)V99.
002040     05  FILLER                PIC X(158) VALUE SPACES.
002050
002060 01  WS-EDIT-FIELDS.
002070     05  WS-AMOUNT-DISP        PIC -(10).99.
002080     05  WS-BIG-AMT-DISP       PIC -(13).99.
002090     05  WS-COUNT-DISP         PIC ZZZZZZ9.
002100     05  WS-ACCTS-DISP         PIC ZZ9.
002110
002120 01  WS-CERT-LINE              PIC X(132).
002130 01  WS-REPORT-LINE            PIC X(132).
002140
002150 LINKAGE SECTION.
002160 01  WS-PARM-INFO.
002170     05  WS-PARM-LEN           PIC S9(04) COMP.
002180     05  WS-PARM-YEAR          PIC X(04).
002190
002200 PROCEDURE DIVISION USING WS-PARM-INFO.
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002230     PERFORM 2000-TOTAL-ACCOUNT THRU 2000-EXIT
002240         UNTIL ACCT-MASTER-EOF
002250     PERFORM 4000-PROCESS-CUSTOMER THRU 4000-EXIT
002260         UNTIL CUST-MASTER-EOF
002270     PERFORM 4500-CHECK-UNMATCHED THRU 4500-EXIT
002280         VARYING WS-CT-IDX FROM 1 BY 1
002290         UNTIL WS-CT-IDX > WS-CUST-COUNT
002300     PERFORM 3000-TERMINATE THRU 3000-EXIT
002310     STOP RUN.
002320
002330*----------------------------------------------------------*
002340*  1000-INITIALIZE - VALIDATE THE TAX YEAR PARM, OPEN       *
002350*  FILES, WRITE THE RETURN HEADER AND HEAD THE EXCEPTION    *
002360*  REPORT                                                   *
002370*----------------------------------------------------------*
002380 1000-INITIALIZE.
002390     IF WS-PARM-LEN < 4
002400         OR WS-PARM-YEAR NOT NUMERIC
002410         DISPLAY 'BNKTAX - TAX YEAR PARM MISSING OR INVALID - '
002420             'SUPPLY YYYY'
002430         MOVE 'Y' TO WS-ACCT-EOF-SW
002440         MOVE 'Y' TO WS-CUST-EOF-SW
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 1000-EXIT
002470     END-IF
002480     MOVE WS-PARM-YEAR TO WS-TAX-YEAR
002490     COMPUTE WS-PERIOD-FROM = WS-TAX-YEAR * 10000 + 0101
002500     COMPUTE WS-PERIOD-TO   = WS-TAX-YEAR * 10000 + 1231
002510     OPEN INPUT  ACCT-MASTER-FILE
002520     IF WS-ACCT-FILE-STATUS NOT = '00'
002530         DISPLAY 'BNKTAX - ACCTMSTR OPEN FAILED, STATUS = '
002540             WS-ACCT-FILE-STATUS
002550         MOVE 'Y' TO WS-ACCT-EOF-SW
002560         MOVE 'Y' TO WS-CUST-EOF-SW
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 1000-EXIT
002590     END-IF
002600     OPEN INPUT  HIST-FILE
002610     IF WS-HIST-FILE-STATUS NOT = '00'
002620         DISPLAY 'BNKTAX - TXNHIST OPEN FAILED, STATUS = '
002630             WS-HIST-FILE-STATUS
002640         MOVE 'Y' TO WS-ACCT-EOF-SW
002650         MOVE 'Y' TO WS-CUST-EOF-SW
002660         MOVE 16 TO RETURN-CODE
002670         GO TO 1000-EXIT
002680     END-IF
002690     OPEN INPUT  CUST-MASTER-FILE
002700     IF WS-CUST-FILE-STATUS NOT = '00'
002710         DISPLAY 'BNKTAX - CUSTMSTR OPEN FAILED, STATUS = '
002720             WS-CUST-FILE-STATUS
002730         MOVE 'Y' TO WS-ACCT-EOF-SW
002740         MOVE 'Y' TO WS-CUST-EOF-SW
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF
002780     OPEN OUTPUT CERT-FILE
002790     IF WS-CERT-FILE-STATUS NOT = '00'
002800         DISPLAY 'BNKTAX - CERTOUT OPEN FAILED, STATUS = '
002810             WS-CERT-FILE-STATUS
002820         MOVE 'Y' TO WS-ACCT-EOF-SW
002830         MOVE 'Y' TO WS-CUST-EOF-SW
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF
002870     OPEN OUTPUT TAX-OUT-FILE
002880     IF WS-TAXO-FILE-STATUS NOT = '00'
002890         DISPLAY 'BNKTAX - TAXOUT OPEN FAILED, STATUS = '
002900             WS-TAXO-FILE-STATUS
002910         MOVE 'Y' TO WS-ACCT-EOF-SW
002920         MOVE 'Y' TO WS-CUST-EOF-SW
002930         MOVE 16 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF
002960     OPEN OUTPUT REPORT-FILE
002970     IF WS-RPT-FILE-STATUS NOT = '00'
002980         DISPLAY 'BNKTAX - RPTOUT OPEN FAILED, STATUS = '
002990             WS-RPT-FILE-STATUS
003000         MOVE 'Y' TO WS-ACCT-EOF-SW
003010         MOVE 'Y' TO WS-CUST-EOF-SW
003020         MOVE 16 TO RETURN-CODE
003030         GO TO 1000-EXIT
003040     END-IF
003050     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
003060     MOVE WS-TAX-YEAR               TO TXH-TAX-YEAR
003070     MOVE WS-CURRENT-DATE-TIME(1:8) TO TXH-CREATED-DATE
003080     WRITE FD-TAX-OUT-RECORD FROM WS-TAX-HEADER
003090     MOVE SPACES TO WS-REPORT-LINE
003100     STRING
003110         'IRON BANK OF BRAAVOS - INTEREST TAX RETURN '
003120             DELIMITED SIZE
003130         'EXCEPTIONS - '                DELIMITED SIZE
003140         'TAX YEAR '                    DELIMITED SIZE
003150         WS-TAX-YEAR                    DELIMITED SIZE
003160         INTO WS-REPORT-LINE
003170     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003180     WRITE FD-REPORT-LINE
003190     MOVE SPACES TO FD-REPORT-LINE
003200     WRITE FD-REPORT-LINE
003210     MOVE SPACES TO WS-REPORT-LINE
003220     STRING
003230         'CUSTOMER  NAME                  CREDIT INT     '
003240             DELIMITED SIZE
003250         ' DEBIT INT  REASON'           DELIMITED SIZE
003260         INTO WS-REPORT-LINE
003270     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003280     WRITE FD-REPORT-LINE
003290     PERFORM 2100-READ-ACCT THRU 2100-EXIT
003300     PERFORM 4100-READ-CUST THRU 4100-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003340 2100-READ-ACCT.
003350     READ ACCT-MASTER-FILE
003360         AT END
003370             MOVE 'Y' TO WS-ACCT-EOF-SW
003380     END-READ.
003390 2100-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430*  2000-TOTAL-ACCOUNT - ONE ACCOUNT'S INTEREST FOR THE      *
003440*  YEAR, ADDED TO ITS OWNING CUSTOMER.  CLOSED ACCOUNTS     *
003450*  COUNT - THE INTEREST WAS STILL PAID IN THE YEAR          *
003460*----------------------------------------------------------*
003470 2000-TOTAL-ACCOUNT.
003480     ADD 1 TO WS-ACCOUNTS-READ
003490     MOVE ZERO TO WS-ACCT-INT
003500     MOVE ZERO TO WS-ACCT-TDIP
003510     MOVE ZERO TO WS-ACCT-DINT
003520     PERFORM 2200-POSITION-HISTORY THRU 2200-EXIT
003530     PERFORM 2300-TOTAL-POSTING THRU 2300-EXIT
003540         UNTIL HIST-YEAR-DONE
003550     IF WS-ACCT-INT = ZERO
003560         AND WS-ACCT-TDIP = ZERO
003570         AND WS-ACCT-DINT = ZERO
003580         GO TO 2000-NEXT
003590     END-IF
003600     ADD 1 TO WS-ACCOUNTS-WITH-INT
003610     MOVE ACCT-CUST-NUMBER TO WS-CUST-WANTED
003620     PERFORM 2500-LOCATE-CUSTOMER THRU 2500-EXIT
003630     IF WS-CT-SLOT = 0
003640         GO TO 2000-NEXT
003650     END-IF
003660     ADD 1            TO WS-CT-ACCOUNTS(WS-CT-SLOT)
003670     ADD WS-ACCT-INT  TO WS-CT-INT(WS-CT-SLOT)
003680     ADD WS-ACCT-TDIP TO WS-CT-TDIP(WS-CT-SLOT)
003690     ADD WS-ACCT-DINT TO WS-CT-DINT(WS-CT-SLOT).
003700 2000-NEXT.
003710     PERFORM 2100-READ-ACCT THRU 2100-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760*  2200-POSITION-HISTORY - START THE TAX-YEAR BROWSE FOR    *
003770*  THE ACCOUNT AND PRIME THE FIRST POSTING READ             *
003780*----------------------------------------------------------*
003790 2200-POSITION-HISTORY.
003800     MOVE 'N' TO WS-HIST-EOF-SW
003810     MOVE FD-ACCT-NUMBER  TO HIST-ACCOUNT-NUMBER
003820     MOVE WS-PERIOD-FROM  TO HIST-DATE
003830     MOVE ZERO            TO HIST-TIME
003840     MOVE ZERO            TO HIST-SEQ
003850     START HIST-FILE KEY NOT < HIST-KEY
003860         INVALID KEY
003870             MOVE 'Y' TO WS-HIST-EOF-SW
003880     END-START
003890     IF NOT HIST-YEAR-DONE
003900         PERFORM 2400-READ-HISTORY THRU 2400-EXIT
003910     END-IF.
003920 2200-EXIT.
003930     EXIT.
003940
003950 2300-TOTAL-POSTING.
003960     EVALUATE HIST-TRAN-TYPE
003970         WHEN 'INT '
003980             ADD HIST-AMOUNT TO WS-ACCT-INT
003990         WHEN 'TDIP'
004000             ADD HIST-AMOUNT TO WS-ACCT-TDIP
004010         WHEN 'DINT'
004020             ADD HIST-AMOUNT TO WS-ACCT-DINT
004030     END-EVALUATE
004040     PERFORM 2400-READ-HISTORY THRU 2400-EXIT.
004050 2300-EXIT.
004060     EXIT.
004070
004080 2400-READ-HISTORY.
004090     READ HIST-FILE NEXT RECORD
004100         AT END
004110             MOVE 'Y' TO WS-HIST-EOF-SW
004120     END-READ
004130     IF NOT HIST-YEAR-DONE
004140         IF HIST-ACCOUNT-NUMBER NOT = FD-ACCT-NUMBER
004150             OR HIST-DATE > WS-PERIOD-TO
004160             MOVE 'Y' TO WS-HIST-EOF-SW
004170         END-IF
004180     END-IF.
004190 2400-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230*  2500-LOCATE-CUSTOMER - FIND THE CUSTOMER'S TABLE SLOT,   *
004240*  ADDING ONE IF THIS IS THE CUSTOMER'S FIRST ACCOUNT WITH  *
004250*  INTEREST.  A FULL TABLE DROPS THE ACCOUNT AND MAKES THE  *
004260*  RETURN INCOMPLETE                                        *
004270*----------------------------------------------------------*
004280 2500-LOCATE-CUSTOMER.
004290     MOVE ZERO TO WS-CT-SLOT
004300     PERFORM 2600-SCAN-CUSTOMER THRU 2600-EXIT
004310         VARYING WS-CT-IDX FROM 1 BY 1
004320         UNTIL WS-CT-IDX > WS-CUST-COUNT
004330             OR WS-CT-SLOT > 0
004340     IF WS-CT-SLOT = 0
004350         IF WS-CUST-COUNT >= WS-CUST-MAX
004360             DISPLAY 'BNKTAX - CUSTOMER TABLE FULL - ACCOUNT '
004370                 FD-ACCT-NUMBER ' DROPPED'
004380             ADD 1 TO WS-ACCOUNTS-DROPPED
004390         ELSE
004400             ADD 1 TO WS-CUST-COUNT
004410             MOVE WS-CUST-COUNT  TO WS-CT-SLOT
004420             MOVE WS-CUST-WANTED TO WS-CT-CUSTOMER(WS-CT-SLOT)
004430             MOVE ZERO TO WS-CT-ACCOUNTS(WS-CT-SLOT)
004440             MOVE ZERO TO WS-CT-INT(WS-CT-SLOT)
004450             MOVE ZERO TO WS-CT-TDIP(WS-CT-SLOT)
004460             MOVE ZERO TO WS-CT-DINT(WS-CT-SLOT)
004470             MOVE 'N'  TO WS-CT-FOUND-SW(WS-CT-SLOT)
004480         END-IF
004490     END-IF.
004500 2500-EXIT.
004510     EXIT.
004520
004530 2600-SCAN-CUSTOMER.
004540     IF WS-CT-CUSTOMER(WS-CT-IDX) = WS-CUST-WANTED
004550         MOVE WS-CT-IDX TO WS-CT-SLOT
004560     END-IF.
004570 2600-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------*
004610*  4000-PROCESS-CUSTOMER - CUSTOMER MASTER IN KEY ORDER.  A *
004620*  CUSTOMER WITH INTEREST GETS A CERTIFICATE, AND A RETURN  *
004630*  DETAIL UNLESS THE ID NUMBER IS MISSING                   *
004640*----------------------------------------------------------*
004650 4000-PROCESS-CUSTOMER.
004660     ADD 1 TO WS-CUSTOMERS-READ
004670     MOVE FD-CUST-NUMBER TO WS-CUST-WANTED
004680     MOVE ZERO TO WS-CT-SLOT
004690     PERFORM 2600-SCAN-CUSTOMER THRU 2600-EXIT
004700         VARYING WS-CT-IDX FROM 1 BY 1
004710         UNTIL WS-CT-IDX > WS-CUST-COUNT
004720             OR WS-CT-SLOT > 0
004730     IF WS-CT-SLOT = 0
004740         GO TO 4000-NEXT
004750     END-IF
004760     MOVE 'Y' TO WS-CT-FOUND-SW(WS-CT-SLOT)
004770     COMPUTE WS-CREDIT-INTEREST =
004780         WS-CT-INT(WS-CT-SLOT) + WS-CT-TDIP(WS-CT-SLOT)
004790     PERFORM 5000-PRINT-CERTIFICATE THRU 5000-EXIT
004800     IF CUST-ID-NUMBER = SPACES
004810         MOVE 'ID NUMBER MISSING - NOT ON RETURN'
004820             TO WS-EXCEPTION-REASON
004830         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004840         GO TO 4000-NEXT
004850     END-IF
004860     MOVE FD-CUST-NUMBER        TO TXD-CUSTOMER
004870     MOVE CUST-ID-TYPE          TO TXD-ID-TYPE
004880     MOVE CUST-ID-NUMBER        TO TXD-ID-NUMBER
004890     MOVE CUST-NAME             TO TXD-NAME
004900     MOVE CUST-ADDR-LINE-1      TO TXD-ADDR-LINE-1
004910     MOVE CUST-ADDR-LINE-2      TO TXD-ADDR-LINE-2
004920     MOVE CUST-CITY             TO TXD-CITY
004930     MOVE CUST-POSTCODE         TO TXD-POSTCODE
004940     MOVE WS-CREDIT-INTEREST    TO TXD-CREDIT-INTEREST
004950     MOVE WS-CT-DINT(WS-CT-SLOT) TO TXD-DEBIT-INTEREST
004960     WRITE FD-TAX-OUT-RECORD FROM WS-TAX-DETAIL
004970     ADD 1 TO WS-RETURN-COUNT
004980     ADD WS-CREDIT-INTEREST     TO WS-RETURN-CREDIT
004990     ADD WS-CT-DINT(WS-CT-SLOT) TO WS-RETURN-DEBIT.
005000 4000-NEXT.
005010     PERFORM 4100-READ-CUST THRU 4100-EXIT.
005020 4000-EXIT.
005030     EXIT.
005040
005050 4100-READ-CUST.
005060     READ CUST-MASTER-FILE
005070         AT END
005080             MOVE 'Y' TO WS-CUST-EOF-SW
005090     END-READ.
005100 4100-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------*
005140*  4500-CHECK-UNMATCHED - INTEREST BOOKED TO A CUSTOMER     *
005150*  NUMBER NOT ON CUSTMSTR HAS NO NAME OR ID TO REPORT UNDER *
005160*----------------------------------------------------------*
005170 4500-CHECK-UNMATCHED.
005180     IF WS-CT-FOUND-SW(WS-CT-IDX) = 'Y'
005190         GO TO 4500-EXIT
005200     END-IF
005210     MOVE WS-CT-IDX TO WS-CT-SLOT
005220     MOVE WS-CT-CUSTOMER(WS-CT-SLOT) TO FD-CUST-NUMBER
005230     MOVE SPACES TO CUST-NAME
005240     COMPUTE WS-CREDIT-INTEREST =
005250         WS-CT-INT(WS-CT-SLOT) + WS-CT-TDIP(WS-CT-SLOT)
005260     MOVE 'CUSTOMER NOT ON FILE - NO CERTIFICATE'
005270         TO WS-EXCEPTION-REASON
005280     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
005290 4500-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------*
005330*  5000-PRINT-CERTIFICATE - ONE CERTIFICATE OF INTEREST PER *
005340*  CUSTOMER, ADDRESSED FOR MAILING                          *
005350*----------------------------------------------------------*
005360 5000-PRINT-CERTIFICATE.
005370     MOVE SPACES TO WS-CERT-LINE
005380     STRING
005390         'IRON BANK OF BRAAVOS - CERTIFICATE OF INTEREST - '
005400             DELIMITED SIZE
005410         'TAX YEAR '                    DELIMITED SIZE
005420         WS-TAX-YEAR                    DELIMITED SIZE
005430         INTO WS-CERT-LINE
005440     MOVE WS-CERT-LINE TO FD-CERT-LINE
005450     WRITE FD-CERT-LINE
005460     MOVE SPACES TO FD-CERT-LINE
005470     WRITE FD-CERT-LINE
005480     MOVE SPACES TO WS-CERT-LINE
005490     STRING '  CUSTOMER '              DELIMITED SIZE
005500         FD-CUST-NUMBER                DELIMITED SIZE
005510         INTO WS-CERT-LINE
005520     MOVE WS-CERT-LINE TO FD-CERT-LINE
005530     WRITE FD-CERT-LINE
005540     MOVE SPACES TO WS-CERT-LINE
005550     STRING '  '                       DELIMITED SIZE
005560         CUST-NAME                     DELIMITED SIZE
005570         INTO WS-CERT-LINE
005580     MOVE WS-CERT-LINE TO FD-CERT-LINE
005590     WRITE FD-CERT-LINE
005600     MOVE SPACES TO WS-CERT-LINE
005610     STRING '  '                       DELIMITED SIZE
005620         CUST-ADDR-LINE-1              DELIMITED SIZE
005630         INTO WS-CERT-LINE
005640     MOVE WS-CERT-LINE TO FD-CERT-LINE
005650     WRITE FD-CERT-LINE
005660     MOVE SPACES TO WS-CERT-LINE
005670     STRING '  '                       DELIMITED SIZE
005680         CUST-ADDR-LINE-2              DELIMITED SIZE
005690         INTO WS-CERT-LINE
005700     MOVE WS-CERT-LINE TO FD-CERT-LINE
005710     WRITE FD-CERT-LINE
005720     MOVE SPACES TO WS-CERT-LINE
005730     STRING '  '                       DELIMITED SIZE
005740         CUST-CITY                     DELIMITED SIZE
005750         ' '                           DELIMITED SIZE
005760         CUST-POSTCODE                 DELIMITED SIZE
005770         INTO WS-CERT-LINE
005780     MOVE WS-CERT-LINE TO FD-CERT-LINE
005790     WRITE FD-CERT-LINE
005800     MOVE SPACES TO FD-CERT-LINE
005810     WRITE FD-CERT-LINE
005820     MOVE WS-CT-ACCOUNTS(WS-CT-SLOT) TO WS-ACCTS-DISP
005830     MOVE SPACES TO WS-CERT-LINE
005840     STRING '  ID '                    DELIMITED SIZE
005850         CUST-ID-TYPE ' '              DELIMITED SIZE
005860         CUST-ID-NUMBER                DELIMITED SIZE
005870         '    ACCOUNTS '               DELIMITED SIZE
005880         WS-ACCTS-DISP                 DELIMITED SIZE
005890         INTO WS-CERT-LINE
005900     MOVE WS-CERT-LINE TO FD-CERT-LINE
005910     WRITE FD-CERT-LINE
005920     MOVE SPACES TO WS-CERT-LINE
005930     MOVE WS-CT-INT(WS-CT-SLOT) TO WS-AMOUNT-DISP
005940     STRING '  INTEREST PAID ............. ' DELIMITED SIZE
005950         WS-AMOUNT-DISP                DELIMITED SIZE
005960         INTO WS-CERT-LINE
005970     MOVE WS-CERT-LINE TO FD-CERT-LINE
005980     WRITE FD-CERT-LINE
005990     MOVE SPACES TO WS-CERT-LINE
006000     MOVE WS-CT-TDIP(WS-CT-SLOT) TO WS-AMOUNT-DISP
006010     STRING '  TERM DEPOSIT INTEREST PAID  ' DELIMITED SIZE
006020         WS-AMOUNT-DISP                DELIMITED SIZE
006030         INTO WS-CERT-LINE
006040     MOVE WS-CERT-LINE TO FD-CERT-LINE
006050     WRITE FD-CERT-LINE
006060     MOVE SPACES TO WS-CERT-LINE
006070     MOVE WS-CREDIT-INTEREST TO WS-AMOUNT-DISP
006080     STRING '  TOTAL INTEREST PAID ....... ' DELIMITED SIZE
006090         WS-AMOUNT-DISP                DELIMITED SIZE
006100         INTO WS-CERT-LINE
006110     MOVE WS-CERT-LINE TO FD-CERT-LINE
006120     WRITE FD-CERT-LINE
006130     MOVE SPACES TO WS-CERT-LINE
006140     MOVE WS-CT-DINT(WS-CT-SLOT) TO WS-AMOUNT-DISP
006150     STRING '  DEBIT INTEREST CHARGED .... ' DELIMITED SIZE
006160         WS-AMOUNT-DISP                DELIMITED SIZE
006170         INTO WS-CERT-LINE
006180     MOVE WS-CERT-LINE TO FD-CERT-LINE
006190     WRITE FD-CERT-LINE
006200     MOVE SPACES TO FD-CERT-LINE
006210     WRITE FD-CERT-LINE
006220     WRITE FD-CERT-LINE
006230     ADD 1 TO WS-CERTS-PRINTED.
006240 5000-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280*  6000-WRITE-EXCEPTION - ONE LINE PER CUSTOMER KEPT OFF    *
006290*  THE RETURN                                               *
006300*----------------------------------------------------------*
006310 6000-WRITE-EXCEPTION.
006320     ADD 1 TO WS-EXCEPTION-COUNT
006330     ADD WS-CREDIT-INTEREST     TO WS-EXCEPTION-CREDIT
006340     ADD WS-CT-DINT(WS-CT-SLOT) TO WS-EXCEPTION-DEBIT
006350     MOVE SPACES TO WS-REPORT-LINE
006360     MOVE WS-CREDIT-INTEREST TO WS-AMOUNT-DISP
006370     MOVE WS-CT-DINT(WS-CT-SLOT) TO WS-BIG-AMT-DISP
006380     STRING
006390         FD-CUST-NUMBER '  '           DELIMITED SIZE
006400         CUST-NAME                     DELIMITED SIZE
006410         WS-AMOUNT-DISP                DELIMITED SIZE
006420         WS-BIG-AMT-DISP(4:)  '  '     DELIMITED SIZE
006430         WS-EXCEPTION-REASON           DELIMITED SIZE
006440         INTO WS-REPORT-LINE
006450     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006460     WRITE FD-REPORT-LINE.
006470 6000-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------*
006510*  3000-TERMINATE - WRITE THE RETURN TRAILER, PRINT THE     *
006520*  CONTROL TOTALS AND CLOSE FILES                           *
006530*----------------------------------------------------------*
006540 3000-TERMINATE.
006550     IF WS-TAXO-FILE-STATUS = '00'
006560         MOVE WS-TAX-YEAR      TO TXT-TAX-YEAR
006570         MOVE WS-RETURN-COUNT  TO TXT-RECORD-COUNT
006580         MOVE WS-RETURN-CREDIT TO TXT-CREDIT-TOTAL
006590         MOVE WS-RETURN-DEBIT  TO TXT-DEBIT-TOTAL
006600         WRITE FD-TAX-OUT-RECORD FROM WS-TAX-TRAILER
006610     END-IF
006620     IF WS-RPT-FILE-STATUS = '00'
006630         PERFORM 3100-WRITE-TOTALS THRU 3100-EXIT
006640     END-IF
006650     IF WS-ACCOUNTS-DROPPED > 0
006660*        A RETURN MISSING CUSTOMERS MUST NOT BE SUBMITTED
006670         DISPLAY 'BNKTAX - *** CUSTOMER TABLE FULL - DO NOT '
006680             'SUBMIT TAXOUT ***'
006690         MOVE 8 TO RETURN-CODE
006700     END-IF
006710     IF WS-EXCEPTION-COUNT > 0
006720         AND RETURN-CODE < 4
006730         MOVE 4 TO RETURN-CODE
006740     END-IF
006750     CLOSE ACCT-MASTER-FILE
006760     CLOSE HIST-FILE
006770     CLOSE CUST-MASTER-FILE
006780     CLOSE CERT-FILE
006790     CLOSE TAX-OUT-FILE
006800     CLOSE REPORT-FILE
006810     DISPLAY 'BNKTAX - TAX YEAR .......... ' WS-TAX-YEAR
006820     DISPLAY 'BNKTAX - ACCOUNTS READ ..... ' WS-ACCOUNTS-READ
006830     DISPLAY 'BNKTAX - ACCOUNTS WITH INT . ' WS-ACCOUNTS-WITH-INT
006840     DISPLAY 'BNKTAX - ACCOUNTS DROPPED .. ' WS-ACCOUNTS-DROPPED
006850     DISPLAY 'BNKTAX - CUSTOMERS READ .... ' WS-CUSTOMERS-READ
006860     DISPLAY 'BNKTAX - CERTIFICATES ...... ' WS-CERTS-PRINTED
006870     DISPLAY 'BNKTAX - RETURN RECORDS .... ' WS-RETURN-COUNT
006880     DISPLAY 'BNKTAX - EXCEPTIONS ........ ' WS-EXCEPTION-COUNT.
006890 3000-EXIT.
006900     EXIT.
006910
006920 3100-WRITE-TOTALS.
006930     IF WS-EXCEPTION-COUNT = 0
006940         MOVE SPACES TO WS-REPORT-LINE
006950         STRING '  NO EXCEPTIONS'     DELIMITED SIZE
006960             INTO WS-REPORT-LINE
006970         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006980         WRITE FD-REPORT-LINE
006990     END-IF
007000     MOVE SPACES TO FD-REPORT-LINE
007010     WRITE FD-REPORT-LINE
007020     MOVE WS-RETURN-COUNT TO WS-COUNT-DISP
007030     MOVE SPACES TO WS-REPORT-LINE
007040     STRING 'RETURN RECORDS ............ ' WS-COUNT-DISP
007050         DELIMITED SIZE INTO WS-REPORT-LINE
007060     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007070     WRITE FD-REPORT-LINE
007080     MOVE WS-RETURN-CREDIT TO WS-BIG-AMT-DISP
007090     MOVE SPACES TO WS-REPORT-LINE
007100     STRING 'RETURN CREDIT INTEREST .... ' WS-BIG-AMT-DISP
007110         DELIMITED SIZE INTO WS-REPORT-LINE
007120     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007130     WRITE FD-REPORT-LINE
007140     MOVE WS-RETURN-DEBIT TO WS-BIG-AMT-DISP
007150     MOVE SPACES TO WS-REPORT-LINE
007160     STRING 'RETURN DEBIT INTEREST ..... ' WS-BIG-AMT-DISP
007170         DELIMITED SIZE INTO WS-REPORT-LINE
007180     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007190     WRITE FD-REPORT-LINE
007200     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
007210     MOVE SPACES TO WS-REPORT-LINE
007220     STRING 'EXCEPTIONS ................ ' WS-COUNT-DISP
007230         DELIMITED SIZE INTO WS-REPORT-LINE
007240     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007250     WRITE FD-REPORT-LINE
007260     MOVE WS-EXCEPTION-CREDIT TO WS-BIG-AMT-DISP
007270     MOVE SPACES TO WS-REPORT-LINE
007280     STRING 'EXCEPTION CREDIT INTEREST . ' WS-BIG-AMT-DISP
007290         DELIMITED SIZE INTO WS-REPORT-LINE
007300     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007310     WRITE FD-REPORT-LINE
007320     MOVE WS-EXCEPTION-DEBIT TO WS-BIG-AMT-DISP
007330     MOVE SPACES TO WS-REPORT-LINE
007340     STRING 'EXCEPTION DEBIT INTEREST .. ' WS-BIG-AMT-DISP
007350         DELIMITED SIZE INTO WS-REPORT-LINE
007360     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007370     WRITE FD-REPORT-LINE
007380     IF WS-ACCOUNTS-DROPPED > 0
007390         MOVE SPACES TO WS-REPORT-LINE
007400         STRING
007410             '  *** CUSTOMER TABLE FULL - SOME ACCOUNTS NOT '
007420                 DELIMITED SIZE
007430             'TOTALLED - RETURN INCOMPLETE ***'
007440                 DELIMITED SIZE
007450             INTO WS-REPORT-LINE
007460         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007470         WRITE FD-REPORT-LINE
007480     END-IF.
007490 3100-EXIT.
007500     EXIT.
