000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKRCV.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K R C V  -  M A S T E R   R E C O V E R Y               *
000100*                                                               *
000110*   PURPOSE.  REBUILDS A LOST OR DAMAGED ACCOUNT MASTER.  THE   *
000120*   LAST GOOD BNKSNP SNAPSHOT (ACCTSNP, STAMPED BY SNPCTL) IS   *
000130*   LOADED INTO A FRESHLY-DEFINED ACCTMSTR AND PROVED AGAINST   *
000140*   THE STAMP, THEN EVERY JOURNAL RECORD SINCE THE SNAPSHOT IS  *
000150*   RE-APPLIED IN SEQUENCE - FIRST THE JRNLARCH GENERATIONS     *
000160*   CUT SINCE THE SNAPSHOT, THEN THE LIVE JRNLFILE.             *
000170*                                                               *
000180*   REPLAY RULES.                                               *
000190*     - RECORDS DATED ON OR BEFORE THE SNAPSHOT DATE ARE        *
000200*       ALREADY IN THE SNAPSHOT AND ARE SKIPPED, EXCEPT THAT A  *
000210*       STATUS CHANGE DATED ON THE SNAPSHOT DATE (E.G. A        *
000220*       BNKDRM RUN AFTER THE SNAPSHOT) IS RE-APPLIED - SETTING  *
000230*       A STATUS AGAIN IS HARMLESS.                             *
000240*     - A POSTING (ANY TYPE BNKEOD TOTALS) MUST FIND THE        *
000250*       ACCOUNT AT ITS JRNL-BALANCE-BEFORE.  THE MASTER THEN    *
000260*       TAKES JRNL-BALANCE-AFTER.  INT AND DINT ALSO SET THE    *
000270*       LAST INTEREST DATE.                                     *
000280*     - A STATUS RECORD (OPN CLS FRZ UFRZ DRMT RACT AMD) IS     *
000290*       CHECKED THE SAME WAY AND SETS THE ACCOUNT STATUS.  AN   *
000300*       OPN FOR AN ACCOUNT NOT YET ON FILE CREATES IT WITH A    *
000310*       PLACEHOLDER NAME, TO BE RE-KEYED FROM THE OPENING FORM. *
000315*     - AMD, OPN, AND HOLD, STANDING ORDER, COVER ACCOUNT,      *
000320*       STOP-PAYMENT AND CHEQUE BOOK MAINTENANCE (HLDP HLDR     *
000325*       SOA SOC COVS COVX STPP STPL CHQI) ARE LISTED FOR        *
000330*       RE-KEYING - THE JOURNAL DOES NOT CARRY THE AMENDED      *
000335*       VALUES.  TERM DEPOSITS PLACED, REPAID OR ROLLED OVER    *
000340*       (TDPL TDMP TDRO) ARE LISTED TOO, AND MUST BE RE-KEYED   *
000345*       ON TDFILE BEFORE BNKTDM NEXT RUNS OR A REPAID DEPOSIT   *
000350*       IS PAID AGAIN.  HOLDFILE, STORDER, CUSTMSTR, COVRFILE,  *
000355*       TDFILE, STOPFILE AND CHQBOOK ARE RESTORED FROM THE      *
000360*       SNAPSHOT BY THE JCL BUT ARE NOT ROLLED FORWARD.         *
000370*     - ANY OTHER TYPE DOES NOT TOUCH THE ACCOUNT MASTER.       *
000380*                                                               *
000390*   THE FIRST BREAK - A BALANCE-BEFORE THAT DISAGREES WITH THE  *
000400*   BALANCE BEING REBUILT, OR A POSTING FOR AN ACCOUNT NOT ON   *
000410*   FILE - STOPS THE REPLAY.  THE BREAK IS REPORTED AND THE     *
000420*   RUN ENDS RC 12 WITHOUT A PROOF.                             *
000430*                                                               *
000440*   A COMPLETE REPLAY IS PROVED BY RE-SUMMING THE REBUILT       *
000450*   MASTER AGAINST THE LATEST BNKEOD CARRY-FORWARD TOTAL        *
000460*   (EODCTL) PLUS THE NET MOVEMENT OF THE POSTINGS DATED AFTER  *
000470*   THAT EOD RUN.  A VARIANCE ENDS RC 8.                        *
000480*                                                               *
000490*   THE ONLINE REGION MUST STAY CLOSED UNTIL THE REBUILT        *
000500*   MASTER IS PROVED.  NO BDCTL DEPENDENCY - RUN ON DEMAND.     *
000510*                                                               *
000520*   MODIFICATION HISTORY.                                       *
000530*   10/15/2026  OSG   INITIAL VERSION.                          *
000531*   10/15/2026  OSG   OVERDRAFT COVER SWEEPS (SWDR/SWCR) ARE    *
000532*                     REPLAYED AS POSTINGS.  COVER ACCOUNT      *
000533*                     CHANGES (COVS/COVX) ARE LISTED FOR        *
000534*                     RE-KEYING AND COVRFILE IS RESTORED WITH   *
000535*                     THE OTHER MASTERS.                        *
000536*   10/15/2026  OSG   TERM DEPOSIT, STOP-PAYMENT AND CHEQUE     *
000537*                     BOOK CHANGES (TDPL TDMP TDRO STPP STPL    *
000538*                     CHQI) ARE LISTED FOR RE-KEYING, AND       *
000539*                     TDFILE, STOPFILE AND CHQBOOK ARE RESTORED *
000540*                     WITH THE OTHER MASTERS.  SNPCTL IS NOW    *
000541*                     100 BYTES.                                *
000542*                                                               *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SNAP-CTL-FILE     ASSIGN TO SNPCTL
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-SCTL-FILE-STATUS.
000630
000640     SELECT ACCT-SNAP-FILE    ASSIGN TO ACCTSNP
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-ASNP-FILE-STATUS.
000680
000690     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS FD-ACCT-NUMBER
000730         FILE STATUS IS WS-ACCT-FILE-STATUS.
000740
000750     SELECT ARCHIVE-FILE      ASSIGN TO JRNLARCH
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS WS-ARCH-FILE-STATUS.
000790
000800     SELECT JOURNAL-FILE      ASSIGN TO JRNLFILE
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-JRNL-FILE-STATUS.
000840
000850     SELECT CTL-IN-FILE       ASSIGN TO EODCTLI
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-CTLI-FILE-STATUS.
000890
000900     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000910         ORGANIZATION IS SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS WS-RPT-FILE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  SNAP-CTL-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 100 CHARACTERS.
001000 01  FD-SNAP-CTL-RECORD.
001010     COPY SNPREC.
001020
001030 FD  ACCT-SNAP-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 72 CHARACTERS.
001060 01  FD-ACCT-SNAP-RECORD          PIC X(72).
001070
001080 FD  ACCT-MASTER-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 72 CHARACTERS.
001110 01  FD-ACCT-RECORD.
001120     COPY ACCTREC
001130         REPLACING ACCT-NUMBER BY FD-ACCT-NUMBER.
001140
001150 FD  ARCHIVE-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 84 CHARACTERS.
001180 01  FD-ARCHIVE-RECORD            PIC X(84).
001190
001200 FD  JOURNAL-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 84 CHARACTERS.
001230 01  FD-JOURNAL-RECORD            PIC X(84).
001240
001250 FD  CTL-IN-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 22 CHARACTERS.
001280 01  FD-CTL-IN-RECORD.
001290     COPY CTLREC.
001300
001310 FD  REPORT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 132 CHARACTERS.
001340 01  FD-REPORT-LINE               PIC X(132).
001350
001360 WORKING-STORAGE SECTION.
001370 77  WS-SCTL-FILE-STATUS       PIC X(02) VALUE SPACES.
001380 77  WS-ASNP-FILE-STATUS       PIC X(02) VALUE SPACES.
001390 77  WS-ACCT-FILE-STATUS       PIC X(02) VALUE SPACES.
001400 77  WS-ARCH-FILE-STATUS       PIC X(02) VALUE SPACES.
001410 77  WS-JRNL-FILE-STATUS       PIC X(02) VALUE SPACES.
001420 77  WS-CTLI-FILE-STATUS       PIC X(02) VALUE SPACES.
001430 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001440
001450 01  WS-SWITCHES.
001460     05  WS-SNAP-EOF-SW        PIC X(01) VALUE 'N'.
001470         88  SNAP-EOF          VALUE 'Y'.
001480     05  WS-ARCH-EOF-SW        PIC X(01) VALUE 'N'.
001490         88  ARCHIVE-EOF       VALUE 'Y'.
001500     05  WS-JRNL-EOF-SW        PIC X(01) VALUE 'N'.
001510         88  JOURNAL-EOF       VALUE 'Y'.
001520     05  WS-ACCT-EOF-SW        PIC X(01) VALUE 'N'.
001530         88  ACCT-MASTER-EOF   VALUE 'Y'.
001540     05  WS-BREAK-SW           PIC X(01) VALUE 'N'.
001550         88  REPLAY-BROKEN     VALUE 'Y'.
001560     05  WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
001570         88  ACCT-FOUND        VALUE 'Y'.
001580
001590 01  WS-JOURNAL-RECORD.
001600     COPY JRNLREC.
001610
001620 01  WS-REPLAY-TYPE            PIC X(04).
001630     88  REPLAY-POSTING        VALUE 'DEP ' 'WD  ' 'ODFE' 'XFDR'
001640                                     'XFCR' 'INT ' 'DINT' 'RVDP'
001650                                     'RVWD' 'EXTP' 'RTRN' 'TDPL'
001660                                     'TDIA' 'TDIP' 'TDMP' 'TDPN'
001670                                     'FEEM' 'FEEI' 'FEEB' 'SWDR'
001675                                     'SWCR'.
001680     88  REPLAY-STATUS         VALUE 'OPN ' 'CLS ' 'FRZ ' 'UFRZ'
001690                                     'DRMT' 'RACT' 'AMD '.
001700     88  REPLAY-REKEY          VALUE 'OPN ' 'AMD ' 'HLDP' 'HLDR'
001710                                     'SOA ' 'SOC ' 'COVS' 'COVX'
001713                                     'STPP' 'STPL' 'CHQI' 'TDPL'
001716                                     'TDMP' 'TDRO'.
001720     88  REPLAY-INTEREST       VALUE 'INT ' 'DINT'.
001730
001740 01  WS-DATES.
001750     05  WS-SNAP-DATE          PIC 9(08) VALUE ZERO.
001760     05  WS-EOD-DATE           PIC 9(08) VALUE ZERO.
001770
001780 01  WS-COUNTERS.
001790     05  WS-SNAP-READ          PIC 9(07) COMP-3 VALUE ZERO.
001800     05  WS-JOURNAL-READ       PIC 9(07) COMP-3 VALUE ZERO.
001810     05  WS-JOURNAL-SKIPPED    PIC 9(07) COMP-3 VALUE ZERO.
001820     05  WS-POSTINGS-APPLIED   PIC 9(07) COMP-3 VALUE ZERO.
001830     05  WS-STATUS-APPLIED     PIC 9(07) COMP-3 VALUE ZERO.
001840     05  WS-OTHER-RECORDS      PIC 9(07) COMP-3 VALUE ZERO.
001850     05  WS-REKEY-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001860     05  WS-ACCOUNTS-CREATED   PIC 9(07) COMP-3 VALUE ZERO.
001870     05  WS-MASTER-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001880
001890 01  WS-AMOUNTS.
001900     05  WS-SNAP-TOTAL         PIC S9(12)V99 VALUE ZERO.
001910     05  WS-EOD-TOTAL          PIC S9(12)V99 VALUE ZERO.
001920     05  WS-POST-EOD-NET       PIC S9(12)V99 VALUE ZERO.
001930     05  WS-EXPECTED-TOTAL     PIC S9(12)V99 VALUE ZERO.
001940     05  WS-MASTER-TOTAL       PIC S9(12)V99 VALUE ZERO.
001950     05  WS-VARIANCE           PIC S9(12)V99 VALUE ZERO.
001960
001970 01  WS-EDIT-FIELDS.
001980     05  WS-COUNT-DISP         PIC ZZZ,ZZ9.
001990     05  WS-AMOUNT-DISP        PIC -(10).99.
002000     05  WS-BIG-AMT-DISP       PIC -(12).99.
002010     05  WS-FOUND-DISP         PIC -(10).99.
002020
002030 01  WS-REPORT-LINE            PIC X(132).
002040 01  WS-SOURCE                 PIC X(08).
002050
002060 PROCEDURE DIVISION.
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002090     PERFORM 2000-RESTORE-ACCOUNT THRU 2000-EXIT
002100         UNTIL SNAP-EOF
002110     IF RETURN-CODE = ZERO
002120         PERFORM 2500-PROVE-RESTORE THRU 2500-EXIT
002130     END-IF
002140     IF RETURN-CODE = ZERO
002150         PERFORM 3000-REPLAY-ARCHIVE THRU 3000-EXIT
002160             UNTIL ARCHIVE-EOF OR REPLAY-BROKEN
002170         PERFORM 3100-REPLAY-LIVE THRU 3100-EXIT
002180             UNTIL JOURNAL-EOF OR REPLAY-BROKEN
002190     END-IF
002200     IF RETURN-CODE = ZERO
002210         PERFORM 5000-PROVE-MASTER THRU 5000-EXIT
002220     END-IF
002230     PERFORM 6000-TERMINATE THRU 6000-EXIT
002240     STOP RUN.
002250
002260*----------------------------------------------------------*
002270*  0500-READ-SNAP-CONTROL - ONLY A SNAPSHOT STAMPED GOOD BY *
002280*  BNKSNP MAY BE RESTORED                                   *
002290*----------------------------------------------------------*
002300 0500-READ-SNAP-CONTROL.
002310     OPEN INPUT SNAP-CTL-FILE
002320     IF WS-SCTL-FILE-STATUS NOT = '00'
002330         DISPLAY 'BNKRCV - SNPCTL OPEN FAILED, STATUS = '
002340             WS-SCTL-FILE-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         GO TO 0500-EXIT
002370     END-IF
002380     READ SNAP-CTL-FILE
002390         AT END
002400             DISPLAY 'BNKRCV - SNPCTL EMPTY - NO SNAPSHOT TO '
002410                 'RESTORE'
002420             MOVE 16 TO RETURN-CODE
002430     END-READ
002440     CLOSE SNAP-CTL-FILE
002450     IF RETURN-CODE NOT = ZERO
002460         GO TO 0500-EXIT
002470     END-IF
002480     IF NOT SNP-IS-GOOD
002490         DISPLAY 'BNKRCV - SNAPSHOT FOR ' SNP-BUSINESS-DATE
002500             ' IS NOT MARKED GOOD - RESTORE REFUSED - SUPPLY '
002510             'AN EARLIER SNPCTL/ACCTSNP GENERATION PAIR'
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 0500-EXIT
002540     END-IF
002550     MOVE SNP-BUSINESS-DATE TO WS-SNAP-DATE.
002560 0500-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  1000-INITIALIZE - CHECK THE SNAPSHOT STAMP, READ THE     *
002610*  LATEST EOD CARRY-FORWARD, OPEN THE FILES AND PRIME THE   *
002620*  FIRST READS                                              *
002630*----------------------------------------------------------*
002640 1000-INITIALIZE.
002650     PERFORM 0500-READ-SNAP-CONTROL THRU 0500-EXIT
002660     IF RETURN-CODE NOT = ZERO
002670         MOVE 'Y' TO WS-SNAP-EOF-SW
002680         GO TO 1000-EXIT
002690     END-IF
002700     OPEN INPUT CTL-IN-FILE
002710     IF WS-CTLI-FILE-STATUS NOT = '00'
002720         DISPLAY 'BNKRCV - EODCTLI OPEN FAILED, STATUS = '
002730             WS-CTLI-FILE-STATUS
002740         MOVE 'Y' TO WS-SNAP-EOF-SW
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF
002780     READ CTL-IN-FILE
002790         AT END
002800             MOVE ZERO TO WS-EOD-DATE
002810             MOVE ZERO TO WS-EOD-TOTAL
002820         NOT AT END
002830             MOVE CTL-RUN-DATE    TO WS-EOD-DATE
002840             MOVE CTL-GRAND-TOTAL TO WS-EOD-TOTAL
002850     END-READ
002860     CLOSE CTL-IN-FILE
002870     IF WS-EOD-DATE < WS-SNAP-DATE
002880         DISPLAY 'BNKRCV - EODCTL DATED ' WS-EOD-DATE
002890             ' IS OLDER THAN THE SNAPSHOT ' WS-SNAP-DATE
002900             ' - SUPPLY THE LATEST EODCTL GENERATION'
002910         MOVE 'Y' TO WS-SNAP-EOF-SW
002920         MOVE 16 TO RETURN-CODE
002930         GO TO 1000-EXIT
002940     END-IF
002950     OPEN OUTPUT REPORT-FILE
002960     IF WS-RPT-FILE-STATUS NOT = '00'
002970         DISPLAY 'BNKRCV - RPTOUT OPEN FAILED, STATUS = '
002980             WS-RPT-FILE-STATUS
002990         MOVE 'Y' TO WS-SNAP-EOF-SW
003000         MOVE 16 TO RETURN-CODE
003010         GO TO 1000-EXIT
003020     END-IF
003030     OPEN INPUT ACCT-SNAP-FILE
003040     IF WS-ASNP-FILE-STATUS NOT = '00'
003050         DISPLAY 'BNKRCV - ACCTSNP OPEN FAILED, STATUS = '
003060             WS-ASNP-FILE-STATUS
003070         MOVE 'Y' TO WS-SNAP-EOF-SW
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 1000-EXIT
003100     END-IF
003110     OPEN OUTPUT ACCT-MASTER-FILE
003120     IF WS-ACCT-FILE-STATUS NOT = '00'
003130         DISPLAY 'BNKRCV - ACCTMSTR OPEN FAILED, STATUS = '
003140             WS-ACCT-FILE-STATUS
003150         MOVE 'Y' TO WS-SNAP-EOF-SW
003160         MOVE 16 TO RETURN-CODE
003170         GO TO 1000-EXIT
003180     END-IF
003190     MOVE SPACES TO WS-REPORT-LINE
003200     STRING
003210         'IRON BANK OF BRAAVOS - ACCOUNT MASTER RECOVERY - '
003220             DELIMITED SIZE
003230         'SNAPSHOT OF '                 DELIMITED SIZE
003240         WS-SNAP-DATE                   DELIMITED SIZE
003250         INTO WS-REPORT-LINE
003260     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003270     WRITE FD-REPORT-LINE
003280     MOVE SPACES TO FD-REPORT-LINE
003290     WRITE FD-REPORT-LINE
003300     PERFORM 2100-READ-SNAP THRU 2100-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350*  2000-RESTORE-ACCOUNT - ONE SNAPSHOT RECORD BACK ONTO THE *
003360*  EMPTY MASTER, IN KEY ORDER                               *
003370*----------------------------------------------------------*
003380 2000-RESTORE-ACCOUNT.
003390     MOVE FD-ACCT-SNAP-RECORD TO FD-ACCT-RECORD
003400     WRITE FD-ACCT-RECORD
003410     IF WS-ACCT-FILE-STATUS NOT = '00'
003420         DISPLAY 'BNKRCV - ACCTMSTR LOAD FAILED FOR ACCOUNT '
003430             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
003440         MOVE 'Y' TO WS-SNAP-EOF-SW
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 2000-EXIT
003470     END-IF
003480     ADD 1 TO WS-SNAP-READ
003490     ADD ACCT-BALANCE TO WS-SNAP-TOTAL
003500     PERFORM 2100-READ-SNAP THRU 2100-EXIT.
003510 2000-EXIT.
003520     EXIT.
003530
003540 2100-READ-SNAP.
003550     READ ACCT-SNAP-FILE
003560         AT END
003570             MOVE 'Y' TO WS-SNAP-EOF-SW
003580     END-READ.
003590 2100-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630*  2500-PROVE-RESTORE - THE RELOADED MASTER MUST CARRY THE  *
003640*  COUNT AND TOTAL STAMPED ON SNPCTL BEFORE ANYTHING IS     *
003650*  REPLAYED ONTO IT.  THE MASTER IS THEN REOPENED FOR       *
003660*  UPDATE AND THE JOURNALS ARE OPENED                       *
003670*----------------------------------------------------------*
003680 2500-PROVE-RESTORE.
003690     MOVE WS-SNAP-READ TO WS-COUNT-DISP
003700     MOVE WS-SNAP-TOTAL TO WS-BIG-AMT-DISP
003710     MOVE SPACES TO WS-REPORT-LINE
003720     STRING 'ACCOUNTS RESTORED ......... ' WS-COUNT-DISP
003730         ' ' WS-BIG-AMT-DISP
003740         DELIMITED SIZE INTO WS-REPORT-LINE
003750     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003760     WRITE FD-REPORT-LINE
003770     MOVE SNP-ACCT-COUNT TO WS-COUNT-DISP
003780     MOVE SNP-ACCT-TOTAL TO WS-BIG-AMT-DISP
003790     MOVE SPACES TO WS-REPORT-LINE
003800     STRING 'SNAPSHOT CONTROL (SNPCTL) . ' WS-COUNT-DISP
003810         ' ' WS-BIG-AMT-DISP
003820         DELIMITED SIZE INTO WS-REPORT-LINE
003830     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003840     WRITE FD-REPORT-LINE
003850     IF WS-SNAP-READ NOT = SNP-ACCT-COUNT
003860         OR WS-SNAP-TOTAL NOT = SNP-ACCT-TOTAL
003870         MOVE SPACES TO WS-REPORT-LINE
003880         STRING '*** RESTORE DOES NOT AGREE WITH THE SNAPSHOT '
003890             'CONTROL - WRONG ACCTSNP GENERATION? - RECOVERY '
003900             'ABANDONED ***'
003910             DELIMITED SIZE INTO WS-REPORT-LINE
003920         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003930         WRITE FD-REPORT-LINE
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 2500-EXIT
003960     END-IF
003970     CLOSE ACCT-MASTER-FILE
003980     OPEN I-O ACCT-MASTER-FILE
003990     IF WS-ACCT-FILE-STATUS NOT = '00'
004000         DISPLAY 'BNKRCV - ACCTMSTR REOPEN FAILED, STATUS = '
004010             WS-ACCT-FILE-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         GO TO 2500-EXIT
004040     END-IF
004050     OPEN INPUT ARCHIVE-FILE
004060     IF WS-ARCH-FILE-STATUS NOT = '00'
004070         DISPLAY 'BNKRCV - JRNLARCH OPEN FAILED, STATUS = '
004080             WS-ARCH-FILE-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 2500-EXIT
004110     END-IF
004120     OPEN INPUT JOURNAL-FILE
004130     IF WS-JRNL-FILE-STATUS NOT = '00'
004140         DISPLAY 'BNKRCV - JRNLFILE OPEN FAILED, STATUS = '
004150             WS-JRNL-FILE-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         GO TO 2500-EXIT
004180     END-IF
004190     MOVE SPACES TO FD-REPORT-LINE
004200     WRITE FD-REPORT-LINE
004210     MOVE SPACES TO WS-REPORT-LINE
004220     STRING 'SOURCE   ACCOUNT  TYPE DATE     TIME   TELLER   '
004230         'ACTION'
004240         DELIMITED SIZE INTO WS-REPORT-LINE
004250     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004260     WRITE FD-REPORT-LINE.
004270 2500-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310*  3000-REPLAY-ARCHIVE / 3100-REPLAY-LIVE - THE ARCHIVE     *
004320*  GENERATIONS FIRST, IN THE ORDER THEY ARE CONCATENATED,   *
004330*  THEN THE LIVE JOURNAL                                    *
004340*----------------------------------------------------------*
004350 3000-REPLAY-ARCHIVE.
004360     READ ARCHIVE-FILE INTO WS-JOURNAL-RECORD
004370         AT END
004380             MOVE 'Y' TO WS-ARCH-EOF-SW
004390             GO TO 3000-EXIT
004400     END-READ
004410     MOVE 'JRNLARCH' TO WS-SOURCE
004420     PERFORM 4000-APPLY-JOURNAL THRU 4000-EXIT.
004430 3000-EXIT.
004440     EXIT.
004450
004460 3100-REPLAY-LIVE.
004470     READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
004480         AT END
004490             MOVE 'Y' TO WS-JRNL-EOF-SW
004500             GO TO 3100-EXIT
004510     END-READ
004520     MOVE 'JRNLFILE' TO WS-SOURCE
004530     PERFORM 4000-APPLY-JOURNAL THRU 4000-EXIT.
004540 3100-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580*  4000-APPLY-JOURNAL - ONE JOURNAL RECORD AGAINST THE      *
004590*  MASTER BEING REBUILT                                     *
004600*----------------------------------------------------------*
004610 4000-APPLY-JOURNAL.
004620     ADD 1 TO WS-JOURNAL-READ
004630     MOVE JRNL-TRAN-TYPE TO WS-REPLAY-TYPE
004640     IF JRNL-DATE < WS-SNAP-DATE
004650         ADD 1 TO WS-JOURNAL-SKIPPED
004660         GO TO 4000-EXIT
004670     END-IF
004680     IF JRNL-DATE = WS-SNAP-DATE
004690         IF REPLAY-STATUS AND JRNL-TRAN-TYPE NOT = 'OPN '
004700             PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT
004710             IF ACCT-FOUND
004720                 PERFORM 4300-SET-STATUS THRU 4300-EXIT
004730                 GO TO 4000-EXIT
004740             END-IF
004750         END-IF
004760         ADD 1 TO WS-JOURNAL-SKIPPED
004770         GO TO 4000-EXIT
004780     END-IF
004790     IF REPLAY-REKEY
004800         PERFORM 4600-LIST-REKEY THRU 4600-EXIT
004810     END-IF
004820     IF NOT REPLAY-POSTING AND NOT REPLAY-STATUS
004830         ADD 1 TO WS-OTHER-RECORDS
004840         GO TO 4000-EXIT
004850     END-IF
004860     PERFORM 4100-READ-ACCOUNT THRU 4100-EXIT
004870     IF NOT ACCT-FOUND
004880         IF JRNL-TRAN-TYPE = 'OPN '
004890             PERFORM 4200-CREATE-ACCOUNT THRU 4200-EXIT
004900         ELSE
004910             PERFORM 4500-REPORT-BREAK THRU 4500-EXIT
004920         END-IF
004930         GO TO 4000-EXIT
004940     END-IF
004950     IF JRNL-BALANCE-BEFORE NOT = ACCT-BALANCE
004960         PERFORM 4500-REPORT-BREAK THRU 4500-EXIT
004970         GO TO 4000-EXIT
004980     END-IF
004990     IF REPLAY-STATUS
005000         PERFORM 4300-SET-STATUS THRU 4300-EXIT
005010         GO TO 4000-EXIT
005020     END-IF
005030     MOVE JRNL-BALANCE-AFTER TO ACCT-BALANCE
005040     IF REPLAY-INTEREST
005050         MOVE JRNL-DATE TO ACCT-LAST-INT-DATE
005060     END-IF
005070     PERFORM 4400-REWRITE-ACCOUNT THRU 4400-EXIT
005080     IF REPLAY-BROKEN
005090         GO TO 4000-EXIT
005100     END-IF
005110     ADD 1 TO WS-POSTINGS-APPLIED
005120     IF JRNL-DATE > WS-EOD-DATE
005130         COMPUTE WS-POST-EOD-NET = WS-POST-EOD-NET
005140             + JRNL-BALANCE-AFTER - JRNL-BALANCE-BEFORE
005150     END-IF.
005160 4000-EXIT.
005170     EXIT.
005180
005190 4100-READ-ACCOUNT.
005200     MOVE 'Y' TO WS-ACCT-FOUND-SW
005210     MOVE JRNL-ACCOUNT-NUMBER TO FD-ACCT-NUMBER
005220     READ ACCT-MASTER-FILE
005230         INVALID KEY
005240             MOVE 'N' TO WS-ACCT-FOUND-SW
005250     END-READ.
005260 4100-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------*
005300*  4200-CREATE-ACCOUNT - AN ACCOUNT OPENED SINCE THE        *
005310*  SNAPSHOT.  THE JOURNAL CARRIES ONLY THE NUMBER, SO THE   *
005320*  ACCOUNT IS CREATED OPEN AT A NIL BALANCE UNDER A         *
005330*  PLACEHOLDER NAME AND IS ALREADY ON THE RE-KEY LIST       *
005340*----------------------------------------------------------*
005350 4200-CREATE-ACCOUNT.
005360     MOVE SPACES              TO FD-ACCT-RECORD
005370     MOVE JRNL-ACCOUNT-NUMBER TO FD-ACCT-NUMBER
005380     MOVE 'RECOVERED - REKEY'  TO ACCT-NAME
005390     MOVE JRNL-BALANCE-AFTER  TO ACCT-BALANCE
005400     MOVE ZERO                TO ACCT-OD-LIMIT
005410     MOVE 'N'                 TO ACCT-OD-ALLOWED
005420     MOVE 'O'                 TO ACCT-STATUS
005430     MOVE JRNL-DATE           TO ACCT-LAST-INT-DATE
005440     MOVE ZERO                TO ACCT-CUST-NUMBER
005450     MOVE '01'                TO ACCT-PRODUCT-CODE
005460     WRITE FD-ACCT-RECORD
005470     IF WS-ACCT-FILE-STATUS NOT = '00'
005480         DISPLAY 'BNKRCV - ACCTMSTR WRITE FAILED FOR ACCOUNT '
005490             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
005500         MOVE 'Y' TO WS-BREAK-SW
005510         MOVE 16 TO RETURN-CODE
005520         GO TO 4200-EXIT
005530     END-IF
005540     ADD 1 TO WS-ACCOUNTS-CREATED
005550     ADD 1 TO WS-STATUS-APPLIED.
005560 4200-EXIT.
005570     EXIT.
005580
005590 4300-SET-STATUS.
005600     EVALUATE JRNL-TRAN-TYPE
005610         WHEN 'CLS '
005620             MOVE 'C' TO ACCT-STATUS
005630         WHEN 'FRZ '
005640             MOVE 'F' TO ACCT-STATUS
005650         WHEN 'DRMT'
005660             MOVE 'D' TO ACCT-STATUS
005670         WHEN 'UFRZ'
005680         WHEN 'RACT'
005690             MOVE 'O' TO ACCT-STATUS
005700         WHEN OTHER
005710             CONTINUE
005720     END-EVALUATE
005730     PERFORM 4400-REWRITE-ACCOUNT THRU 4400-EXIT
005740     IF NOT REPLAY-BROKEN
005750         ADD 1 TO WS-STATUS-APPLIED
005760     END-IF.
005770 4300-EXIT.
005780     EXIT.
005790
005800 4400-REWRITE-ACCOUNT.
005810     REWRITE FD-ACCT-RECORD
005820     IF WS-ACCT-FILE-STATUS NOT = '00'
005830         DISPLAY 'BNKRCV - ACCTMSTR REWRITE FAILED FOR ACCOUNT '
005840             FD-ACCT-NUMBER ' STATUS = ' WS-ACCT-FILE-STATUS
005850         MOVE 'Y' TO WS-BREAK-SW
005860         MOVE 16 TO RETURN-CODE
005870     END-IF.
005880 4400-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920*  4500-REPORT-BREAK - THE FIRST RECORD THAT DOES NOT       *
005930*  FOLLOW ON FROM THE BALANCE BEING REBUILT.  NOTHING AFTER *
005940*  IT CAN BE TRUSTED, SO THE REPLAY STOPS HERE              *
005950*----------------------------------------------------------*
005960 4500-REPORT-BREAK.
005970     MOVE 'Y' TO WS-BREAK-SW
005980     MOVE 12 TO RETURN-CODE
005990     MOVE SPACES TO FD-REPORT-LINE
006000     WRITE FD-REPORT-LINE
006010     MOVE SPACES TO WS-REPORT-LINE
006020     STRING
006030         WS-SOURCE ' '                  DELIMITED SIZE
006040         JRNL-ACCOUNT-NUMBER ' '        DELIMITED SIZE
006050         JRNL-TRAN-TYPE ' '             DELIMITED SIZE
006060         JRNL-DATE ' '                  DELIMITED SIZE
006070         JRNL-TIME ' '                  DELIMITED SIZE
006080         JRNL-TELLER-ID ' '             DELIMITED SIZE
006090         '*** BREAK - REPLAY STOPPED ***'
006100                                        DELIMITED SIZE
006110         INTO WS-REPORT-LINE
006120     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006130     WRITE FD-REPORT-LINE
006140     MOVE SPACES TO WS-REPORT-LINE
006150     IF ACCT-FOUND
006160         MOVE JRNL-BALANCE-BEFORE TO WS-AMOUNT-DISP
006170         MOVE ACCT-BALANCE TO WS-FOUND-DISP
006180         STRING '    JOURNAL BALANCE BEFORE ' WS-AMOUNT-DISP
006190             '  REBUILT BALANCE ' WS-FOUND-DISP
006200             DELIMITED SIZE INTO WS-REPORT-LINE
006210     ELSE
006220         STRING '    ACCOUNT IS NOT ON THE REBUILT MASTER'
006230             DELIMITED SIZE INTO WS-REPORT-LINE
006240     END-IF
006250     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006260     WRITE FD-REPORT-LINE
006270     MOVE SPACES TO WS-REPORT-LINE
006280     STRING '    THE MASTER STANDS AS REBUILT UP TO THE RECORD '
006290         'BEFORE THIS ONE - DO NOT OPEN THE ONLINE REGION'
006300         DELIMITED SIZE INTO WS-REPORT-LINE
006310     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006320     WRITE FD-REPORT-LINE.
006330 4500-EXIT.
006340     EXIT.
006350
006360 4600-LIST-REKEY.
006370     ADD 1 TO WS-REKEY-COUNT
006380     MOVE SPACES TO WS-REPORT-LINE
006390     STRING
006400         WS-SOURCE ' '                  DELIMITED SIZE
006410         JRNL-ACCOUNT-NUMBER ' '        DELIMITED SIZE
006420         JRNL-TRAN-TYPE ' '             DELIMITED SIZE
006430         JRNL-DATE ' '                  DELIMITED SIZE
006440         JRNL-TIME ' '                  DELIMITED SIZE
006450         JRNL-TELLER-ID ' '             DELIMITED SIZE
006460         'RE-KEY FROM SOURCE DOCUMENT'  DELIMITED SIZE
006470         INTO WS-REPORT-LINE
006480     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
006490     WRITE FD-REPORT-LINE.
006500 4600-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540*  5000-PROVE-MASTER - RE-SUM THE REBUILT MASTER AND PROVE  *
006550*  IT AGAINST THE EOD CARRY-FORWARD PLUS EVERYTHING POSTED  *
006560*  SINCE THAT EOD RUN                                       *
006570*----------------------------------------------------------*
006580 5000-PROVE-MASTER.
006590     MOVE ZERO TO FD-ACCT-NUMBER
006600     START ACCT-MASTER-FILE KEY NOT LESS THAN FD-ACCT-NUMBER
006610         INVALID KEY
006620             MOVE 'Y' TO WS-ACCT-EOF-SW
006630     END-START
006640     PERFORM 5100-SUM-ACCOUNT THRU 5100-EXIT
006650         UNTIL ACCT-MASTER-EOF
006660     COMPUTE WS-EXPECTED-TOTAL = WS-EOD-TOTAL + WS-POST-EOD-NET
006670     COMPUTE WS-VARIANCE = WS-MASTER-TOTAL - WS-EXPECTED-TOTAL
006680     IF WS-VARIANCE NOT = ZERO
006690         MOVE 8 TO RETURN-CODE
006700     END-IF.
006710 5000-EXIT.
006720     EXIT.
006730
006740 5100-SUM-ACCOUNT.
006750     READ ACCT-MASTER-FILE NEXT
006760         AT END
006770             MOVE 'Y' TO WS-ACCT-EOF-SW
006780             GO TO 5100-EXIT
006790     END-READ
006800     ADD 1 TO WS-MASTER-COUNT
006810     ADD ACCT-BALANCE TO WS-MASTER-TOTAL.
006820 5100-EXIT.
006830     EXIT.
006840
006850*----------------------------------------------------------*
006860*  6000-TERMINATE - PRINT THE REPLAY COUNTS AND THE PROOF,  *
006870*  CLOSE FILES                                              *
006880*----------------------------------------------------------*
006890 6000-TERMINATE.
006900     IF WS-RPT-FILE-STATUS = '00'
006910         PERFORM 6100-WRITE-TOTALS THRU 6100-EXIT
006920     END-IF
006930     CLOSE ACCT-SNAP-FILE
006940     CLOSE ACCT-MASTER-FILE
006950     CLOSE ARCHIVE-FILE
006960     CLOSE JOURNAL-FILE
006970     CLOSE REPORT-FILE
006980     DISPLAY 'BNKRCV - SNAPSHOT DATE ..... ' WS-SNAP-DATE
006990     DISPLAY 'BNKRCV - ACCOUNTS RESTORED . ' WS-SNAP-READ
007000     DISPLAY 'BNKRCV - JOURNAL READ ...... ' WS-JOURNAL-READ
007010     DISPLAY 'BNKRCV - POSTINGS APPLIED .. ' WS-POSTINGS-APPLIED
007020     DISPLAY 'BNKRCV - STATUS APPLIED .... ' WS-STATUS-APPLIED
007030     DISPLAY 'BNKRCV - RE-KEY ITEMS ...... ' WS-REKEY-COUNT
007040     IF REPLAY-BROKEN
007050         DISPLAY 'BNKRCV - *** REPLAY BROKEN - SEE RPTOUT ***'
007060     END-IF
007070     IF RETURN-CODE = 8
007080         DISPLAY 'BNKRCV - *** REBUILT MASTER NOT PROVEN - '
007090             'SEE RPTOUT ***'
007100     END-IF.
007110 6000-EXIT.
007120     EXIT.
007130
007140 6100-WRITE-TOTALS.
007150     MOVE SPACES TO FD-REPORT-LINE
007160     WRITE FD-REPORT-LINE
007170     MOVE WS-JOURNAL-READ TO WS-COUNT-DISP
007180     MOVE SPACES TO WS-REPORT-LINE
007190     STRING 'JOURNAL RECORDS READ ...... ' WS-COUNT-DISP
007200         DELIMITED SIZE INTO WS-REPORT-LINE
007210     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007220     WRITE FD-REPORT-LINE
007230     MOVE WS-JOURNAL-SKIPPED TO WS-COUNT-DISP
007240     MOVE SPACES TO WS-REPORT-LINE
007250     STRING 'ALREADY IN SNAPSHOT ....... ' WS-COUNT-DISP
007260         DELIMITED SIZE INTO WS-REPORT-LINE
007270     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007280     WRITE FD-REPORT-LINE
007290     MOVE WS-POSTINGS-APPLIED TO WS-COUNT-DISP
007300     MOVE SPACES TO WS-REPORT-LINE
007310     STRING 'POSTINGS RE-APPLIED ....... ' WS-COUNT-DISP
007320         DELIMITED SIZE INTO WS-REPORT-LINE
007330     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007340     WRITE FD-REPORT-LINE
007350     MOVE WS-STATUS-APPLIED TO WS-COUNT-DISP
007360     MOVE SPACES TO WS-REPORT-LINE
007370     STRING 'STATUS CHANGES RE-APPLIED . ' WS-COUNT-DISP
007380         DELIMITED SIZE INTO WS-REPORT-LINE
007390     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007400     WRITE FD-REPORT-LINE
007410     MOVE WS-ACCOUNTS-CREATED TO WS-COUNT-DISP
007420     MOVE SPACES TO WS-REPORT-LINE
007430     STRING 'ACCOUNTS RE-CREATED ....... ' WS-COUNT-DISP
007440         DELIMITED SIZE INTO WS-REPORT-LINE
007450     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007460     WRITE FD-REPORT-LINE
007470     MOVE WS-OTHER-RECORDS TO WS-COUNT-DISP
007480     MOVE SPACES TO WS-REPORT-LINE
007490     STRING 'NOT AN ACCOUNT MOVEMENT ... ' WS-COUNT-DISP
007500         DELIMITED SIZE INTO WS-REPORT-LINE
007510     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007520     WRITE FD-REPORT-LINE
007530     MOVE WS-REKEY-COUNT TO WS-COUNT-DISP
007540     MOVE SPACES TO WS-REPORT-LINE
007550     STRING 'ITEMS TO RE-KEY ........... ' WS-COUNT-DISP
007560         DELIMITED SIZE INTO WS-REPORT-LINE
007570     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007580     WRITE FD-REPORT-LINE
007590     IF REPLAY-BROKEN OR RETURN-CODE > 8
007600         GO TO 6100-EXIT
007610     END-IF
007620     MOVE SPACES TO FD-REPORT-LINE
007630     WRITE FD-REPORT-LINE
007640     MOVE WS-EOD-TOTAL TO WS-BIG-AMT-DISP
007650     MOVE SPACES TO WS-REPORT-LINE
007660     STRING 'EOD CARRY-FORWARD ' WS-EOD-DATE ' . ' WS-BIG-AMT-DISP
007670         DELIMITED SIZE INTO WS-REPORT-LINE
007680     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007690     WRITE FD-REPORT-LINE
007700     MOVE WS-POST-EOD-NET TO WS-BIG-AMT-DISP
007710     MOVE SPACES TO WS-REPORT-LINE
007720     STRING 'NET POSTED SINCE THAT EOD . ' '         '
007730         WS-BIG-AMT-DISP
007740         DELIMITED SIZE INTO WS-REPORT-LINE
007750     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007760     WRITE FD-REPORT-LINE
007770     MOVE WS-EXPECTED-TOTAL TO WS-BIG-AMT-DISP
007780     MOVE SPACES TO WS-REPORT-LINE
007790     STRING 'EXPECTED MASTER TOTAL ..... ' '         '
007800         WS-BIG-AMT-DISP
007810         DELIMITED SIZE INTO WS-REPORT-LINE
007820     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007830     WRITE FD-REPORT-LINE
007840     MOVE WS-MASTER-COUNT TO WS-COUNT-DISP
007850     MOVE WS-MASTER-TOTAL TO WS-BIG-AMT-DISP
007860     MOVE SPACES TO WS-REPORT-LINE
007870     STRING 'REBUILT MASTER ............ ' WS-COUNT-DISP
007880         '  ' WS-BIG-AMT-DISP
007890         DELIMITED SIZE INTO WS-REPORT-LINE
007900     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007910     WRITE FD-REPORT-LINE
007920     MOVE WS-VARIANCE TO WS-BIG-AMT-DISP
007930     MOVE SPACES TO WS-REPORT-LINE
007940     STRING 'VARIANCE .................. ' '         '
007950         WS-BIG-AMT-DISP
007960         DELIMITED SIZE INTO WS-REPORT-LINE
007970     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
007980     WRITE FD-REPORT-LINE
007990     MOVE SPACES TO WS-REPORT-LINE
008000     IF WS-VARIANCE = ZERO
008010         STRING '*** REBUILT MASTER PROVEN AGAINST THE EOD '
008020             'CARRY-FORWARD ***'
008030             DELIMITED SIZE INTO WS-REPORT-LINE
008040     ELSE
008050         STRING '*** REBUILT MASTER NOT PROVEN - DO NOT OPEN THE '
008060             'ONLINE REGION ***'
008070             DELIMITED SIZE INTO WS-REPORT-LINE
008080     END-IF
008090     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
008100     WRITE FD-REPORT-LINE.
008110 6100-EXIT.
008120     EXIT.
