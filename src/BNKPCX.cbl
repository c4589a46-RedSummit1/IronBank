000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKPCX.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K P C X  -  P E N D I N G   C H A N G E   E X P I R Y   *
000100*                                                               *
000110*   PURPOSE.  CLOSES THE DAY ON THE PENDING CHANGE QUEUE.  A    *
000120*   SENSITIVE MAINTENANCE CHANGE RAISED IN ACCTMNT OR TELLMNT   *
000130*   (OVERDRAFT LIMIT RAISED OR OVERDRAFT TURNED ON, UNFREEZE,   *
000140*   DORMANT REACTIVATION, TELLER AUTH LIMIT RAISED) WAITS ON    *
000150*   PENDCHG UNTIL A SECOND SUPERVISOR APPROVES OR DECLINES IT   *
000160*   THROUGH PCHGMNT.  ANY CHANGE STILL PENDING WHEN THIS STEP   *
000170*   RUNS IS MARKED EXPIRED - THE MASTER WAS NEVER TOUCHED, SO   *
000180*   NOTHING IS BACKED OUT - AND THE MAKER MUST RAISE IT AGAIN.  *
000190*                                                               *
000200*   THE REPORT LISTS EVERY CHANGE DECIDED OR EXPIRED ON THE     *
000210*   BUSINESS DAY IN CHANGE NUMBER ORDER WITH THE MAKER, THE     *
000220*   CHECKER, THE BEFORE AND AFTER VALUES AND THE OUTCOME, SO    *
000230*   THE BRANCH SEES WHAT WAS LEFT OUTSTANDING.  ENTRIES DECIDED *
000240*   ON AN EARLIER DAY HAVE ALREADY BEEN LISTED AND ARE DELETED, *
000250*   FREEING THEIR CHANGE NUMBERS.  APPROVED CHANGES ARE ALSO ON *
000260*   THE JOURNAL AS AN MKCK RECORD BESIDE THE CHANGE ITSELF.     *
000270*   RUN NIGHTLY ONCE THE ONLINE REGION IS CLOSED AND BEFORE     *
000280*   BNKDRL - SEE BNKPCX JCL.                                    *
000290*                                                               *
000300*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.        *
000310*   COMPLETION IS RECORDED ON BDCTL - BNKDRL WILL NOT ROLL THE  *
000320*   DATE UNTIL IT IS SET - AND A RERUN OF A COMPLETED STEP IS   *
000330*   REFUSED UNLESS PARM FORCE IS SUPPLIED.                      *
000340*                                                               *
000350*   MODIFICATION HISTORY.                                       *
000360*   10/15/2026  OSG   INITIAL VERSION.                          *
000370*                                                               *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WS-BDC-FILE-STATUS.
000460
000470     SELECT PEND-CHANGE-FILE  ASSIGN TO PENDCHG
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS PCHG-NUMBER
000510         FILE STATUS IS WS-PCHG-FILE-STATUS.
000520
000530     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-RPT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CTL-DATE-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 40 CHARACTERS.
000630 01  FD-BDC-RECORD.
000640     COPY BDCREC.
000650
000660 FD  PEND-CHANGE-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 140 CHARACTERS.
000690 01  FD-PCHG-RECORD.
000700     COPY PCHGREC.
000710
000720 FD  REPORT-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 132 CHARACTERS.
000750 01  FD-REPORT-LINE               PIC X(132).
000760
000770 WORKING-STORAGE SECTION.
000780 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
000790 77  WS-PCHG-FILE-STATUS       PIC X(02) VALUE SPACES.
000800 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
000810
000820 01  WS-SWITCHES.
000830     05  WS-PCHG-EOF-SW        PIC X(01) VALUE 'N'.
000840         88  PCHG-FILE-EOF     VALUE 'Y'.
000850     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
000860         88  FORCE-RERUN       VALUE 'Y'.
000870     05  WS-NO-QUEUE-SW        PIC X(01) VALUE 'N'.
000880         88  NO-QUEUE-FILE     VALUE 'Y'.
000890
000900 01  WS-COUNTERS.
000910     05  WS-CHANGES-READ       PIC 9(07) COMP-3 VALUE ZERO.
000920     05  WS-CHANGES-EXPIRED    PIC 9(07) COMP-3 VALUE ZERO.
000930     05  WS-CHANGES-APPROVED   PIC 9(07) COMP-3 VALUE ZERO.
000940     05  WS-CHANGES-DECLINED   PIC 9(07) COMP-3 VALUE ZERO.
000950     05  WS-CHANGES-PURGED     PIC 9(07) COMP-3 VALUE ZERO.
000960
000970 01  WS-CURRENT-DATE-TIME      PIC X(21).
000980 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000990 01  WS-OUTCOME                PIC X(10).
001000
001010 01  WS-EDIT-FIELDS.
001020     05  WS-BEFORE-DISP        PIC -(10).99.
001030     05  WS-AFTER-DISP         PIC -(10).99.
001040     05  WS-COUNT-DISP         PIC ZZZZZZ9.
001050
001060 01  WS-REPORT-LINE            PIC X(132).
001070
001080 LINKAGE SECTION.
001090 01  WS-PARM-INFO.
001100     05  WS-PARM-LEN           PIC S9(04) COMP.
001110     05  WS-PARM-OPTION        PIC X(05).
001120
001130 PROCEDURE DIVISION USING WS-PARM-INFO.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001160     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001170         UNTIL PCHG-FILE-EOF
001180     PERFORM 3000-TERMINATE THRU 3000-EXIT
001190     STOP RUN.
001200
001210*----------------------------------------------------------*
001220*  1000-INITIALIZE - READ THE BUSINESS DATE, OPEN FILES AND *
001230*  PRINT THE REPORT HEADING                                 *
001240*----------------------------------------------------------*
001250 1000-INITIALIZE.
001260     IF WS-PARM-LEN >= 5
001270         AND WS-PARM-OPTION = 'FORCE'
001280         MOVE 'Y' TO WS-FORCE-SW
001290     END-IF
001300     OPEN I-O CTL-DATE-FILE
001310     IF WS-BDC-FILE-STATUS NOT = '00'
001320         DISPLAY 'BNKPCX - BDCTL OPEN FAILED, STATUS = '
001330             WS-BDC-FILE-STATUS
001340         MOVE 'Y' TO WS-PCHG-EOF-SW
001350         MOVE 16 TO RETURN-CODE
001360         GO TO 1000-EXIT
001370     END-IF
001380     READ CTL-DATE-FILE
001390         AT END
001400             DISPLAY 'BNKPCX - BDCTL EMPTY - SEED IT WITH '
001410                 'BNKDRL PARM INITYYYYMMDD'
001420             MOVE 'Y' TO WS-PCHG-EOF-SW
001430             MOVE 16 TO RETURN-CODE
001440             GO TO 1000-EXIT
001450     END-READ
001460     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
001470     IF BDC-PCX-DONE AND NOT FORCE-RERUN
001480         DISPLAY 'BNKPCX - ALREADY COMPLETE FOR ' WS-RUN-DATE
001490             ' - SUPPLY PARM FORCE TO RERUN'
001500         MOVE 'Y' TO WS-PCHG-EOF-SW
001510         MOVE 16 TO RETURN-CODE
001520         GO TO 1000-EXIT
001530     END-IF
001540     OPEN OUTPUT REPORT-FILE
001550     IF WS-RPT-FILE-STATUS NOT = '00'
001560         DISPLAY 'BNKPCX - RPTOUT OPEN FAILED, STATUS = '
001570             WS-RPT-FILE-STATUS
001580         MOVE 'Y' TO WS-PCHG-EOF-SW
001590         MOVE 16 TO RETURN-CODE
001600         GO TO 1000-EXIT
001610     END-IF
001620     MOVE SPACES TO WS-REPORT-LINE
001630     STRING
001640         'IRON BANK OF BRAAVOS - PENDING CHANGES DECIDED '
001650             DELIMITED SIZE
001660         'AND EXPIRED - '                DELIMITED SIZE
001670         WS-RUN-DATE                     DELIMITED SIZE
001680         INTO WS-REPORT-LINE
001690     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
001700     WRITE FD-REPORT-LINE
001710     MOVE SPACES TO WS-REPORT-LINE
001720     STRING
001730         '  NO.  TYPE TARGET   MAKER    RAISED   TIME   '
001740             DELIMITED SIZE
001750         ' LIMIT BEFORE   LIMIT AFTER OD  ST  CHECKER  OUTCOME'
001760             DELIMITED SIZE
001770         INTO WS-REPORT-LINE
001780     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
001790     WRITE FD-REPORT-LINE
001800     OPEN I-O PEND-CHANGE-FILE
001810*    A FRESHLY-DEFINED, NEVER-LOADED KSDS OPENS WITH STATUS 35
001820*    WHEN NO CHANGE HAS EVER BEEN QUEUED - AN EMPTY RUN, NOT AN
001830*    ERROR
001840     IF WS-PCHG-FILE-STATUS = '35'
001850         DISPLAY 'BNKPCX - NO CHANGES ON THE QUEUE'
001860         MOVE 'Y' TO WS-NO-QUEUE-SW
001870         MOVE 'Y' TO WS-PCHG-EOF-SW
001880         GO TO 1000-EXIT
001890     END-IF
001900     IF WS-PCHG-FILE-STATUS NOT = '00'
001910         DISPLAY 'BNKPCX - PENDCHG OPEN FAILED, STATUS = '
001920             WS-PCHG-FILE-STATUS
001930         MOVE 'Y' TO WS-PCHG-EOF-SW
001940         MOVE 16 TO RETURN-CODE
001950         GO TO 1000-EXIT
001960     END-IF
001970     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000
002010 2100-READ-CHANGE.
002020     READ PEND-CHANGE-FILE
002030         AT END
002040             MOVE 'Y' TO WS-PCHG-EOF-SW
002050     END-READ.
002060 2100-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------*
002100*  2000-PROCESS-CHANGE - EXPIRE A CHANGE STILL PENDING,     *
002110*  LIST EVERY CHANGE DECIDED TODAY AND DELETE THOSE         *
002120*  ALREADY LISTED ON AN EARLIER NIGHT                       *
002130*----------------------------------------------------------*
002140 2000-PROCESS-CHANGE.
002150     ADD 1 TO WS-CHANGES-READ
002160     IF PCHG-IS-PENDING
002170         PERFORM 2200-EXPIRE-CHANGE THRU 2200-EXIT
002180         GO TO 2000-NEXT
002190     END-IF
002200     IF PCHG-DECIDED-DATE < WS-RUN-DATE
002210         PERFORM 2300-PURGE-CHANGE THRU 2300-EXIT
002220         GO TO 2000-NEXT
002230     END-IF
002240     EVALUATE TRUE
002250         WHEN PCHG-IS-APPROVED
002260             MOVE 'APPROVED' TO WS-OUTCOME
002270             ADD 1 TO WS-CHANGES-APPROVED
002280         WHEN PCHG-IS-DECLINED
002290             MOVE 'DECLINED' TO WS-OUTCOME
002300             ADD 1 TO WS-CHANGES-DECLINED
002310         WHEN PCHG-IS-EXPIRED
002320             MOVE 'EXPIRED' TO WS-OUTCOME
002330             ADD 1 TO WS-CHANGES-EXPIRED
002340         WHEN OTHER
002350             MOVE PCHG-STATUS TO WS-OUTCOME
002360     END-EVALUATE
002370     PERFORM 2400-PRINT-CHANGE THRU 2400-EXIT.
002380 2000-NEXT.
002390     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
002400 2000-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------*
002440*  2200-EXPIRE-CHANGE - NO SECOND SUPERVISOR ACTED ON THE   *
002450*  CHANGE BEFORE THE END OF THE DAY.  THE CHECKER IS LEFT   *
002460*  BLANK - NOBODY DECIDED IT                                *
002470*----------------------------------------------------------*
002480 2200-EXPIRE-CHANGE.
002490     MOVE 'X' TO PCHG-STATUS
002500     MOVE SPACES TO PCHG-CHECKER-ID
002510     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
002520     MOVE WS-RUN-DATE TO PCHG-DECIDED-DATE
002530     MOVE WS-CURRENT-DATE-TIME(9:6) TO PCHG-DECIDED-TIME
002540     REWRITE FD-PCHG-RECORD
002550     IF WS-PCHG-FILE-STATUS NOT = '00'
002560         DISPLAY 'BNKPCX - PENDCHG REWRITE FAILED FOR CHANGE '
002570             PCHG-NUMBER ' STATUS = ' WS-PCHG-FILE-STATUS
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 2200-EXIT
002600     END-IF
002610     ADD 1 TO WS-CHANGES-EXPIRED
002620     MOVE 'EXPIRED' TO WS-OUTCOME
002630     PERFORM 2400-PRINT-CHANGE THRU 2400-EXIT.
002640 2200-EXIT.
002650     EXIT.
002660
002670 2300-PURGE-CHANGE.
002680     DELETE PEND-CHANGE-FILE RECORD
002690     IF WS-PCHG-FILE-STATUS NOT = '00'
002700         DISPLAY 'BNKPCX - PENDCHG DELETE FAILED FOR CHANGE '
002710             PCHG-NUMBER ' STATUS = ' WS-PCHG-FILE-STATUS
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 2300-EXIT
002740     END-IF
002750     ADD 1 TO WS-CHANGES-PURGED.
002760 2300-EXIT.
002770     EXIT.
002780
002790 2400-PRINT-CHANGE.
002800     MOVE PCHG-BEF-LIMIT TO WS-BEFORE-DISP
002810     MOVE PCHG-AFT-LIMIT TO WS-AFTER-DISP
002820     MOVE SPACES TO WS-REPORT-LINE
002830     STRING
002840         '  ' PCHG-NUMBER ' '            DELIMITED SIZE
002850         PCHG-TYPE ' '                   DELIMITED SIZE
002860         PCHG-TARGET ' '                 DELIMITED SIZE
002870         PCHG-MAKER-ID ' '               DELIMITED SIZE
002880         PCHG-RAISED-DATE ' '            DELIMITED SIZE
002890         PCHG-RAISED-TIME ' '            DELIMITED SIZE
002900         WS-BEFORE-DISP ' '              DELIMITED SIZE
002910         WS-AFTER-DISP ' '               DELIMITED SIZE
002920         PCHG-BEF-OD-ALLOWED '>'         DELIMITED SIZE
002930         PCHG-AFT-OD-ALLOWED ' '         DELIMITED SIZE
002940         PCHG-BEF-STATUS '>'             DELIMITED SIZE
002950         PCHG-AFT-STATUS '  '            DELIMITED SIZE
002960         PCHG-CHECKER-ID ' '             DELIMITED SIZE
002970         WS-OUTCOME                      DELIMITED SIZE
002980         INTO WS-REPORT-LINE
002990     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003000     WRITE FD-REPORT-LINE
003010     IF PCHG-BEF-NAME NOT = PCHG-AFT-NAME
003020         MOVE SPACES TO WS-REPORT-LINE
003030         STRING
003040             '       NAME ' PCHG-BEF-NAME  DELIMITED SIZE
003050             ' > ' PCHG-AFT-NAME           DELIMITED SIZE
003060             INTO WS-REPORT-LINE
003070         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003080         WRITE FD-REPORT-LINE
003090     END-IF.
003100 2400-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  3000-TERMINATE - PRINT THE TOTALS, RECORD COMPLETION AND *
003150*  CLOSE FILES                                              *
003160*----------------------------------------------------------*
003170 3000-TERMINATE.
003180     IF RETURN-CODE = 16
003190         GO TO 3000-CLOSE
003200     END-IF
003210     MOVE SPACES TO WS-REPORT-LINE
003220     IF NO-QUEUE-FILE
003230         MOVE '  NO CHANGES ON THE QUEUE' TO WS-REPORT-LINE
003240     END-IF
003250     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003260     WRITE FD-REPORT-LINE
003270     MOVE SPACES TO WS-REPORT-LINE
003280     MOVE WS-CHANGES-EXPIRED TO WS-COUNT-DISP
003290     STRING '  EXPIRED ......... ' DELIMITED SIZE
003300         WS-COUNT-DISP              DELIMITED SIZE
003310         INTO WS-REPORT-LINE
003320     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003330     WRITE FD-REPORT-LINE
003340     MOVE SPACES TO WS-REPORT-LINE
003350     MOVE WS-CHANGES-APPROVED TO WS-COUNT-DISP
003360     STRING '  APPROVED ........ ' DELIMITED SIZE
003370         WS-COUNT-DISP              DELIMITED SIZE
003380         INTO WS-REPORT-LINE
003390     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003400     WRITE FD-REPORT-LINE
003410     MOVE SPACES TO WS-REPORT-LINE
003420     MOVE WS-CHANGES-DECLINED TO WS-COUNT-DISP
003430     STRING '  DECLINED ........ ' DELIMITED SIZE
003440         WS-COUNT-DISP              DELIMITED SIZE
003450         INTO WS-REPORT-LINE
003460     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003470     WRITE FD-REPORT-LINE
003480     IF RETURN-CODE = ZERO
003490         MOVE 'C' TO BDC-PCX-STATUS
003500         REWRITE FD-BDC-RECORD
003510         IF WS-BDC-FILE-STATUS NOT = '00'
003520             DISPLAY 'BNKPCX - BDCTL REWRITE FAILED, STATUS = '
003530                 WS-BDC-FILE-STATUS
003540             MOVE 16 TO RETURN-CODE
003550         END-IF
003560     END-IF
003570     IF NOT NO-QUEUE-FILE
003580         CLOSE PEND-CHANGE-FILE
003590     END-IF
003600     CLOSE REPORT-FILE.
003610 3000-CLOSE.
003620     CLOSE CTL-DATE-FILE
003630     DISPLAY 'BNKPCX - CHANGES READ ...... ' WS-CHANGES-READ
003640     DISPLAY 'BNKPCX - CHANGES EXPIRED ... ' WS-CHANGES-EXPIRED
003650     DISPLAY 'BNKPCX - CHANGES APPROVED .. ' WS-CHANGES-APPROVED
003660     DISPLAY 'BNKPCX - CHANGES DECLINED .. ' WS-CHANGES-DECLINED
003670     DISPLAY 'BNKPCX - CHANGES PURGED .... ' WS-CHANGES-PURGED.
003680 3000-EXIT.
003690     EXIT.
