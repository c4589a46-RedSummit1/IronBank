000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BNKSEC.
000030 AUTHOR.        OPERATIONS SUPPORT GROUP.
000040 INSTALLATION.  IRON BANK OF BRAAVOS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090*   B N K S E C  -  S E C U R I T Y   V I O L A T I O N S       *
000100*                                                               *
000110*   PURPOSE.  THE BRANCH MANAGER'S NIGHTLY SECURITY VIOLATION   *
000120*   REPORT.  EVERY ONLINE PROGRAM WRITES A SECURITY LOG RECORD  *
000130*   (SECLOG) AT SIGN-ON FOR A WRONG PIN, FOR THE LOCKOUT THAT   *
000140*   FOLLOWS THE LAST PERMITTED WRONG PIN, FOR AN UNKNOWN TELLER *
000150*   ID, AND FOR ANY SIGN-ON TO AN INACTIVE OR LOCKED ID.  EVERY *
000160*   RECORD DATED ON OR BEFORE THE BUSINESS DATE IS LISTED BY    *
000170*   TELLER ID, TERMINAL AND TIME WITH A COUNT PER TELLER ID AND *
000180*   A TOTAL PER KIND OF VIOLATION, AND IS COPIED TO THE DATED   *
000190*   ARCHIVE (SECARCH).  A RECORD DATED AFTER THE BUSINESS DATE  *
000200*   (AFTER MIDNIGHT) IS CARRIED FORWARD TO SECNEW, WHICH THE    *
000210*   JOB SWAPS IN AS THE NEXT DAY'S SECURITY LOG - THE SAME CUT  *
000220*   AS BNKJAR MAKES OF THE JOURNAL.                             *
000230*                                                               *
000240*   THE REPORT IS SORTED IN STORAGE.  A FULL TABLE PRINTS AN    *
000250*   INCOMPLETE-REPORT WARNING AND ENDS THE RUN RC 4 - EVERY     *
000260*   RECORD IS STILL ARCHIVED.  RUN NIGHTLY ONCE THE ONLINE      *
000270*   REGION IS CLOSED AND BEFORE BNKDRL - SEE BNKSEC JCL.        *
000280*                                                               *
000290*   THE BUSINESS DATE COMES FROM THE BDCTL CONTROL FILE.        *
000300*   COMPLETION IS RECORDED ON BDCTL - BNKDRL WILL NOT ROLL THE  *
000310*   DATE UNTIL IT IS SET - AND A RERUN OF A COMPLETED STEP IS   *
000320*   REFUSED UNLESS PARM FORCE IS SUPPLIED.                      *
000330*                                                               *
000340*   MODIFICATION HISTORY.                                       *
000350*   10/15/2026  OSG   INITIAL VERSION.                          *
000360*                                                               *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CTL-DATE-FILE     ASSIGN TO BDCTL
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE IS SEQUENTIAL
000440         FILE STATUS IS WS-BDC-FILE-STATUS.
000450
000460     SELECT SEC-LOG-FILE      ASSIGN TO SECLOG
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-SEC-FILE-STATUS.
000500
000510     SELECT SEC-ARCH-FILE     ASSIGN TO SECARCH
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-ARCH-FILE-STATUS.
000550
000560     SELECT SEC-NEW-FILE      ASSIGN TO SECNEW
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-SNEW-FILE-STATUS.
000600
000610     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-RPT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CTL-DATE-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 40 CHARACTERS.
000710 01  FD-BDC-RECORD.
000720     COPY BDCREC.
000730
000740 FD  SEC-LOG-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 36 CHARACTERS.
000770 01  FD-SEC-RECORD.
000780     COPY SECREC.
000790
000800 FD  SEC-ARCH-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 36 CHARACTERS.
000830 01  FD-SEC-ARCH-RECORD           PIC X(36).
000840
000850 FD  SEC-NEW-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 36 CHARACTERS.
000880 01  FD-SEC-NEW-RECORD            PIC X(36).
000890
000900 FD  REPORT-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  FD-REPORT-LINE               PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960 77  WS-BDC-FILE-STATUS        PIC X(02) VALUE SPACES.
000970 77  WS-SEC-FILE-STATUS        PIC X(02) VALUE SPACES.
000980 77  WS-ARCH-FILE-STATUS       PIC X(02) VALUE SPACES.
000990 77  WS-SNEW-FILE-STATUS       PIC X(02) VALUE SPACES.
001000 77  WS-RPT-FILE-STATUS        PIC X(02) VALUE SPACES.
001010 77  WS-EV-MAX                 PIC 9(04) COMP VALUE 2000.
001020
001030 01  WS-SWITCHES.
001040     05  WS-SEC-EOF-SW         PIC X(01) VALUE 'N'.
001050         88  SEC-LOG-EOF       VALUE 'Y'.
001060     05  WS-FORCE-SW           PIC X(01) VALUE 'N'.
001070         88  FORCE-RERUN       VALUE 'Y'.
001080     05  WS-SLOT-SW            PIC X(01) VALUE 'N'.
001090         88  SLOT-FOUND        VALUE 'Y'.
001094     05  WS-NO-LOG-SW          PIC X(01) VALUE 'N'.
001098         88  NO-SEC-LOG-FILE   VALUE 'Y'.
001100
001110*    THE DAY'S VIOLATIONS IN TELLER ID / TERMINAL / DATE / TIME
001120*    ORDER.  EACH RECORD IS INSERTED IN PLACE AS IT IS READ - THE
001130*    LOG IS WRITTEN IN TIME ORDER, SO THE SEARCH FROM THE END IS
001140*    USUALLY SHORT.
001150 01  WS-EV-TABLE.
001160     05  WS-EV-COUNT           PIC 9(04) COMP VALUE ZERO.
001170     05  WS-EV-ENTRY OCCURS 2000 TIMES.
001180         10  WS-EV-KEY.
001190             15  WS-EV-TELLER  PIC X(08).
001200             15  WS-EV-TERM    PIC X(04).
001210             15  WS-EV-DATE    PIC 9(08).
001220             15  WS-EV-TIME    PIC 9(06).
001230         10  WS-EV-TRANSID     PIC X(04).
001240         10  WS-EV-EVENT       PIC X(04).
001250         10  WS-EV-FAILS       PIC 9(02).
001260
001270 01  WS-NEW-ENTRY.
001280     05  WS-NEW-KEY.
001290         10  WS-NEW-TELLER     PIC X(08).
001300         10  WS-NEW-TERM       PIC X(04).
001310         10  WS-NEW-DATE       PIC 9(08).
001320         10  WS-NEW-TIME       PIC 9(06).
001330     05  WS-NEW-TRANSID        PIC X(04).
001340     05  WS-NEW-EVENT          PIC X(04).
001350     05  WS-NEW-FAILS          PIC 9(02).
001360
001370 01  WS-TABLE-CONTROLS.
001380     05  WS-EV-IDX             PIC 9(04) COMP VALUE ZERO.
001390     05  WS-EV-NEXT            PIC 9(04) COMP VALUE ZERO.
001400
001410 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
001420 01  WS-PREV-TELLER            PIC X(08) VALUE SPACES.
001430 01  WS-EVENT-DESC             PIC X(30).
001440
001450 01  WS-COUNTERS.
001460     05  WS-SEC-RECS           PIC 9(07) COMP-3 VALUE ZERO.
001470     05  WS-RECS-ARCHIVED      PIC 9(07) COMP-3 VALUE ZERO.
001480     05  WS-RECS-CARRIED       PIC 9(07) COMP-3 VALUE ZERO.
001490     05  WS-RECS-DROPPED       PIC 9(07) COMP-3 VALUE ZERO.
001500     05  WS-TELLER-EVENTS      PIC 9(07) COMP-3 VALUE ZERO.
001510     05  WS-WRONG-PINS         PIC 9(07) COMP-3 VALUE ZERO.
001520     05  WS-LOCKOUTS           PIC 9(07) COMP-3 VALUE ZERO.
001530     05  WS-UNKNOWN-IDS        PIC 9(07) COMP-3 VALUE ZERO.
001540     05  WS-INACTIVE-SIGNONS   PIC 9(07) COMP-3 VALUE ZERO.
001550     05  WS-LOCKED-SIGNONS     PIC 9(07) COMP-3 VALUE ZERO.
001560
001570 01  WS-EDIT-FIELDS.
001580     05  WS-COUNT-DISP         PIC ZZZZZZ9.
001590
001600 01  WS-REPORT-LINE            PIC X(132).
001610
001620 LINKAGE SECTION.
001630 01  WS-PARM-INFO.
001640     05  WS-PARM-LEN           PIC S9(04) COMP.
001650     05  WS-PARM-OPTION        PIC X(05).
001660
001670 PROCEDURE DIVISION USING WS-PARM-INFO.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001700     PERFORM 2000-SPLIT-SEC-LOG THRU 2000-EXIT
001710         UNTIL SEC-LOG-EOF
001720     PERFORM 3000-PRINT-VIOLATIONS THRU 3000-EXIT
001730     PERFORM 5000-TERMINATE THRU 5000-EXIT
001740     STOP RUN.
001750
001760*----------------------------------------------------------*
001770*  1000-INITIALIZE - READ THE BUSINESS DATE, OPEN FILES AND *
001780*  PRIME THE FIRST READ                                     *
001790*----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     IF WS-PARM-LEN >= 5
001820         AND WS-PARM-OPTION = 'FORCE'
001830         MOVE 'Y' TO WS-FORCE-SW
001840     END-IF
001850     OPEN I-O CTL-DATE-FILE
001860     IF WS-BDC-FILE-STATUS NOT = '00'
001870         DISPLAY 'BNKSEC - BDCTL OPEN FAILED, STATUS = '
001880             WS-BDC-FILE-STATUS
001890         MOVE 'Y' TO WS-SEC-EOF-SW
001900         MOVE 16 TO RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF
001930     READ CTL-DATE-FILE
001940         AT END
001950             DISPLAY 'BNKSEC - BDCTL EMPTY - SEED IT WITH '
001960                 'BNKDRL PARM INITYYYYMMDD'
001970             MOVE 'Y' TO WS-SEC-EOF-SW
001980             MOVE 16 TO RETURN-CODE
001990             GO TO 1000-EXIT
002000     END-READ
002010     MOVE BDC-BUSINESS-DATE TO WS-RUN-DATE
002020     IF BDC-SEC-DONE AND NOT FORCE-RERUN
002030         DISPLAY 'BNKSEC - ALREADY COMPLETE FOR ' WS-RUN-DATE
002040             ' - SUPPLY PARM FORCE TO RERUN'
002050         MOVE 'Y' TO WS-SEC-EOF-SW
002060         MOVE 16 TO RETURN-CODE
002070         GO TO 1000-EXIT
002080     END-IF
002090     OPEN INPUT SEC-LOG-FILE
002091*    STEP020 OF THE JOB DEFINES SECLOG AFRESH EACH NIGHT AND LOADS
002092*    ONLY THE CARRIED-FORWARD RECORDS - AFTER A NIGHT WITH NONE IT
002093*    IS NEVER LOADED AND OPENS WITH STATUS 35.  AN EMPTY LOG, NOT
002094*    AN ERROR
002095     IF WS-SEC-FILE-STATUS = '35'
002096         DISPLAY 'BNKSEC - NO RECORDS ON THE SECURITY LOG'
002097         MOVE 'Y' TO WS-NO-LOG-SW
002098         MOVE 'Y' TO WS-SEC-EOF-SW
002099     END-IF
002100     IF WS-SEC-FILE-STATUS NOT = '00'
002105         AND NOT NO-SEC-LOG-FILE
002110         DISPLAY 'BNKSEC - SECLOG OPEN FAILED, STATUS = '
002120             WS-SEC-FILE-STATUS
002130         MOVE 'Y' TO WS-SEC-EOF-SW
002140         MOVE 16 TO RETURN-CODE
002150         GO TO 1000-EXIT
002160     END-IF
002170     OPEN OUTPUT SEC-ARCH-FILE
002180     IF WS-ARCH-FILE-STATUS NOT = '00'
002190         DISPLAY 'BNKSEC - SECARCH OPEN FAILED, STATUS = '
002200             WS-ARCH-FILE-STATUS
002210         MOVE 'Y' TO WS-SEC-EOF-SW
002220         MOVE 16 TO RETURN-CODE
002230         GO TO 1000-EXIT
002240     END-IF
002250     OPEN OUTPUT SEC-NEW-FILE
002260     IF WS-SNEW-FILE-STATUS NOT = '00'
002270         DISPLAY 'BNKSEC - SECNEW OPEN FAILED, STATUS = '
002280             WS-SNEW-FILE-STATUS
002290         MOVE 'Y' TO WS-SEC-EOF-SW
002300         MOVE 16 TO RETURN-CODE
002310         GO TO 1000-EXIT
002320     END-IF
002330     OPEN OUTPUT REPORT-FILE
002340     IF WS-RPT-FILE-STATUS NOT = '00'
002350         DISPLAY 'BNKSEC - RPTOUT OPEN FAILED, STATUS = '
002360             WS-RPT-FILE-STATUS
002370         MOVE 'Y' TO WS-SEC-EOF-SW
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 1000-EXIT
002400     END-IF
002405     IF NOT NO-SEC-LOG-FILE
002410         PERFORM 2100-READ-SEC-LOG THRU 2100-EXIT
002415     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------*
002460*  2000-SPLIT-SEC-LOG - ARCHIVE AND TABLE THE CLOSED DAY,   *
002470*  CARRY THE REST FORWARD TO THE NEW SECURITY LOG           *
002480*----------------------------------------------------------*
002490 2000-SPLIT-SEC-LOG.
002500     ADD 1 TO WS-SEC-RECS
002510     IF SEC-DATE <= WS-RUN-DATE
002520         WRITE FD-SEC-ARCH-RECORD FROM FD-SEC-RECORD
002530         ADD 1 TO WS-RECS-ARCHIVED
002540         PERFORM 2200-TABLE-VIOLATION THRU 2200-EXIT
002550     ELSE
002560         WRITE FD-SEC-NEW-RECORD FROM FD-SEC-RECORD
002570         ADD 1 TO WS-RECS-CARRIED
002580     END-IF
002590     PERFORM 2100-READ-SEC-LOG THRU 2100-EXIT.
002600 2000-EXIT.
002610     EXIT.
002620
002630 2100-READ-SEC-LOG.
002640     READ SEC-LOG-FILE
002650         AT END
002660             MOVE 'Y' TO WS-SEC-EOF-SW
002670     END-READ.
002680 2100-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------*
002720*  2200-TABLE-VIOLATION - INSERT ONE LOG RECORD IN TELLER   *
002730*  ID / TERMINAL / DATE / TIME ORDER, SHUFFLING LATER       *
002740*  ENTRIES DOWN ONE PLACE                                   *
002750*----------------------------------------------------------*
002760 2200-TABLE-VIOLATION.
002770     IF WS-EV-COUNT >= WS-EV-MAX
002780         ADD 1 TO WS-RECS-DROPPED
002790         GO TO 2200-EXIT
002800     END-IF
002810     MOVE SEC-TELLER-ID  TO WS-NEW-TELLER
002820     MOVE SEC-TERMINAL   TO WS-NEW-TERM
002830     MOVE SEC-DATE       TO WS-NEW-DATE
002840     MOVE SEC-TIME       TO WS-NEW-TIME
002850     MOVE SEC-TRANSID    TO WS-NEW-TRANSID
002860     MOVE SEC-EVENT      TO WS-NEW-EVENT
002870     MOVE SEC-FAIL-COUNT TO WS-NEW-FAILS
002880     MOVE WS-EV-COUNT TO WS-EV-IDX
002890     MOVE 'N' TO WS-SLOT-SW
002900     PERFORM 2210-SHIFT-ENTRY THRU 2210-EXIT
002910         UNTIL SLOT-FOUND
002920     ADD 1 TO WS-EV-IDX
002930     MOVE WS-NEW-ENTRY TO WS-EV-ENTRY(WS-EV-IDX)
002940     ADD 1 TO WS-EV-COUNT.
002950 2200-EXIT.
002960     EXIT.
002970
002980 2210-SHIFT-ENTRY.
002990     IF WS-EV-IDX = ZERO
003000         MOVE 'Y' TO WS-SLOT-SW
003010         GO TO 2210-EXIT
003020     END-IF
003030     IF WS-EV-KEY(WS-EV-IDX) NOT > WS-NEW-KEY
003040         MOVE 'Y' TO WS-SLOT-SW
003050         GO TO 2210-EXIT
003060     END-IF
003070     COMPUTE WS-EV-NEXT = WS-EV-IDX + 1
003080     MOVE WS-EV-ENTRY(WS-EV-IDX) TO WS-EV-ENTRY(WS-EV-NEXT)
003090     SUBTRACT 1 FROM WS-EV-IDX.
003100 2210-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  3000-PRINT-VIOLATIONS - LIST THE TABLE WITH A COUNT AT   *
003150*  EACH CHANGE OF TELLER ID                                 *
003160*----------------------------------------------------------*
003170 3000-PRINT-VIOLATIONS.
003180     IF RETURN-CODE NOT = ZERO
003190         GO TO 3000-EXIT
003200     END-IF
003210     MOVE SPACES TO WS-REPORT-LINE
003220     STRING
003230         'IRON BANK OF BRAAVOS - SECURITY VIOLATION REPORT - '
003240             DELIMITED SIZE
003250         WS-RUN-DATE                     DELIMITED SIZE
003260         INTO WS-REPORT-LINE
003270     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003280     WRITE FD-REPORT-LINE
003290     MOVE SPACES TO WS-REPORT-LINE
003300     STRING
003310         '  TELLER ID TERM DATE     TIME   TRAN '
003320             DELIMITED SIZE
003330         'EVENT                          FAILS'
003340             DELIMITED SIZE
003350         INTO WS-REPORT-LINE
003360     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003370     WRITE FD-REPORT-LINE
003380     MOVE SPACES TO WS-PREV-TELLER
003390     MOVE ZERO TO WS-TELLER-EVENTS
003400     MOVE 1 TO WS-EV-IDX
003410     PERFORM 3100-PRINT-ONE THRU 3100-EXIT
003420         UNTIL WS-EV-IDX > WS-EV-COUNT
003430     IF WS-EV-COUNT > ZERO
003440         PERFORM 3200-PRINT-TELLER-COUNT THRU 3200-EXIT
003450     ELSE
003460         MOVE '  NO SECURITY VIOLATIONS LOGGED' TO FD-REPORT-LINE
003470         WRITE FD-REPORT-LINE
003480         MOVE SPACES TO FD-REPORT-LINE
003490         WRITE FD-REPORT-LINE
003500     END-IF.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3100-PRINT-ONE.
003550     IF WS-EV-IDX > 1
003560         AND WS-EV-TELLER(WS-EV-IDX) NOT = WS-PREV-TELLER
003570         PERFORM 3200-PRINT-TELLER-COUNT THRU 3200-EXIT
003580     END-IF
003590     MOVE WS-EV-TELLER(WS-EV-IDX) TO WS-PREV-TELLER
003600     ADD 1 TO WS-TELLER-EVENTS
003610     EVALUATE WS-EV-EVENT(WS-EV-IDX)
003620         WHEN 'PINF'
003630             MOVE 'WRONG PIN' TO WS-EVENT-DESC
003640             ADD 1 TO WS-WRONG-PINS
003650         WHEN 'LOCK'
003660             MOVE 'LOCKED - TOO MANY WRONG PINS'
003670                 TO WS-EVENT-DESC
003680             ADD 1 TO WS-LOCKOUTS
003690         WHEN 'NOID'
003700             MOVE 'UNKNOWN TELLER ID' TO WS-EVENT-DESC
003710             ADD 1 TO WS-UNKNOWN-IDS
003720         WHEN 'INAC'
003730             MOVE 'SIGN-ON TO INACTIVE ID' TO WS-EVENT-DESC
003740             ADD 1 TO WS-INACTIVE-SIGNONS
003750         WHEN 'LKID'
003760             MOVE 'SIGN-ON TO LOCKED ID' TO WS-EVENT-DESC
003770             ADD 1 TO WS-LOCKED-SIGNONS
003780         WHEN OTHER
003790             MOVE WS-EV-EVENT(WS-EV-IDX) TO WS-EVENT-DESC
003800     END-EVALUATE
003810     MOVE SPACES TO WS-REPORT-LINE
003820     STRING
003830         '  ' WS-EV-TELLER(WS-EV-IDX) '  '  DELIMITED SIZE
003840         WS-EV-TERM(WS-EV-IDX) ' '          DELIMITED SIZE
003850         WS-EV-DATE(WS-EV-IDX) ' '          DELIMITED SIZE
003860         WS-EV-TIME(WS-EV-IDX) ' '          DELIMITED SIZE
003870         WS-EV-TRANSID(WS-EV-IDX) ' '       DELIMITED SIZE
003880         WS-EVENT-DESC ' '                  DELIMITED SIZE
003890         WS-EV-FAILS(WS-EV-IDX)             DELIMITED SIZE
003900         INTO WS-REPORT-LINE
003910     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
003920     WRITE FD-REPORT-LINE
003930     ADD 1 TO WS-EV-IDX.
003940 3100-EXIT.
003950     EXIT.
003960
003970 3200-PRINT-TELLER-COUNT.
003980     MOVE SPACES TO WS-REPORT-LINE
003990     MOVE WS-TELLER-EVENTS TO WS-COUNT-DISP
004000     STRING '    VIOLATIONS FOR ' DELIMITED SIZE
004010         WS-PREV-TELLER              DELIMITED SIZE
004020         ' ... '                     DELIMITED SIZE
004030         WS-COUNT-DISP               DELIMITED SIZE
004040         INTO WS-REPORT-LINE
004050     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004060     WRITE FD-REPORT-LINE
004070     MOVE SPACES TO FD-REPORT-LINE
004080     WRITE FD-REPORT-LINE
004090     MOVE ZERO TO WS-TELLER-EVENTS.
004100 3200-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140*  5000-TERMINATE - PRINT THE TOTALS, RECORD COMPLETION AND *
004150*  CLOSE FILES                                              *
004160*----------------------------------------------------------*
004170 5000-TERMINATE.
004180     IF RETURN-CODE NOT = ZERO
004190         GO TO 5000-CLOSE
004200     END-IF
004210     MOVE WS-WRONG-PINS TO WS-COUNT-DISP
004220     MOVE SPACES TO WS-REPORT-LINE
004230     STRING '  WRONG PINS ............. ' DELIMITED SIZE
004240         WS-COUNT-DISP                     DELIMITED SIZE
004250         INTO WS-REPORT-LINE
004260     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004270     WRITE FD-REPORT-LINE
004280     MOVE WS-LOCKOUTS TO WS-COUNT-DISP
004290     MOVE SPACES TO WS-REPORT-LINE
004300     STRING '  IDS LOCKED ............. ' DELIMITED SIZE
004310         WS-COUNT-DISP                     DELIMITED SIZE
004320         INTO WS-REPORT-LINE
004330     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004340     WRITE FD-REPORT-LINE
004350     MOVE WS-UNKNOWN-IDS TO WS-COUNT-DISP
004360     MOVE SPACES TO WS-REPORT-LINE
004370     STRING '  UNKNOWN TELLER IDS ..... ' DELIMITED SIZE
004380         WS-COUNT-DISP                     DELIMITED SIZE
004390         INTO WS-REPORT-LINE
004400     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004410     WRITE FD-REPORT-LINE
004420     MOVE WS-INACTIVE-SIGNONS TO WS-COUNT-DISP
004430     MOVE SPACES TO WS-REPORT-LINE
004440     STRING '  INACTIVE ID SIGN-ONS ... ' DELIMITED SIZE
004450         WS-COUNT-DISP                     DELIMITED SIZE
004460         INTO WS-REPORT-LINE
004470     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004480     WRITE FD-REPORT-LINE
004490     MOVE WS-LOCKED-SIGNONS TO WS-COUNT-DISP
004500     MOVE SPACES TO WS-REPORT-LINE
004510     STRING '  LOCKED ID SIGN-ONS ..... ' DELIMITED SIZE
004520         WS-COUNT-DISP                     DELIMITED SIZE
004530         INTO WS-REPORT-LINE
004540     MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004550     WRITE FD-REPORT-LINE
004560     IF WS-RECS-DROPPED > 0
004570*        A LIST MISSING VIOLATIONS MUST NOT PASS AS A CLEAN RUN
004580         MOVE SPACES TO WS-REPORT-LINE
004590         STRING
004600             '  *** VIOLATION TABLE FULL - SOME RECORDS NOT '
004610                 DELIMITED SIZE
004620             'LISTED - SEE SECARCH ***'
004630                 DELIMITED SIZE
004640             INTO WS-REPORT-LINE
004650         MOVE WS-REPORT-LINE TO FD-REPORT-LINE
004660         WRITE FD-REPORT-LINE
004670         DISPLAY 'BNKSEC - *** VIOLATION TABLE FULL - REPORT '
004680             'INCOMPLETE ***'
004690         MOVE 4 TO RETURN-CODE
004700     END-IF
004710     MOVE 'C' TO BDC-SEC-STATUS
004720     REWRITE FD-BDC-RECORD
004730     IF WS-BDC-FILE-STATUS NOT = '00'
004740         DISPLAY 'BNKSEC - BDCTL REWRITE FAILED, STATUS = '
004750             WS-BDC-FILE-STATUS
004760         MOVE 16 TO RETURN-CODE
004770     END-IF
004775     IF NOT NO-SEC-LOG-FILE
004780         CLOSE SEC-LOG-FILE
004785     END-IF
004790     CLOSE SEC-ARCH-FILE
004800     CLOSE SEC-NEW-FILE
004810     CLOSE REPORT-FILE.
004820 5000-CLOSE.
004830     CLOSE CTL-DATE-FILE
004840     DISPLAY 'BNKSEC - LOG RECS READ ..... ' WS-SEC-RECS
004850     DISPLAY 'BNKSEC - RECS ARCHIVED ..... ' WS-RECS-ARCHIVED
004860     DISPLAY 'BNKSEC - RECS CARRIED FWD .. ' WS-RECS-CARRIED
004870     DISPLAY 'BNKSEC - RECS NOT LISTED ... ' WS-RECS-DROPPED.
004880 5000-EXIT.
004890     EXIT.
