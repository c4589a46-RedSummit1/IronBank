000284*                     TYPE POSTED BY BANKING.                   *
000285*   09/02/2026  OSG   SPELL OUT THE DORMANCY TYPES (DRMT/RACT)  *
000286*                     POSTED BY BNKDRM AND ACCTMNT.             *
000287*   10/15/2026  OSG   SPELL OUT THE INWARD RETURN (RTRN) TYPE   *
000288*                     POSTED BY BNKRTN.                         *
000289*   10/15/2026  OSG   SPELL OUT THE STOP-PAYMENT AND CHEQUE     *
000290*                     BOOK TYPES (STPP/STPL/CHQI) WRITTEN BY    *
000291*                     CHQMNT.                                   *
000292*   10/15/2026  OSG   SPELL OUT THE TERM DEPOSIT TYPES (TDPL/   *
000293*                     TDIP/TDMP/TDRO/TDPN) WRITTEN BY TDMNT     *
000294*                     AND BNKTDM.  THE NIGHTLY TDIA ACCRUAL     *
000295*                     MOVES NO BALANCE AND IS LEFT OFF THE      *
000296*                     STATEMENT.                                *
000297*   10/15/2026  OSG   SPELL OUT THE MONTHLY SERVICE CHARGES     *
000298*                     (FEEM/FEEI/FEEB) POSTED BY BNKFEE, ONE    *
000299*                     STATEMENT LINE PER FEE.                   *
000300*   10/15/2026  OSG   SPELL OUT THE OVERDRAFT COVER SWEEP TYPES *
000301*                     (SWDR/SWCR) AND THE COVER SET AND REMOVED *
000302*                     TYPES (COVS/COVX) WRITTEN BY ACCTMNT.     *
000303*   10/15/2026  OSG   SPELL OUT THE DUAL CONTROL APPROVAL TYPE  *
000304*                     (MKCK) WRITTEN BY PCHGMNT WITH AN         *
000305*                     APPROVED MAINTENANCE CHANGE.              *
000306*                                                               *
000307*****************************************************************
000308 ENVIRONMENT DIVISION.
000309 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ACCT-MASTER-FILE  ASSIGN TO ACCTMSTR
000330         ORGANIZATION IS INDEXED
002470*  5100-PRINT-POSTING - ONE DETAIL LINE PER POSTING         *
002480*----------------------------------------------------------*
002490 5100-PRINT-POSTING.
002491*    THE DAILY TERM DEPOSIT ACCRUAL MOVES NO BALANCE - THE
002492*    CUSTOMER SEES THE INTEREST WHEN IT IS PAID (TDIP)
002493     IF HIST-TRAN-TYPE = 'TDIA'
002494         GO TO 5100-NEXT
002495     END-IF
002500     IF WS-POSTING-COUNT = ZERO
002510         MOVE HIST-BALANCE-BEFORE TO WS-OPENING-BALANCE
002520     END-IF
002590     MOVE HIST-AMOUNT        TO DTL-AMOUNT
002600     MOVE HIST-BALANCE-AFTER TO DTL-BALANCE
002610     MOVE WS-DETAIL-LINE     TO FD-STMT-LINE
002620     WRITE FD-STMT-LINE.
002625 5100-NEXT.
002630     PERFORM 5200-READ-HISTORY THRU 5200-EXIT.
002640 5100-EXIT.
002650     EXIT.
002850     EVALUATE HIST-TRAN-TYPE
002860         WHEN 'DEP '
002870             MOVE 'DEPOSIT       ' TO WS-TRAN-DESC
002873         WHEN 'RTRN'
002876             MOVE 'PAYMT RETURNED' TO WS-TRAN-DESC
002880         WHEN 'WD  '
002890             MOVE 'WITHDRAWAL    ' TO WS-TRAN-DESC
002891         WHEN 'TDPL'
002892             MOVE 'TD PLACED     ' TO WS-TRAN-DESC
002893         WHEN 'TDIP'
002894             MOVE 'TD INTEREST   ' TO WS-TRAN-DESC
002895         WHEN 'TDMP'
002896             MOVE 'TD REPAID     ' TO WS-TRAN-DESC
002897         WHEN 'TDRO'
002898             MOVE 'TD ROLLED OVER' TO WS-TRAN-DESC
002900         WHEN 'XFDR'
002910             MOVE 'TRANSFER OUT  ' TO WS-TRAN-DESC
002920         WHEN 'XFCR'
002930             MOVE 'TRANSFER IN   ' TO WS-TRAN-DESC
002932         WHEN 'SWDR'
002934             MOVE 'COVER SWEEP DR' TO WS-TRAN-DESC
002936         WHEN 'SWCR'
002938             MOVE 'COVER SWEEP CR' TO WS-TRAN-DESC
002940         WHEN 'ODFE'
002950             MOVE 'OVERDRAFT FEE ' TO WS-TRAN-DESC
002951         WHEN 'FEEM'
002952             MOVE 'MONTHLY FEE   ' TO WS-TRAN-DESC
002953         WHEN 'FEEI'
002954             MOVE 'ITEM CHARGES  ' TO WS-TRAN-DESC
002955         WHEN 'FEEB'
002956             MOVE 'LOW BAL FEE   ' TO WS-TRAN-DESC
002957         WHEN 'TDPN'
002958             MOVE 'TD BREAK PNLTY' TO WS-TRAN-DESC
002960         WHEN 'INT '
002970             MOVE 'INTEREST      ' TO WS-TRAN-DESC
002972         WHEN 'DINT'
003010             MOVE 'ACCOUNT CLOSED' TO WS-TRAN-DESC
003020         WHEN 'AMD '
003030             MOVE 'ACCT AMENDMENT' TO WS-TRAN-DESC
003031         WHEN 'COVS'
003032             MOVE 'COVER ACCT SET' TO WS-TRAN-DESC
003033         WHEN 'COVX'
003034             MOVE 'COVER REMOVED ' TO WS-TRAN-DESC
003035         WHEN 'MKCK'
003036             MOVE 'DUAL APPROVAL ' TO WS-TRAN-DESC
003040         WHEN 'FRZ '
003050             MOVE 'ACCOUNT FROZEN' TO WS-TRAN-DESC
003051         WHEN 'STPP'
003052             MOVE 'STOP PLACED   ' TO WS-TRAN-DESC
003053         WHEN 'STPL'
003054             MOVE 'STOP LIFTED   ' TO WS-TRAN-DESC
003055         WHEN 'CHQI'
003056             MOVE 'CHEQUES ISSUED' TO WS-TRAN-DESC
003060         WHEN 'UFRZ'
003070             MOVE 'ACCT UNFROZEN ' TO WS-TRAN-DESC
003072         WHEN 'OVRD'
