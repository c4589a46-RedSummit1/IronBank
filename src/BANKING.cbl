                         TELL-TYPE          BY WS-TELLER-TYPE-SW
                         TELL-IS-SUPERVISOR BY WS-TELLER-IS-SUPER
                         TELL-IS-TELLER     BY WS-TELLER-IS-TELLER
                         TELL-AUTH-LIMIT    BY WS-TELLER-AUTH-LIMIT
                         TELL-FAIL-COUNT    BY WS-TELLER-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TELLER-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TELLER-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TELLER-IS-LOCKED.

       01 WS-SUPERVISOR.
           COPY TELLREC
                         TELL-TYPE          BY WS-SUP-TYPE-SW
                         TELL-IS-SUPERVISOR BY WS-SUP-IS-SUPER
                         TELL-IS-TELLER     BY WS-SUP-IS-TELLER
                         TELL-AUTH-LIMIT    BY WS-SUP-AUTH-LIMIT
                         TELL-FAIL-COUNT    BY WS-SUP-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-SUP-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-SUP-LOCK-SW
                         TELL-IS-LOCKED     BY WS-SUP-IS-LOCKED.

       01 WS-CURRENT-TELLER-ID     PIC X(8).
       01 WS-TELLER-ID-STR         PIC X(8).
       01 WS-JOURNAL-RECORD.
           COPY JRNLREC.

       01 WS-SECURITY-LOG.
           COPY SECREC.

       01 WS-CURRENT-DATE-TIME     PIC X(21).

       01 WS-XFER-TO-RECORD.
                         ACCT-IS-FROZEN   BY WS-XFER-TO-IS-FROZEN
                         ACCT-IS-DORMANT  BY WS-XFER-TO-IS-DORMANT.

       01 WS-COVER-ACCT.
           COPY ACCTREC
               REPLACING ACCT-NUMBER      BY WS-COVER-ACCOUNT
                         ACCT-NAME        BY WS-COVER-NAME
                         ACCT-BALANCE     BY WS-COVER-BALANCE
                         ACCT-OD-LIMIT    BY WS-COVER-OD-LIMIT
                         ACCT-OD-ALLOWED  BY WS-COVER-OD-ALLOWED-SW
                         ACCT-STATUS      BY WS-COVER-STATUS-SW
                         ACCT-IS-OPEN     BY WS-COVER-IS-OPEN
                         ACCT-IS-CLOSED   BY WS-COVER-IS-CLOSED
                         ACCT-IS-FROZEN   BY WS-COVER-IS-FROZEN
                         ACCT-IS-DORMANT  BY WS-COVER-IS-DORMANT
                         ACCT-CUST-NUMBER BY WS-COVER-CUST-NUMBER.

       01 WS-COVER.
           COPY COVRREC.

       01 WS-SWEEP-DATA.
          05 WS-SWEEP-SHORTFALL   PIC S9(10)V99 VALUE ZERO.
          05 WS-SWEEP-AMOUNT      PIC S9(10)V99 VALUE ZERO.
          05 WS-SWEEP-LINK-REF    PIC X(14).

       01 WS-XFER-TO-STR           PIC X(8).
       01 WS-XFER-LINK-REF         PIC X(14).

          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-ACCOUNT-LEN       PIC S9(4) COMP VALUE 72.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-HIST-LEN          PIC S9(4) COMP VALUE 86.
          05 WS-HOLD-LEN          PIC S9(4) COMP VALUE 51.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 24.
             88 HOLD-BROWSE-EOF   VALUE 'Y'.
          05 WS-HOLD-TOTAL        PIC S9(10)V99 VALUE ZERO.
          05 WS-HOLD-TODAY        PIC 9(8) VALUE ZERO.
          05 WS-HOLD-ACCOUNT      PIC 9(8) VALUE ZERO.

       01 WS-STATEMENT-DATA.
          05 WS-STMT-TOTAL        PIC 9(4) VALUE ZERO.
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NOID' TO SEC-EVENT
               MOVE ZERO TO SEC-FAIL-COUNT
               PERFORM WRITE-SECURITY-LOG
               MOVE 'INVALID TELLER ID OR PIN' TO WS-MSG
               PERFORM SEND-SIGNON-PROMPT
           ELSE
               IF WS-TELLER-IS-LOCKED
                   MOVE 'LKID' TO SEC-EVENT
                   MOVE WS-TELLER-FAIL-COUNT TO SEC-FAIL-COUNT
                   PERFORM WRITE-SECURITY-LOG
                   MOVE 'TELLER ID LOCKED - SEE SUPERVISOR' TO WS-MSG
                   PERFORM SEND-SIGNON-PROMPT
               ELSE
               IF WS-TELLER-IS-INACTIVE
                   MOVE 'INAC' TO SEC-EVENT
                   MOVE WS-TELLER-FAIL-COUNT TO SEC-FAIL-COUNT
                   PERFORM WRITE-SECURITY-LOG
                   MOVE 'INVALID TELLER ID OR PIN' TO WS-MSG
                   PERFORM SEND-SIGNON-PROMPT
               ELSE
               IF WS-TELLER-PIN NOT = WS-TELLER-PIN-STR
                   PERFORM RECORD-PIN-FAILURE
                   PERFORM SEND-SIGNON-PROMPT
               ELSE
                   PERFORM CLEAR-PIN-FAILURES
                   MOVE WS-TELLER-ID-STR TO CA-TELLER-ID
                   MOVE 'ACCTSEL'        TO CA-STATE
                   MOVE SPACES           TO WS-MSG
                   PERFORM SEND-ACCOUNT-PROMPT
               END-IF
               END-IF
               END-IF
           END-IF.

       RECORD-PIN-FAILURE.
           EXEC CICS READ
               FILE('TELLMSTR')
               INTO(WS-TELLER)
               RIDFLD(WS-TELLER-ID-STR)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-TELLER-FAIL-COUNT
               IF WS-TELLER-AT-FAIL-LIMIT
                   MOVE 'Y' TO WS-TELLER-LOCK-SW
               END-IF
               EXEC CICS REWRITE
                   FILE('TELLMSTR')
                   FROM(WS-TELLER)
               END-EXEC
           END-IF
           MOVE 'PINF' TO SEC-EVENT
           MOVE WS-TELLER-FAIL-COUNT TO SEC-FAIL-COUNT
           PERFORM WRITE-SECURITY-LOG
           IF WS-TELLER-IS-LOCKED
               MOVE 'LOCK' TO SEC-EVENT
               PERFORM WRITE-SECURITY-LOG
               MOVE 'TOO MANY FAILED ATTEMPTS - TELLER ID LOCKED'
                   TO WS-MSG
           ELSE
               MOVE 'INVALID TELLER ID OR PIN' TO WS-MSG
           END-IF.

       CLEAR-PIN-FAILURES.
           IF WS-TELLER-FAIL-COUNT NOT = ZERO
               EXEC CICS READ
                   FILE('TELLMSTR')
                   INTO(WS-TELLER)
                   RIDFLD(WS-TELLER-ID-STR)
                   KEYLENGTH(8)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND NOT WS-TELLER-IS-LOCKED
                   MOVE ZERO TO WS-TELLER-FAIL-COUNT
                   EXEC CICS REWRITE
                       FILE('TELLMSTR')
                       FROM(WS-TELLER)
                   END-EXEC
               END-IF
           END-IF.

       WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SEC-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SEC-TIME
           MOVE WS-TELLER-ID-STR TO SEC-TELLER-ID
           MOVE EIBTRMID TO SEC-TERMINAL
           MOVE EIBTRNID TO SEC-TRANSID
           EXEC CICS WRITE
               FILE('SECLOG')
               FROM(WS-SECURITY-LOG)
               LENGTH(WS-SECURITY-LOG-LEN)
           END-EXEC.

       SEND-ACCOUNT-PROMPT.
           MOVE SPACES TO WS-OUTPUT
           STRING
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NOID' TO SEC-EVENT
                   MOVE ZERO TO SEC-FAIL-COUNT
                   PERFORM WRITE-SUP-SECURITY-LOG
                   MOVE 'OVERRIDE REFUSED - UNKNOWN SUPERVISOR'
                       TO WS-MSG
               ELSE
               IF WS-SUP-IS-LOCKED
                   MOVE 'LKID' TO SEC-EVENT
                   MOVE WS-SUP-FAIL-COUNT TO SEC-FAIL-COUNT
                   PERFORM WRITE-SUP-SECURITY-LOG
                   MOVE 'OVERRIDE REFUSED - SUPERVISOR ID LOCKED'
                       TO WS-MSG
               ELSE
               IF WS-SUP-IS-INACTIVE
                   MOVE 'INAC' TO SEC-EVENT
                   MOVE WS-SUP-FAIL-COUNT TO SEC-FAIL-COUNT
                   PERFORM WRITE-SUP-SECURITY-LOG
                   MOVE 'OVERRIDE REFUSED' TO WS-MSG
               ELSE
               IF WS-SUP-PIN NOT = WS-SUP-PIN-STR
                   PERFORM RECORD-SUP-PIN-FAILURE
               ELSE
               IF NOT WS-SUP-IS-SUPER
                   PERFORM CLEAR-SUP-PIN-FAILURES
                   MOVE 'OVERRIDE REFUSED' TO WS-MSG
               ELSE
                   PERFORM CLEAR-SUP-PIN-FAILURES
                   PERFORM WRITE-OVERRIDE-JOURNAL
                   MOVE 'Y' TO WS-AMOUNT-VALID-SW
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       RECORD-SUP-PIN-FAILURE.
           EXEC CICS READ
               FILE('TELLMSTR')
               INTO(WS-SUPERVISOR)
               RIDFLD(WS-SUP-ID-STR)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-SUP-FAIL-COUNT
               IF WS-SUP-AT-FAIL-LIMIT
                   MOVE 'Y' TO WS-SUP-LOCK-SW
               END-IF
               EXEC CICS REWRITE
                   FILE('TELLMSTR')
                   FROM(WS-SUPERVISOR)
               END-EXEC
           END-IF
           MOVE 'PINF' TO SEC-EVENT
           MOVE WS-SUP-FAIL-COUNT TO SEC-FAIL-COUNT
           PERFORM WRITE-SUP-SECURITY-LOG
           IF WS-SUP-IS-LOCKED
               MOVE 'LOCK' TO SEC-EVENT
               PERFORM WRITE-SUP-SECURITY-LOG
               MOVE 'OVERRIDE REFUSED - SUPERVISOR ID LOCKED'
                   TO WS-MSG
           ELSE
               MOVE 'OVERRIDE REFUSED' TO WS-MSG
           END-IF.

       CLEAR-SUP-PIN-FAILURES.
           IF WS-SUP-FAIL-COUNT NOT = ZERO
               EXEC CICS READ
                   FILE('TELLMSTR')
                   INTO(WS-SUPERVISOR)
                   RIDFLD(WS-SUP-ID-STR)
                   KEYLENGTH(8)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND NOT WS-SUP-IS-LOCKED
                   MOVE ZERO TO WS-SUP-FAIL-COUNT
                   EXEC CICS REWRITE
                       FILE('TELLMSTR')
                       FROM(WS-SUPERVISOR)
                   END-EXEC
               END-IF
           END-IF.

       WRITE-SUP-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SEC-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SEC-TIME
           MOVE WS-SUP-ID-STR TO SEC-TELLER-ID
           MOVE EIBTRMID TO SEC-TERMINAL
           MOVE EIBTRNID TO SEC-TRANSID
           EXEC CICS WRITE
               FILE('SECLOG')
               FROM(WS-SECURITY-LOG)
               LENGTH(WS-SECURITY-LOG-LEN)
           END-EXEC.

       WRITE-OVERRIDE-JOURNAL.
           EXEC CICS READ
               FILE('ACCTMSTR')
                   KEYLENGTH(8)
               END-EXEC
               PERFORM COMPUTE-AVAIL-BALANCE
               MOVE ZERO TO WS-SWEEP-AMOUNT
               COMPUTE WS-SWEEP-SHORTFALL =
                   WS-AMOUNT - WS-BALANCE + WS-HOLD-TOTAL
               IF WS-SWEEP-SHORTFALL > ZERO
                   PERFORM CHECK-COVER-SWEEP
               END-IF
               IF WS-AMOUNT > WS-AVAIL-BALANCE
                   MOVE 'INSUFFICIENT FUNDS' TO WS-MSG
               ELSE
                   PERFORM CHECK-DAILY-CASH-LIMIT
                   IF VALID-AMOUNT
                   IF WS-SWEEP-AMOUNT > ZERO
                       PERFORM POST-COVER-SWEEP
                   END-IF
                   EXEC CICS READ
                       FILE('ACCTMSTR')
                       INTO(WS-ACCOUNT)
                   IF WS-BALANCE < 0
                       PERFORM ASSESS-OVERDRAFT-FEE
                   END-IF
                   IF WS-SWEEP-AMOUNT > ZERO
                       MOVE 'WITHDRAWAL SUCCESSFUL - COVER SWEPT'
                           TO WS-MSG
                   ELSE
                       MOVE 'WITHDRAWAL SUCCESSFUL' TO WS-MSG
                   END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-COVER-SWEEP.
           EXEC CICS READ
               FILE('COVRFILE')
               INTO(WS-COVER)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READ
                   FILE('ACCTMSTR')
                   INTO(WS-COVER-ACCT)
                   RIDFLD(COVR-FROM-ACCOUNT)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND WS-COVER-IS-OPEN
                   AND WS-COVER-CUST-NUMBER = WS-ACCT-CUST-NUMBER
                   MOVE WS-COVER-ACCOUNT TO WS-HOLD-ACCOUNT
                   PERFORM SUM-ACTIVE-HOLDS
                   COMPUTE WS-SWEEP-AMOUNT =
                       WS-COVER-BALANCE - WS-HOLD-TOTAL
                   IF WS-SWEEP-AMOUNT > WS-SWEEP-SHORTFALL
                       MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
                   END-IF
                   IF WS-SWEEP-AMOUNT NOT > ZERO
                       OR WS-AMOUNT > WS-AVAIL-BALANCE + WS-SWEEP-AMOUNT
                       MOVE ZERO TO WS-SWEEP-AMOUNT
                   ELSE
                       ADD WS-SWEEP-AMOUNT TO WS-AVAIL-BALANCE
                   END-IF
               END-IF
           END-IF.

       POST-COVER-SWEEP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-ACCOUNT-NUMBER WS-CURRENT-DATE-TIME(9:6)
               DELIMITED SIZE INTO WS-SWEEP-LINK-REF
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-COVER-ACCT)
               RIDFLD(COVR-FROM-ACCOUNT)
               KEYLENGTH(8)
               UPDATE
           END-EXEC
           MOVE WS-COVER-BALANCE TO JRNL-BALANCE-BEFORE
           SUBTRACT WS-SWEEP-AMOUNT FROM WS-COVER-BALANCE
           EXEC CICS REWRITE
               FILE('ACCTMSTR')
               FROM(WS-COVER-ACCT)
           END-EXEC
           MOVE WS-COVER-ACCOUNT  TO JRNL-ACCOUNT-NUMBER
           MOVE 'SWDR'            TO JRNL-TRAN-TYPE
           MOVE WS-SWEEP-AMOUNT   TO JRNL-AMOUNT
           MOVE WS-COVER-BALANCE  TO JRNL-BALANCE-AFTER
           MOVE WS-SWEEP-LINK-REF TO JRNL-LINK-REF
           PERFORM WRITE-JOURNAL-RECORD
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-ACCOUNT)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               UPDATE
           END-EXEC
           MOVE WS-BALANCE TO JRNL-BALANCE-BEFORE
           ADD WS-SWEEP-AMOUNT TO WS-BALANCE
           EXEC CICS REWRITE
               FILE('ACCTMSTR')
               FROM(WS-ACCOUNT)
           END-EXEC
           MOVE WS-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
           MOVE 'SWCR'            TO JRNL-TRAN-TYPE
           MOVE WS-SWEEP-AMOUNT   TO JRNL-AMOUNT
           MOVE WS-BALANCE        TO JRNL-BALANCE-AFTER
           MOVE WS-SWEEP-LINK-REF TO JRNL-LINK-REF
           PERFORM WRITE-JOURNAL-RECORD.

       CHECK-DAILY-CASH-LIMIT.
           PERFORM SUM-TODAYS-WITHDRAWALS
           COMPUTE WS-WD-PROJECTED = WS-WD-TODAY + WS-AMOUNT
           IF WS-OD-IS-ENABLED
               ADD WS-OD-LIMIT TO WS-AVAIL-BALANCE
           END-IF
           MOVE WS-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
           PERFORM SUM-ACTIVE-HOLDS
           SUBTRACT WS-HOLD-TOTAL FROM WS-AVAIL-BALANCE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-HOLD-TODAY
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-HOLD-ACCOUNT TO WS-HOLD-RID-ACCOUNT
           MOVE ZERO TO WS-HOLD-RID-SEQ
           EXEC CICS STARTBR
               FILE('HOLDFILE')
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HOLD-ACCOUNT NOT = WS-HOLD-ACCOUNT
               MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
               IF HOLD-IS-ACTIVE
