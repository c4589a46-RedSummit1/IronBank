       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMNT.
       AUTHOR. JONATHAN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DEPOSIT.
           COPY TDREC.

       01 WS-ACCOUNT.
           COPY ACCTREC
               REPLACING ACCT-NUMBER      BY WS-ACCOUNT-NUMBER
                         ACCT-NAME        BY WS-ACCOUNT-NAME
                         ACCT-BALANCE     BY WS-BALANCE
                         ACCT-OD-LIMIT    BY WS-OD-LIMIT
                         ACCT-OD-ALLOWED  BY WS-OD-ALLOWED-SW
                         ACCT-OD-IS-ENABLED  BY WS-OD-IS-ENABLED
                         ACCT-OD-IS-DISABLED BY WS-OD-IS-DISABLED
                         ACCT-STATUS      BY WS-ACCT-STATUS-SW
                         ACCT-IS-OPEN     BY WS-ACCT-IS-OPEN
                         ACCT-IS-CLOSED   BY WS-ACCT-IS-CLOSED
                         ACCT-IS-FROZEN   BY WS-ACCT-IS-FROZEN
                         ACCT-IS-DORMANT  BY WS-ACCT-IS-DORMANT
                         ACCT-LAST-INT-DATE BY WS-ACCT-LAST-INT-DATE
                         ACCT-CUST-NUMBER BY WS-ACCT-CUST-NUMBER.

       01 WS-COMMAREA.
          05 CA-STATE              PIC X(8).
          05 CA-TELLER-ID          PIC X(8).

       01 WS-TELLER.
           COPY TELLREC
               REPLACING TELL-ID            BY WS-TELLER-ID
                         TELL-PIN           BY WS-TELLER-PIN
                         TELL-NAME          BY WS-TELLER-NAME
                         TELL-STATUS        BY WS-TELLER-STATUS-SW
                         TELL-IS-ACTIVE     BY WS-TELLER-IS-ACTIVE
                         TELL-IS-INACTIVE   BY WS-TELLER-IS-INACTIVE
                         TELL-TYPE          BY WS-TELLER-TYPE-SW
                         TELL-IS-SUPERVISOR BY WS-TELLER-IS-SUPER
                         TELL-IS-TELLER     BY WS-TELLER-IS-TELLER
                         TELL-FAIL-COUNT    BY WS-TELLER-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TELLER-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TELLER-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TELLER-IS-LOCKED.

       01 WS-SUPERVISOR.
           COPY TELLREC
               REPLACING TELL-ID            BY WS-SUP-ID
                         TELL-PIN           BY WS-SUP-PIN
                         TELL-NAME          BY WS-SUP-NAME
                         TELL-STATUS        BY WS-SUP-STATUS-SW
                         TELL-IS-ACTIVE     BY WS-SUP-IS-ACTIVE
                         TELL-IS-INACTIVE   BY WS-SUP-IS-INACTIVE
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
       01 WS-TELLER-PIN-STR        PIC X(4).
       01 WS-SUP-ID-STR            PIC X(8).
       01 WS-SUP-PIN-STR           PIC X(4).

       01 WS-JOURNAL-RECORD.
           COPY JRNLREC.

       01 WS-SECURITY-LOG.
           COPY SECREC.

       01 WS-CURRENT-DATE-TIME     PIC X(21).

       01 WS-SCREEN-DATA.
          05 WS-INPUT             PIC X(80).
          05 WS-OUTPUT            PIC X(1920).
          05 WS-MSG               PIC X(78) VALUE SPACES.
          05 WS-CHOICE            PIC X(1).
          05 WS-ACCOUNT-NUMBER-STR PIC X(8).
          05 WS-AMOUNT-STR        PIC X(12).
          05 WS-TERM-STR          PIC X(2).
          05 WS-RATE-STR          PIC X(5).
          05 WS-INSTR-STR         PIC X(1).
          05 WS-SEQ-STR           PIC X(2).

       01 WS-LENGTHS.
          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-DEPOSIT-LEN       PIC S9(4) COMP VALUE 65.
          05 WS-HOLD-LEN          PIC S9(4) COMP VALUE 51.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 16.

       01 WS-RESP                 PIC S9(8) COMP.

       01 WS-DEPOSIT-RIDFLD.
          05 WS-RID-ACCOUNT       PIC 9(8).
          05 WS-RID-SEQ           PIC 9(2).

       01 WS-SEQ-FOUND-SW         PIC X VALUE 'N'.
          88 FREE-SEQ-FOUND       VALUE 'Y'.
       01 WS-SEQ-TRY              PIC 9(3) VALUE ZERO.

       01 WS-HOLD.
           COPY HOLDREC.

       01 WS-HOLD-RIDFLD.
          05 WS-HOLD-RID-ACCOUNT  PIC 9(8).
          05 WS-HOLD-RID-SEQ      PIC 9(2).

       01 WS-HOLD-DATA.
          05 WS-HOLD-EOF-SW       PIC X VALUE 'N'.
             88 HOLD-BROWSE-EOF   VALUE 'Y'.
          05 WS-HOLD-TOTAL        PIC S9(10)V99 VALUE ZERO.
          05 WS-HOLD-TODAY        PIC 9(8) VALUE ZERO.

       01 WS-AMOUNT               PIC 9(10)V99.
       01 WS-AVAIL-BALANCE        PIC S9(10)V99.

       01 WS-BREAK-DATA.
          05 WS-BREAK-PENALTY-RATE PIC 9V9999 VALUE 0.0100.
          05 WS-BREAK-PENALTY     PIC 9(10)V99 VALUE ZERO.
          05 WS-BREAK-INTEREST    PIC 9(8)V99 VALUE ZERO.
          05 WS-BREAK-BALANCE     PIC S9(10)V99 VALUE ZERO.
          05 WS-BREAK-OK-SW       PIC X VALUE 'N'.
             88 BREAK-AUTHORISED  VALUE 'Y'.
       01 WS-OVR-LINK-REF         PIC X(14).
       01 WS-TD-LINK-REF          PIC X(14).

       01 WS-MATURITY-DATA.
          05 WS-MAT-DATE          PIC 9(8).
          05 WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
             10 WS-MAT-YYYY       PIC 9(4).
             10 WS-MAT-MM         PIC 9(2).
             10 WS-MAT-DD         PIC 9(2).
          05 WS-MAT-MONTHS        PIC 9(3) VALUE ZERO.
          05 WS-MAT-MONTH-DAYS    PIC 9(2) VALUE ZERO.
          05 WS-LEAP-QUOT         PIC 9(4) VALUE ZERO.
          05 WS-LEAP-REM          PIC 9(4) VALUE ZERO.

       01 WS-LIST-DATA.
          05 WS-LIST-EOF-SW       PIC X VALUE 'N'.
             88 LIST-BROWSE-EOF   VALUE 'Y'.
          05 WS-LIST-COUNT        PIC 9(4) VALUE ZERO.
          05 WS-AMOUNT-DISP       PIC -(10).99.
          05 WS-ACCRUED-DISP      PIC -(8).99.
          05 WS-RATE-DISP         PIC 9.9999.
          05 WS-OUTPUT-PTR        PIC S9(4) COMP.
          05 WS-DUMMY-INPUT       PIC X(80).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 FILLER               PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN = 0
               MOVE 'SIGNON' TO CA-STATE
               PERFORM SEND-SIGNON-PROMPT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               MOVE CA-TELLER-ID TO WS-CURRENT-TELLER-ID
               EVALUATE CA-STATE
                   WHEN 'SIGNON'
                       PERFORM RECEIVE-SIGNON
                   WHEN 'MENU'
                       PERFORM RECEIVE-INPUT
                       PERFORM PROCESS-CHOICE
                       PERFORM SEND-MENU
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('TDMN')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LEN)
           END-EXEC.

       SEND-SIGNON-PROMPT.
           MOVE SPACES TO WS-OUTPUT
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               WS-MSG                            DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'TERM DEPOSIT MAINTENANCE SIGN-ON'
                                                 DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'ENTER TELLER ID (8) AND PIN (4): '
                                                 DELIMITED SIZE
               INTO WS-OUTPUT
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT)
               LENGTH(WS-OUTPUT-LEN)
               ERASE
           END-EXEC.

       RECEIVE-SIGNON.
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-TELLER-ID-STR
           MOVE WS-INPUT(9:4) TO WS-TELLER-PIN-STR
           EXEC CICS READ
               FILE('TELLMSTR')
               INTO(WS-TELLER)
               RIDFLD(WS-TELLER-ID-STR)
               KEYLENGTH(8)
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
                   MOVE 'MENU'           TO CA-STATE
                   MOVE SPACES           TO WS-MSG
                   PERFORM SEND-MENU
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

       SEND-MENU.
           MOVE SPACES TO WS-OUTPUT
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'TERM DEPOSIT MAINTENANCE - TELLER '
                                                 DELIMITED SIZE
               CA-TELLER-ID                      DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '================================'DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               WS-MSG                            DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '1. PLACE TERM DEPOSIT'           DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '2. LIST TERM DEPOSITS'           DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '3. BREAK TERM DEPOSIT (SUPERVISED)'
                                                 DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'ENTER CHOICE: '                  DELIMITED SIZE
               INTO WS-OUTPUT
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT)
               LENGTH(WS-OUTPUT-LEN)
               ERASE
           END-EXEC.

       RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:1) TO WS-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-CHOICE
               WHEN '1'
                   PERFORM PLACE-DEPOSIT
               WHEN '2'
                   PERFORM LIST-DEPOSITS
               WHEN '3'
                   PERFORM BREAK-DEPOSIT
               WHEN OTHER
                   MOVE 'INVALID OPTION' TO WS-MSG
           END-EVALUATE.

       PROMPT-ACCOUNT-NUMBER.
           EXEC CICS SEND TEXT
               FROM('ENTER LINKED ACCOUNT NUMBER: ')
               LENGTH(29)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-ACCOUNT-NUMBER-STR.

       PLACE-DEPOSIT.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               MOVE WS-ACCOUNT-NUMBER-STR TO WS-ACCOUNT-NUMBER
               EXEC CICS READ
                   FILE('ACCTMSTR')
                   INTO(WS-ACCOUNT)
                   RIDFLD(WS-ACCOUNT-NUMBER)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN ACCOUNT NUMBER' TO WS-MSG
               ELSE
                   IF NOT WS-ACCT-IS-OPEN
                       MOVE 'ACCOUNT IS NOT OPEN' TO WS-MSG
                   ELSE
                       PERFORM BUILD-NEW-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       BUILD-NEW-DEPOSIT.
           EXEC CICS SEND TEXT
               FROM('ENTER PRINCIPAL (12 DIGITS): ')
               LENGTH(29)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:12) TO WS-AMOUNT-STR
           EXEC CICS SEND TEXT
               FROM('TERM IN MONTHS - 03, 06 OR 12: ')
               LENGTH(31)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:2) TO WS-TERM-STR
           EXEC CICS SEND TEXT
               FROM('ANNUAL RATE (5 DIGITS, 04500 = 4.5 PCT): ')
               LENGTH(41)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:5) TO WS-RATE-STR
           EXEC CICS SEND TEXT
               FROM('AT MATURITY - P=PAY TO ACCOUNT R=ROLL OVER: ')
               LENGTH(44)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:1) TO WS-INSTR-STR
           PERFORM VALIDATE-NEW-DEPOSIT
           IF WS-MSG = SPACES
               PERFORM WRITE-NEW-DEPOSIT
           END-IF.

       VALIDATE-NEW-DEPOSIT.
           MOVE SPACES TO WS-MSG
           IF WS-AMOUNT-STR NOT NUMERIC
               MOVE 'INVALID AMOUNT - NUMBERS ONLY' TO WS-MSG
           ELSE
           IF WS-TERM-STR NOT NUMERIC
               MOVE 'TERM MUST BE 03, 06 OR 12' TO WS-MSG
           ELSE
           IF WS-RATE-STR NOT NUMERIC
               MOVE 'INVALID RATE - NUMBERS ONLY' TO WS-MSG
           ELSE
           IF WS-INSTR-STR NOT = 'P' AND WS-INSTR-STR NOT = 'R'
               MOVE 'INSTRUCTION MUST BE P OR R' TO WS-MSG
           ELSE
               MOVE WS-AMOUNT-STR  TO WS-AMOUNT
               MOVE WS-TERM-STR    TO TD-TERM-MONTHS
               MOVE WS-RATE-STR    TO TD-RATE
               IF WS-AMOUNT = 0
                   MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO WS-MSG
               ELSE
               IF NOT TD-TERM-IS-VALID
                   MOVE 'TERM MUST BE 03, 06 OR 12' TO WS-MSG
               ELSE
               IF TD-RATE = 0
                   MOVE 'RATE MUST BE GREATER THAN ZERO' TO WS-MSG
               ELSE
                   PERFORM SUM-ACTIVE-HOLDS
                   COMPUTE WS-AVAIL-BALANCE =
                       WS-BALANCE - WS-HOLD-TOTAL
                   IF WS-AMOUNT > WS-AVAIL-BALANCE
                       MOVE 'INSUFFICIENT CLEARED FUNDS' TO WS-MSG
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-NEW-DEPOSIT.
           PERFORM FIND-FREE-SEQ
           IF NOT FREE-SEQ-FOUND
               MOVE 'NO FREE DEPOSIT SLOT FOR THIS ACCOUNT' TO WS-MSG
           ELSE
               EXEC CICS READ
                   FILE('ACCTMSTR')
                   INTO(WS-ACCOUNT)
                   RIDFLD(WS-ACCOUNT-NUMBER)
                   KEYLENGTH(8)
                   UPDATE
               END-EXEC
               MOVE WS-BALANCE TO JRNL-BALANCE-BEFORE
               SUBTRACT WS-AMOUNT FROM WS-BALANCE
               EXEC CICS REWRITE
                   FILE('ACCTMSTR')
                   FROM(WS-ACCOUNT)
               END-EXEC
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-ACCOUNT-NUMBER-STR TO TD-ACCOUNT
               MOVE WS-RID-SEQ            TO TD-SEQ
               MOVE WS-AMOUNT             TO TD-PRINCIPAL
               MOVE WS-CURRENT-DATE-TIME(1:8) TO TD-START-DATE
               MOVE WS-TERM-STR           TO TD-TERM-MONTHS
               MOVE WS-RATE-STR           TO TD-RATE
               MOVE WS-INSTR-STR          TO TD-INSTRUCTION
               MOVE ZERO                  TO TD-ACCRUED
               MOVE ZERO                  TO TD-LAST-ACCRUAL-DATE
               MOVE 'A'                   TO TD-STATUS
               PERFORM COMPUTE-MATURITY-DATE
               EXEC CICS WRITE
                   FILE('TDFILE')
                   FROM(WS-DEPOSIT)
                   LENGTH(WS-DEPOSIT-LEN)
                   RIDFLD(TD-KEY)
                   KEYLENGTH(10)
               END-EXEC
               PERFORM BUILD-TD-LINK-REF
               MOVE WS-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
               MOVE 'TDPL'            TO JRNL-TRAN-TYPE
               MOVE WS-AMOUNT          TO JRNL-AMOUNT
               MOVE WS-BALANCE         TO JRNL-BALANCE-AFTER
               MOVE WS-TD-LINK-REF     TO JRNL-LINK-REF
               PERFORM WRITE-JOURNAL-RECORD
               MOVE SPACES TO WS-MSG
               STRING 'TERM DEPOSIT PLACED - SEQ ' DELIMITED SIZE
                   TD-SEQ                          DELIMITED SIZE
                   ' MATURES '                     DELIMITED SIZE
                   TD-MATURITY-DATE                DELIMITED SIZE
                   INTO WS-MSG
           END-IF.

       COMPUTE-MATURITY-DATE.
           MOVE TD-START-DATE TO WS-MAT-DATE
           COMPUTE WS-MAT-MONTHS = WS-MAT-MM + TD-TERM-MONTHS
           IF WS-MAT-MONTHS > 12
               SUBTRACT 12 FROM WS-MAT-MONTHS
               ADD 1 TO WS-MAT-YYYY
           END-IF
           MOVE WS-MAT-MONTHS TO WS-MAT-MM
           PERFORM SET-MONTH-DAYS
           IF WS-MAT-DD > WS-MAT-MONTH-DAYS
               MOVE WS-MAT-MONTH-DAYS TO WS-MAT-DD
           END-IF
           MOVE WS-MAT-DATE TO TD-MATURITY-DATE.

       SET-MONTH-DAYS.
           EVALUATE WS-MAT-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MAT-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-MAT-MONTH-DAYS
                   DIVIDE WS-MAT-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MAT-MONTH-DAYS
                       DIVIDE WS-MAT-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 28 TO WS-MAT-MONTH-DAYS
                           DIVIDE WS-MAT-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-MAT-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAT-MONTH-DAYS
           END-EVALUATE.

       FIND-FREE-SEQ.
           MOVE 'N' TO WS-SEQ-FOUND-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-RID-ACCOUNT
           MOVE 1 TO WS-SEQ-TRY
           PERFORM TRY-ONE-SEQ
               UNTIL FREE-SEQ-FOUND OR WS-SEQ-TRY > 99.

       TRY-ONE-SEQ.
           MOVE WS-SEQ-TRY TO WS-RID-SEQ
           EXEC CICS READ
               FILE('TDFILE')
               INTO(WS-DEPOSIT)
               RIDFLD(WS-DEPOSIT-RIDFLD)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-SEQ-FOUND-SW
           ELSE
               ADD 1 TO WS-SEQ-TRY
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-HOLD-TODAY
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-ACCOUNT-NUMBER TO WS-HOLD-RID-ACCOUNT
           MOVE ZERO TO WS-HOLD-RID-SEQ
           EXEC CICS STARTBR
               FILE('HOLDFILE')
               RIDFLD(WS-HOLD-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
               PERFORM SUM-ONE-HOLD UNTIL HOLD-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('HOLDFILE')
               END-EXEC
           END-IF.

       SUM-ONE-HOLD.
           EXEC CICS READNEXT
               FILE('HOLDFILE')
               INTO(WS-HOLD)
               LENGTH(WS-HOLD-LEN)
               RIDFLD(WS-HOLD-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR HOLD-ACCOUNT NOT = WS-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
               IF HOLD-IS-ACTIVE
                   AND (HOLD-EXPIRY = ZERO
                       OR HOLD-EXPIRY >= WS-HOLD-TODAY)
                   ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
               END-IF
           END-IF.

       BREAK-DEPOSIT.
           PERFORM PROMPT-ACCOUNT-NUMBER
           EXEC CICS SEND TEXT
               FROM('ENTER DEPOSIT SEQUENCE (2): ')
               LENGTH(28)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:2) TO WS-SEQ-STR
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               OR WS-SEQ-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT OR SEQUENCE' TO WS-MSG
           ELSE
               MOVE WS-ACCOUNT-NUMBER-STR TO WS-RID-ACCOUNT
               MOVE WS-SEQ-STR            TO WS-RID-SEQ
               EXEC CICS READ
                   FILE('TDFILE')
                   INTO(WS-DEPOSIT)
                   RIDFLD(WS-DEPOSIT-RIDFLD)
                   KEYLENGTH(10)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO SUCH TERM DEPOSIT' TO WS-MSG
               ELSE
                   IF NOT TD-IS-ACTIVE
                       MOVE 'TERM DEPOSIT IS NOT ACTIVE' TO WS-MSG
                   ELSE
                       PERFORM CHECK-LINKED-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-LINKED-ACCOUNT.
           MOVE TD-ACCOUNT TO WS-ACCOUNT-NUMBER
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-ACCOUNT)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'LINKED ACCOUNT NOT FOUND' TO WS-MSG
           ELSE
               IF NOT WS-ACCT-IS-OPEN
                   MOVE 'LINKED ACCOUNT IS NOT OPEN' TO WS-MSG
               ELSE
                   PERFORM SUPERVISOR-OVERRIDE
                   IF BREAK-AUTHORISED
                       PERFORM POST-BREAK
                   END-IF
               END-IF
           END-IF.

       SUPERVISOR-OVERRIDE.
           MOVE 'N' TO WS-BREAK-OK-SW
           EXEC CICS SEND TEXT
               FROM('EARLY BREAK - SUPERVISOR ID (8) AND PIN (4): ')
               LENGTH(45)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-SUP-ID-STR
           MOVE WS-INPUT(9:4) TO WS-SUP-PIN-STR
           IF WS-SUP-ID-STR = WS-CURRENT-TELLER-ID
               MOVE 'OVERRIDE NEEDS A SECOND OFFICER' TO WS-MSG
           ELSE
               EXEC CICS READ
                   FILE('TELLMSTR')
                   INTO(WS-SUPERVISOR)
                   RIDFLD(WS-SUP-ID-STR)
                   KEYLENGTH(8)
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
                   MOVE 'Y' TO WS-BREAK-OK-SW
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

       POST-BREAK.
           EXEC CICS READ
               FILE('TDFILE')
               INTO(WS-DEPOSIT)
               RIDFLD(WS-DEPOSIT-RIDFLD)
               KEYLENGTH(10)
               UPDATE
           END-EXEC
           IF NOT TD-IS-ACTIVE
               MOVE 'TERM DEPOSIT IS NOT ACTIVE' TO WS-MSG
           ELSE
               COMPUTE WS-BREAK-PENALTY ROUNDED =
                   TD-PRINCIPAL * WS-BREAK-PENALTY-RATE
               MOVE TD-ACCRUED TO WS-BREAK-INTEREST
               EXEC CICS READ
                   FILE('ACCTMSTR')
                   INTO(WS-ACCOUNT)
                   RIDFLD(WS-ACCOUNT-NUMBER)
                   KEYLENGTH(8)
                   UPDATE
               END-EXEC
               MOVE WS-BALANCE TO WS-BREAK-BALANCE
               COMPUTE WS-BALANCE = WS-BALANCE + WS-BREAK-INTEREST
                   + TD-PRINCIPAL - WS-BREAK-PENALTY
               EXEC CICS REWRITE
                   FILE('ACCTMSTR')
                   FROM(WS-ACCOUNT)
               END-EXEC
               MOVE ZERO TO TD-ACCRUED
               MOVE 'B'  TO TD-STATUS
               EXEC CICS REWRITE
                   FILE('TDFILE')
                   FROM(WS-DEPOSIT)
               END-EXEC
               PERFORM WRITE-OVERRIDE-JOURNAL
               PERFORM WRITE-BREAK-JOURNALS
               MOVE WS-BREAK-PENALTY TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-MSG
               STRING 'TERM DEPOSIT BROKEN - PENALTY '
                                                   DELIMITED SIZE
                   WS-AMOUNT-DISP                  DELIMITED SIZE
                   INTO WS-MSG
           END-IF.

       WRITE-OVERRIDE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-OVR-LINK-REF
           STRING WS-SUP-ID-STR WS-CURRENT-DATE-TIME(9:6)
               DELIMITED SIZE INTO WS-OVR-LINK-REF
           MOVE WS-ACCOUNT-NUMBER  TO JRNL-ACCOUNT-NUMBER
           MOVE 'OVRD'             TO JRNL-TRAN-TYPE
           MOVE TD-PRINCIPAL       TO JRNL-AMOUNT
           MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-BEFORE
           MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-AFTER
           MOVE WS-OVR-LINK-REF    TO JRNL-LINK-REF
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-BREAK-JOURNALS.
           PERFORM BUILD-TD-LINK-REF
           MOVE WS-ACCOUNT-NUMBER  TO JRNL-ACCOUNT-NUMBER
           MOVE WS-TD-LINK-REF     TO JRNL-LINK-REF
           IF WS-BREAK-INTEREST > 0
               MOVE 'TDIP'             TO JRNL-TRAN-TYPE
               MOVE WS-BREAK-INTEREST  TO JRNL-AMOUNT
               MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-BEFORE
               ADD WS-BREAK-INTEREST   TO WS-BREAK-BALANCE
               MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-AFTER
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           MOVE 'TDMP'             TO JRNL-TRAN-TYPE
           MOVE TD-PRINCIPAL       TO JRNL-AMOUNT
           MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-BEFORE
           ADD TD-PRINCIPAL        TO WS-BREAK-BALANCE
           MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           IF WS-BREAK-PENALTY > 0
               MOVE 'TDPN'             TO JRNL-TRAN-TYPE
               MOVE WS-BREAK-PENALTY   TO JRNL-AMOUNT
               MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-BEFORE
               SUBTRACT WS-BREAK-PENALTY FROM WS-BREAK-BALANCE
               MOVE WS-BREAK-BALANCE   TO JRNL-BALANCE-AFTER
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       BUILD-TD-LINK-REF.
           MOVE SPACES TO WS-TD-LINK-REF
           STRING 'TD' TD-ACCOUNT TD-SEQ DELIMITED SIZE
               INTO WS-TD-LINK-REF.

       LIST-DEPOSITS.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               PERFORM BUILD-DEPOSIT-LIST
               EXEC CICS SEND TEXT
                   FROM(WS-OUTPUT)
                   LENGTH(WS-OUTPUT-LEN)
                   ERASE
               END-EXEC
               EXEC CICS RECEIVE
                   INTO(WS-DUMMY-INPUT)
                   LENGTH(WS-INPUT-LEN)
               END-EXEC
           END-IF.

       BUILD-DEPOSIT-LIST.
           MOVE SPACES TO WS-OUTPUT
           MOVE 1 TO WS-OUTPUT-PTR
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'TERM DEPOSITS - LINKED ACCOUNT ' DELIMITED SIZE
               WS-ACCOUNT-NUMBER-STR             DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'SQ ST     PRINCIPAL TM   RATE STARTED  MATURES  I'
                                                 DELIMITED SIZE
               '     ACCRUED'                    DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-RID-ACCOUNT
           MOVE ZERO TO WS-RID-SEQ
           EXEC CICS STARTBR
               FILE('TDFILE')
               RIDFLD(WS-DEPOSIT-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               PERFORM LIST-ONE-DEPOSIT UNTIL LIST-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('TDFILE')
               END-EXEC
           END-IF
           IF WS-LIST-COUNT = 0
               STRING
                   X'15'                         DELIMITED SIZE
                   'NO TERM DEPOSITS ON FILE'    DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           STRING
               X'15'                             DELIMITED SIZE
               'PRESS ENTER TO RETURN TO MENU: ' DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR.

       LIST-ONE-DEPOSIT.
           EXEC CICS READNEXT
               FILE('TDFILE')
               INTO(WS-DEPOSIT)
               LENGTH(WS-DEPOSIT-LEN)
               RIDFLD(WS-DEPOSIT-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR TD-ACCOUNT NOT = WS-RID-ACCOUNT
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE TD-PRINCIPAL TO WS-AMOUNT-DISP
               MOVE TD-RATE      TO WS-RATE-DISP
               MOVE TD-ACCRUED   TO WS-ACCRUED-DISP
               STRING
                   X'15'                     DELIMITED SIZE
                   TD-SEQ ' '                DELIMITED SIZE
                   TD-STATUS '  '            DELIMITED SIZE
                   WS-AMOUNT-DISP ' '        DELIMITED SIZE
                   TD-TERM-MONTHS ' '        DELIMITED SIZE
                   WS-RATE-DISP ' '          DELIMITED SIZE
                   TD-START-DATE ' '         DELIMITED SIZE
                   TD-MATURITY-DATE ' '      DELIMITED SIZE
                   TD-INSTRUCTION ' '        DELIMITED SIZE
                   WS-ACCRUED-DISP           DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF.

       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO JRNL-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
           MOVE WS-CURRENT-TELLER-ID TO JRNL-TELLER-ID
           EXEC CICS WRITE
               FILE('JRNLFILE')
               FROM(WS-JOURNAL-RECORD)
               LENGTH(WS-JOURNAL-LEN)
           END-EXEC.
