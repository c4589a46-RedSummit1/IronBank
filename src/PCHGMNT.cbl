       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCHGMNT.
       AUTHOR. JONATHAN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PEND-CHANGE.
           COPY PCHGREC.

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
                         TELL-AUTH-LIMIT    BY WS-TELLER-AUTH-LIMIT
                         TELL-FAIL-COUNT    BY WS-TELLER-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TELLER-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TELLER-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TELLER-IS-LOCKED.

       01 WS-TARGET-TELLER.
           COPY TELLREC
               REPLACING TELL-ID            BY WS-TARGET-ID
                         TELL-PIN           BY WS-TARGET-PIN
                         TELL-NAME          BY WS-TARGET-NAME
                         TELL-STATUS        BY WS-TARGET-STATUS-SW
                         TELL-IS-ACTIVE     BY WS-TARGET-IS-ACTIVE
                         TELL-IS-INACTIVE   BY WS-TARGET-IS-INACTIVE
                         TELL-TYPE          BY WS-TARGET-TYPE-SW
                         TELL-IS-SUPERVISOR BY WS-TARGET-IS-SUPER
                         TELL-IS-TELLER     BY WS-TARGET-IS-TELLER
                         TELL-AUTH-LIMIT    BY WS-TARGET-AUTH-LIMIT
                         TELL-FAIL-COUNT    BY WS-TARGET-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TARGET-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TARGET-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TARGET-IS-LOCKED.

       01 WS-CURRENT-TELLER-ID     PIC X(8).
       01 WS-TELLER-ID-STR         PIC X(8).
       01 WS-TELLER-PIN-STR        PIC X(4).

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
          05 WS-CHANGE-NO-STR     PIC X(4).
          05 WS-CONFIRM-STR       PIC X(1).

       01 WS-LENGTHS.
          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-PEND-CHANGE-LEN   PIC S9(4) COMP VALUE 140.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 16.

       01 WS-RESP                 PIC S9(8) COMP.

       01 WS-CHANGE-RIDFLD        PIC 9(4).

       01 WS-DECISION             PIC X(1).
          88 DECISION-APPROVE     VALUE 'A'.
          88 DECISION-DECLINE     VALUE 'D'.

       01 WS-TYPE-DESC            PIC X(20).

       01 WS-LIST-DATA.
          05 WS-LIST-EOF-SW       PIC X VALUE 'N'.
             88 LIST-BROWSE-EOF   VALUE 'Y'.
          05 WS-LIST-COUNT        PIC 9(4) VALUE ZERO.
          05 WS-LIST-MAX          PIC 9(4) VALUE 18.
          05 WS-BEFORE-DISP       PIC -(10).99.
          05 WS-AFTER-DISP        PIC -(10).99.
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
                       PERFORM FETCH-SIGNON-TELLER
                       IF WS-TELLER-IS-SUPER
                           AND WS-TELLER-IS-ACTIVE
                           PERFORM RECEIVE-INPUT
                           PERFORM PROCESS-CHOICE
                           PERFORM SEND-MENU
                       ELSE
                           MOVE 'SIGNON' TO CA-STATE
                           MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY'
                               TO WS-MSG
                           PERFORM SEND-SIGNON-PROMPT
                       END-IF
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('PCHG')
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
               'PENDING CHANGE APPROVAL SIGN-ON' DELIMITED SIZE
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
                   IF NOT WS-TELLER-IS-SUPER
                       MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY'
                           TO WS-MSG
                       PERFORM SEND-SIGNON-PROMPT
                   ELSE
                       MOVE WS-TELLER-ID-STR TO CA-TELLER-ID
                       MOVE 'MENU'           TO CA-STATE
                       MOVE SPACES           TO WS-MSG
                       PERFORM SEND-MENU
                   END-IF
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

       FETCH-SIGNON-TELLER.
           EXEC CICS READ
               FILE('TELLMSTR')
               INTO(WS-TELLER)
               RIDFLD(WS-CURRENT-TELLER-ID)
               KEYLENGTH(8)
           END-EXEC.

       SEND-MENU.
           MOVE SPACES TO WS-OUTPUT
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'PENDING CHANGE APPROVAL - SUPERVISOR '
                                                 DELIMITED SIZE
               CA-TELLER-ID                      DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '================================'DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               WS-MSG                            DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '1. LIST PENDING CHANGES'         DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '2. APPROVE A CHANGE'             DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '3. DECLINE A CHANGE'             DELIMITED SIZE
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
                   PERFORM LIST-CHANGES
               WHEN '2'
                   MOVE 'A' TO WS-DECISION
                   PERFORM DECIDE-CHANGE
               WHEN '3'
                   MOVE 'D' TO WS-DECISION
                   PERFORM DECIDE-CHANGE
               WHEN OTHER
                   MOVE 'INVALID OPTION' TO WS-MSG
           END-EVALUATE.

       LIST-CHANGES.
           PERFORM BUILD-CHANGE-LIST
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT)
               LENGTH(WS-OUTPUT-LEN)
               ERASE
           END-EXEC
           EXEC CICS RECEIVE
               INTO(WS-DUMMY-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC.

       BUILD-CHANGE-LIST.
           MOVE SPACES TO WS-OUTPUT
           MOVE 1 TO WS-OUTPUT-PTR
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'CHANGES AWAITING APPROVAL'       DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'NO.  TYPE TARGET   MAKER    TIME   '
                                                 DELIMITED SIZE
               ' LIMIT BEFORE   LIMIT AFTER OD  ST'
                                                 DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE ZERO TO WS-CHANGE-RIDFLD
           EXEC CICS STARTBR
               FILE('PENDCHG')
               RIDFLD(WS-CHANGE-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               PERFORM LIST-ONE-CHANGE UNTIL LIST-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('PENDCHG')
               END-EXEC
           END-IF
           IF WS-LIST-COUNT = 0
               STRING
                   X'15'                         DELIMITED SIZE
                   'NO CHANGES AWAITING APPROVAL' DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               STRING
                   X'15'                         DELIMITED SIZE
                   'MORE CHANGES WAITING - DECIDE THESE FIRST'
                                                 DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           STRING
               X'15'                             DELIMITED SIZE
               'PRESS ENTER TO RETURN TO MENU: ' DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR.

       LIST-ONE-CHANGE.
           EXEC CICS READNEXT
               FILE('PENDCHG')
               INTO(WS-PEND-CHANGE)
               LENGTH(WS-PEND-CHANGE-LEN)
               RIDFLD(WS-CHANGE-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR WS-LIST-COUNT NOT < WS-LIST-MAX
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               IF PCHG-IS-PENDING
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PCHG-BEF-LIMIT TO WS-BEFORE-DISP
                   MOVE PCHG-AFT-LIMIT TO WS-AFTER-DISP
                   STRING
                       X'15'                     DELIMITED SIZE
                       PCHG-NUMBER ' '           DELIMITED SIZE
                       PCHG-TYPE ' '             DELIMITED SIZE
                       PCHG-TARGET ' '           DELIMITED SIZE
                       PCHG-MAKER-ID ' '         DELIMITED SIZE
                       PCHG-RAISED-TIME ' '      DELIMITED SIZE
                       WS-BEFORE-DISP ' '        DELIMITED SIZE
                       WS-AFTER-DISP ' '         DELIMITED SIZE
                       PCHG-BEF-OD-ALLOWED '>'   DELIMITED SIZE
                       PCHG-AFT-OD-ALLOWED ' '   DELIMITED SIZE
                       PCHG-BEF-STATUS '>'       DELIMITED SIZE
                       PCHG-AFT-STATUS           DELIMITED SIZE
                       INTO WS-OUTPUT
                       WITH POINTER WS-OUTPUT-PTR
               END-IF
           END-IF.

       PROMPT-CHANGE-NUMBER.
           EXEC CICS SEND TEXT
               FROM('ENTER CHANGE NUMBER (4): ')
               LENGTH(25)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:4) TO WS-CHANGE-NO-STR.

       DECIDE-CHANGE.
           PERFORM PROMPT-CHANGE-NUMBER
           IF WS-CHANGE-NO-STR NOT NUMERIC
               MOVE 'INVALID CHANGE NUMBER' TO WS-MSG
           ELSE
               MOVE WS-CHANGE-NO-STR TO WS-CHANGE-RIDFLD
               EXEC CICS READ
                   FILE('PENDCHG')
                   INTO(WS-PEND-CHANGE)
                   RIDFLD(WS-CHANGE-RIDFLD)
                   KEYLENGTH(4)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO SUCH CHANGE' TO WS-MSG
               ELSE
                   IF NOT PCHG-IS-PENDING
                       MOVE 'CHANGE IS NO LONGER PENDING' TO WS-MSG
                   ELSE
                       IF PCHG-MAKER-ID = WS-CURRENT-TELLER-ID
                           MOVE 'MAKER CANNOT ALSO BE CHECKER'
                               TO WS-MSG
                       ELSE
                           PERFORM CONFIRM-DECISION
                           IF WS-CONFIRM-STR NOT = 'Y'
                               MOVE 'NO ACTION TAKEN' TO WS-MSG
                           ELSE
                               IF DECISION-APPROVE
                                   PERFORM APPLY-CHANGE
                               ELSE
                                   PERFORM RECORD-DECISION
                                   MOVE 'CHANGE DECLINED' TO WS-MSG
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONFIRM-DECISION.
           EVALUATE PCHG-TYPE
               WHEN 'AMD '
                   MOVE 'ACCOUNT AMENDMENT' TO WS-TYPE-DESC
               WHEN 'UFRZ'
                   MOVE 'UNFREEZE ACCOUNT' TO WS-TYPE-DESC
               WHEN 'RACT'
                   MOVE 'REACTIVATE DORMANT' TO WS-TYPE-DESC
               WHEN 'TLIM'
                   MOVE 'TELLER AUTH LIMIT' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE PCHG-TYPE TO WS-TYPE-DESC
           END-EVALUATE
           MOVE PCHG-BEF-LIMIT TO WS-BEFORE-DISP
           MOVE PCHG-AFT-LIMIT TO WS-AFTER-DISP
           MOVE SPACES TO WS-OUTPUT
           MOVE 1 TO WS-OUTPUT-PTR
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'CHANGE ' PCHG-NUMBER ' - '       DELIMITED SIZE
               WS-TYPE-DESC                      DELIMITED SIZE
               ' FOR '  PCHG-TARGET              DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'RAISED BY ' PCHG-MAKER-ID        DELIMITED SIZE
               ' ON ' PCHG-RAISED-DATE           DELIMITED SIZE
               ' AT ' PCHG-RAISED-TIME           DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '       NAME                         LIMIT OD ST'
                                                 DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'BEFORE ' PCHG-BEF-NAME ' '       DELIMITED SIZE
               WS-BEFORE-DISP ' '                DELIMITED SIZE
               PCHG-BEF-OD-ALLOWED '  '          DELIMITED SIZE
               PCHG-BEF-STATUS                   DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'AFTER  ' PCHG-AFT-NAME ' '       DELIMITED SIZE
               WS-AFTER-DISP ' '                 DELIMITED SIZE
               PCHG-AFT-OD-ALLOWED '  '          DELIMITED SIZE
               PCHG-AFT-STATUS                   DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR
           IF DECISION-APPROVE
               STRING
                   'APPROVE AND APPLY THIS CHANGE (Y/N): '
                                                 DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           ELSE
               STRING
                   'DECLINE THIS CHANGE (Y/N): '  DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           EXEC CICS SEND TEXT
               FROM(WS-OUTPUT)
               LENGTH(WS-OUTPUT-LEN)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:1) TO WS-CONFIRM-STR.

       APPLY-CHANGE.
           IF PCHG-TYPE = 'TLIM'
               PERFORM APPLY-TELLER-CHANGE
           ELSE
               PERFORM APPLY-ACCOUNT-CHANGE
           END-IF.

       APPLY-ACCOUNT-CHANGE.
           MOVE PCHG-TARGET-ACCT TO WS-ACCOUNT-NUMBER
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-ACCOUNT)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'ACCOUNT NO LONGER ON FILE - DECLINE THE CHANGE'
                   TO WS-MSG
           ELSE
               IF WS-ACCOUNT-NAME NOT = PCHG-BEF-NAME
                   OR WS-OD-LIMIT NOT = PCHG-BEF-LIMIT
                   OR WS-OD-ALLOWED-SW NOT = PCHG-BEF-OD-ALLOWED
                   OR WS-ACCT-STATUS-SW NOT = PCHG-BEF-STATUS
                   MOVE 'ACCOUNT CHANGED SINCE RAISED - DECLINE IT'
                       TO WS-MSG
               ELSE
                   MOVE PCHG-AFT-NAME       TO WS-ACCOUNT-NAME
                   MOVE PCHG-AFT-LIMIT      TO WS-OD-LIMIT
                   MOVE PCHG-AFT-OD-ALLOWED TO WS-OD-ALLOWED-SW
                   MOVE PCHG-AFT-STATUS     TO WS-ACCT-STATUS-SW
                   EXEC CICS REWRITE
                       FILE('ACCTMSTR')
                       FROM(WS-ACCOUNT)
                   END-EXEC
                   MOVE WS-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
                   MOVE WS-BALANCE        TO JRNL-BALANCE-BEFORE
                   MOVE WS-BALANCE        TO JRNL-BALANCE-AFTER
                   MOVE SPACES            TO JRNL-LINK-REF
                   PERFORM JOURNAL-APPROVAL
                   PERFORM RECORD-DECISION
                   MOVE 'CHANGE APPROVED AND APPLIED' TO WS-MSG
               END-IF
           END-IF.

       APPLY-TELLER-CHANGE.
           EXEC CICS READ
               FILE('TELLMSTR')
               INTO(WS-TARGET-TELLER)
               RIDFLD(PCHG-TARGET)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'TELLER NO LONGER ON FILE - DECLINE THE CHANGE'
                   TO WS-MSG
           ELSE
               IF WS-TARGET-AUTH-LIMIT NOT = PCHG-BEF-LIMIT
                   MOVE 'TELLER CHANGED SINCE RAISED - DECLINE IT'
                       TO WS-MSG
               ELSE
                   MOVE PCHG-AFT-LIMIT TO WS-TARGET-AUTH-LIMIT
                   EXEC CICS REWRITE
                       FILE('TELLMSTR')
                       FROM(WS-TARGET-TELLER)
                   END-EXEC
                   MOVE ZERO              TO JRNL-ACCOUNT-NUMBER
                   MOVE ZERO              TO JRNL-BALANCE-BEFORE
                   MOVE ZERO              TO JRNL-BALANCE-AFTER
                   MOVE SPACES            TO JRNL-LINK-REF
                   MOVE PCHG-TARGET       TO JRNL-LINK-REF(1:8)
                   PERFORM JOURNAL-APPROVAL
                   PERFORM RECORD-DECISION
                   MOVE 'CHANGE APPROVED AND APPLIED' TO WS-MSG
               END-IF
           END-IF.

       JOURNAL-APPROVAL.
           MOVE PCHG-TYPE TO JRNL-TRAN-TYPE
           PERFORM WRITE-CHANGE-JOURNAL
           MOVE 'MKCK' TO JRNL-TRAN-TYPE
           MOVE SPACES TO JRNL-LINK-REF
           STRING PCHG-MAKER-ID PCHG-NUMBER DELIMITED SIZE
               INTO JRNL-LINK-REF
           PERFORM WRITE-CHANGE-JOURNAL.

       WRITE-CHANGE-JOURNAL.
           MOVE ZERO              TO JRNL-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO JRNL-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
           MOVE WS-CURRENT-TELLER-ID TO JRNL-TELLER-ID
           EXEC CICS WRITE
               FILE('JRNLFILE')
               FROM(WS-JOURNAL-RECORD)
               LENGTH(WS-JOURNAL-LEN)
           END-EXEC.

       RECORD-DECISION.
           MOVE WS-DECISION          TO PCHG-STATUS
           MOVE WS-CURRENT-TELLER-ID TO PCHG-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO PCHG-DECIDED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO PCHG-DECIDED-TIME
           EXEC CICS REWRITE
               FILE('PENDCHG')
               FROM(WS-PEND-CHANGE)
           END-EXEC.
