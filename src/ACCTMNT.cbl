                         ACCT-LAST-INT-DATE BY WS-ACCT-LAST-INT-DATE
                         ACCT-CUST-NUMBER BY WS-ACCT-CUST-NUMBER.

       01 WS-COVER-ACCT.
           COPY ACCTREC
               REPLACING ACCT-NUMBER      BY WS-COVER-ACCOUNT
                         ACCT-NAME        BY WS-COVER-NAME
                         ACCT-BALANCE     BY WS-COVER-BALANCE
                         ACCT-OD-LIMIT    BY WS-COVER-OD-LIMIT
                         ACCT-OD-ALLOWED  BY WS-COVER-OD-ALLOWED-SW
                         ACCT-OD-IS-ENABLED  BY WS-COVER-OD-IS-ENABLED
                         ACCT-OD-IS-DISABLED BY WS-COVER-OD-IS-DISABLED
                         ACCT-STATUS      BY WS-COVER-STATUS-SW
                         ACCT-IS-OPEN     BY WS-COVER-IS-OPEN
                         ACCT-IS-CLOSED   BY WS-COVER-IS-CLOSED
                         ACCT-IS-FROZEN   BY WS-COVER-IS-FROZEN
                         ACCT-IS-DORMANT  BY WS-COVER-IS-DORMANT
                         ACCT-LAST-INT-DATE BY WS-COVER-LAST-INT-DATE
                         ACCT-CUST-NUMBER BY WS-COVER-CUST-NUMBER
                         ACCT-PRODUCT-CODE BY WS-COVER-PRODUCT-CODE.

       01 WS-COVER.
           COPY COVRREC.

       01 WS-MAINT-LINK-REF        PIC X(14) VALUE SPACES.

       01 WS-PEND-CHANGE.
           COPY PCHGREC.

       01 WS-CHANGE-RIDFLD         PIC 9(4).
       01 WS-CHANGE-FOUND-SW       PIC X VALUE 'N'.
          88 FREE-CHANGE-FOUND     VALUE 'Y'.
       01 WS-CHANGE-TRY            PIC 9(5) VALUE ZERO.
       01 WS-DUMMY-CHANGE          PIC X(140).

       01 WS-COMMAREA.
          05 CA-STATE              PIC X(8).
          05 CA-TELLER-ID          PIC X(8).
                         TELL-IS-INACTIVE   BY WS-TELLER-IS-INACTIVE
                         TELL-TYPE          BY WS-TELLER-TYPE-SW
                         TELL-IS-SUPERVISOR BY WS-TELLER-IS-SUPER
                         TELL-IS-TELLER     BY WS-TELLER-IS-TELLER
                         TELL-FAIL-COUNT    BY WS-TELLER-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TELLER-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TELLER-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TELLER-IS-LOCKED.

       01 WS-CURRENT-TELLER-ID     PIC X(8).
       01 WS-TELLER-ID-STR         PIC X(8).
       01 WS-JOURNAL-RECORD.
           COPY JRNLREC.

       01 WS-SECURITY-LOG.
           COPY SECREC.

       01 WS-CURRENT-DATE-TIME     PIC X(21).

       01 WS-SCREEN-DATA.
          05 WS-OD-ALLOWED-STR    PIC X(1).
          05 WS-CUST-NUMBER-STR   PIC X(8).
          05 WS-PRODUCT-STR       PIC X(2).
          05 WS-COVER-STR         PIC X(8).

       01 WS-LENGTHS.
          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-ACCOUNT-LEN       PIC S9(4) COMP VALUE 72.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-COVER-LEN         PIC S9(4) COMP VALUE 40.
          05 WS-PEND-CHANGE-LEN   PIC S9(4) COMP VALUE 140.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 16.

       01 WS-RESP                 PIC S9(8) COMP.
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
               X'15'                             DELIMITED SIZE
               '5. REACTIVATE DORMANT ACCOUNT'   DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '6. SET/REMOVE OVERDRAFT COVER'   DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'ENTER CHOICE: '                  DELIMITED SIZE
               INTO WS-OUTPUT
           EXEC CICS SEND TEXT
                   PERFORM FREEZE-ACCOUNT
               WHEN '5'
                   PERFORM REACTIVATE-ACCOUNT
               WHEN '6'
                   PERFORM COVER-ACCOUNT
               WHEN OTHER
                   MOVE 'INVALID OPTION' TO WS-MSG
           END-EVALUATE.
                   AND WS-OD-ALLOWED-STR NOT = 'N'
                   MOVE 'OVERDRAFT ALLOWED MUST BE Y OR N' TO WS-MSG
               ELSE
                   PERFORM SAVE-CHANGE-BEFORE
                   IF WS-NAME-STR NOT = SPACES
                       MOVE WS-NAME-STR TO WS-ACCOUNT-NAME
                   END-IF
                   IF WS-OD-ALLOWED-STR NOT = ' '
                       MOVE WS-OD-ALLOWED-STR TO WS-OD-ALLOWED-SW
                   END-IF
                   IF WS-OD-LIMIT > PCHG-BEF-LIMIT
                       OR (WS-OD-IS-ENABLED
                           AND PCHG-BEF-OD-ALLOWED NOT = 'Y')
                       MOVE 'AMD ' TO PCHG-TYPE
                       PERFORM QUEUE-ACCOUNT-CHANGE
                   ELSE
                       EXEC CICS REWRITE
                           FILE('ACCTMSTR')
                           FROM(WS-ACCOUNT)
                       END-EXEC
                       MOVE 'AMD '  TO JRNL-TRAN-TYPE
                       PERFORM WRITE-MAINT-JOURNAL
                       MOVE 'ACCOUNT AMENDED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

                       MOVE 'ACCOUNT IS CLOSED' TO WS-MSG
                   ELSE
                       IF WS-ACCT-IS-FROZEN
                           PERFORM SAVE-CHANGE-BEFORE
                           MOVE 'O' TO WS-ACCT-STATUS-SW
                           MOVE 'UFRZ' TO PCHG-TYPE
                           PERFORM QUEUE-ACCOUNT-CHANGE
                       ELSE
                           MOVE 'F' TO WS-ACCT-STATUS-SW
                           EXEC CICS REWRITE
                   IF NOT WS-ACCT-IS-DORMANT
                       MOVE 'ACCOUNT IS NOT DORMANT' TO WS-MSG
                   ELSE
                       PERFORM SAVE-CHANGE-BEFORE
                       MOVE 'O' TO WS-ACCT-STATUS-SW
                       MOVE 'RACT' TO PCHG-TYPE
                       PERFORM QUEUE-ACCOUNT-CHANGE
                   END-IF
               END-IF
           END-IF.

       COVER-ACCOUNT.
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
                   IF WS-ACCT-IS-CLOSED
                       MOVE 'ACCOUNT IS CLOSED' TO WS-MSG
                   ELSE
                       PERFORM PROMPT-COVER-ACCOUNT
                       IF WS-COVER-STR = SPACES
                           PERFORM REMOVE-COVER
                       ELSE
                           PERFORM SET-COVER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROMPT-COVER-ACCOUNT.
           EXEC CICS SEND TEXT
               FROM('COVER ACCOUNT (BLANK TO REMOVE): ')
               LENGTH(33)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-COVER-STR.

       SET-COVER.
           IF WS-COVER-STR NOT NUMERIC
               MOVE 'INVALID COVER ACCOUNT' TO WS-MSG
           ELSE
               MOVE WS-COVER-STR TO WS-COVER-ACCOUNT
               IF WS-COVER-ACCOUNT = WS-ACCOUNT-NUMBER
                   MOVE 'AN ACCOUNT CANNOT COVER ITSELF' TO WS-MSG
               ELSE
                   EXEC CICS READ
                       FILE('ACCTMSTR')
                       INTO(WS-COVER-ACCT)
                       RIDFLD(WS-COVER-ACCOUNT)
                       KEYLENGTH(8)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NOTFND)
                       MOVE 'UNKNOWN COVER ACCOUNT' TO WS-MSG
                   ELSE
                       IF WS-COVER-CUST-NUMBER NOT = WS-ACCT-CUST-NUMBER
                           MOVE 'COVER MUST BELONG TO THE SAME CUSTOMER'
                               TO WS-MSG
                       ELSE
                           IF NOT WS-COVER-IS-OPEN
                               MOVE 'COVER ACCOUNT IS NOT OPEN'
                                   TO WS-MSG
                           ELSE
                               PERFORM WRITE-COVER-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-COVER-RECORD.
           EXEC CICS READ
               FILE('COVRFILE')
               INTO(WS-COVER)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-ACCOUNT-NUMBER     TO COVR-ACCOUNT
           MOVE WS-COVER-ACCOUNT      TO COVR-FROM-ACCOUNT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO COVR-SET-DATE
           MOVE WS-CURRENT-TELLER-ID  TO COVR-TELLER-ID
           IF WS-RESP = DFHRESP(NOTFND)
               EXEC CICS WRITE
                   FILE('COVRFILE')
                   FROM(WS-COVER)
                   LENGTH(WS-COVER-LEN)
                   RIDFLD(COVR-ACCOUNT)
                   KEYLENGTH(8)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                   FILE('COVRFILE')
                   FROM(WS-COVER)
               END-EXEC
           END-IF
           MOVE WS-COVER-STR TO WS-MAINT-LINK-REF
           MOVE 'COVS' TO JRNL-TRAN-TYPE
           PERFORM WRITE-MAINT-JOURNAL
           MOVE SPACES TO WS-MAINT-LINK-REF
           MOVE 'OVERDRAFT COVER ACCOUNT SET' TO WS-MSG.

       REMOVE-COVER.
           EXEC CICS READ
               FILE('COVRFILE')
               INTO(WS-COVER)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO OVERDRAFT COVER ACCOUNT IS SET' TO WS-MSG
           ELSE
               EXEC CICS DELETE
                   FILE('COVRFILE')
               END-EXEC
               MOVE COVR-FROM-ACCOUNT TO WS-MAINT-LINK-REF
               MOVE 'COVX' TO JRNL-TRAN-TYPE
               PERFORM WRITE-MAINT-JOURNAL
               MOVE SPACES TO WS-MAINT-LINK-REF
               MOVE 'OVERDRAFT COVER ACCOUNT REMOVED' TO WS-MSG
           END-IF.

       SAVE-CHANGE-BEFORE.
           MOVE SPACES             TO WS-PEND-CHANGE
           MOVE WS-ACCOUNT-NUMBER  TO PCHG-TARGET-ACCT
           MOVE WS-ACCOUNT-NAME    TO PCHG-BEF-NAME
           MOVE WS-OD-LIMIT        TO PCHG-BEF-LIMIT
           MOVE WS-OD-ALLOWED-SW   TO PCHG-BEF-OD-ALLOWED
           MOVE WS-ACCT-STATUS-SW  TO PCHG-BEF-STATUS.

       QUEUE-ACCOUNT-CHANGE.
           MOVE WS-ACCOUNT-NAME    TO PCHG-AFT-NAME
           MOVE WS-OD-LIMIT        TO PCHG-AFT-LIMIT
           MOVE WS-OD-ALLOWED-SW   TO PCHG-AFT-OD-ALLOWED
           MOVE WS-ACCT-STATUS-SW  TO PCHG-AFT-STATUS
           PERFORM WRITE-PENDING-CHANGE.

       WRITE-PENDING-CHANGE.
           PERFORM FIND-FREE-CHANGE-NO
           IF NOT FREE-CHANGE-FOUND
               MOVE 'CHANGE QUEUE IS FULL - NOT QUEUED' TO WS-MSG
           ELSE
               MOVE WS-CHANGE-RIDFLD     TO PCHG-NUMBER
               MOVE WS-CURRENT-TELLER-ID TO PCHG-MAKER-ID
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURRENT-DATE-TIME(1:8) TO PCHG-RAISED-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO PCHG-RAISED-TIME
               MOVE 'P'                  TO PCHG-STATUS
               MOVE SPACES               TO PCHG-CHECKER-ID
               MOVE ZERO                 TO PCHG-DECIDED-DATE
               MOVE ZERO                 TO PCHG-DECIDED-TIME
               EXEC CICS WRITE
                   FILE('PENDCHG')
                   FROM(WS-PEND-CHANGE)
                   LENGTH(WS-PEND-CHANGE-LEN)
                   RIDFLD(PCHG-NUMBER)
                   KEYLENGTH(4)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CHANGE QUEUE BUSY - PLEASE RETRY' TO WS-MSG
               ELSE
                   MOVE SPACES TO WS-MSG
                   STRING 'QUEUED FOR APPROVAL BY A SECOND '
                                                 DELIMITED SIZE
                          'SUPERVISOR - CHANGE NO. '
                                                 DELIMITED SIZE
                          PCHG-NUMBER            DELIMITED SIZE
                       INTO WS-MSG
               END-IF
           END-IF.

       FIND-FREE-CHANGE-NO.
           MOVE 'N' TO WS-CHANGE-FOUND-SW
           MOVE 1 TO WS-CHANGE-TRY
           PERFORM TRY-ONE-CHANGE-NO
               UNTIL FREE-CHANGE-FOUND OR WS-CHANGE-TRY > 9999.

       TRY-ONE-CHANGE-NO.
           MOVE WS-CHANGE-TRY TO WS-CHANGE-RIDFLD
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(WS-DUMMY-CHANGE)
               RIDFLD(WS-CHANGE-RIDFLD)
               KEYLENGTH(4)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-CHANGE-FOUND-SW
           ELSE
               ADD 1 TO WS-CHANGE-TRY
           END-IF.

       WRITE-MAINT-JOURNAL.
           MOVE WS-ACCOUNT-NUMBER TO JRNL-ACCOUNT-NUMBER
           MOVE ZERO              TO JRNL-AMOUNT
           MOVE WS-BALANCE        TO JRNL-BALANCE-BEFORE
           MOVE WS-BALANCE        TO JRNL-BALANCE-AFTER
           MOVE WS-MAINT-LINK-REF TO JRNL-LINK-REF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO JRNL-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO JRNL-TIME
