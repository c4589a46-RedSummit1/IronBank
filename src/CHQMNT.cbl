       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQMNT.
       AUTHOR. JONATHAN.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STOP.
           COPY STOPREC.

       01 WS-CHQBOOK.
           COPY CHQREC.

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
          05 WS-ACCOUNT-NUMBER-STR PIC X(8).
          05 WS-SERIAL-FROM-STR   PIC X(8).
          05 WS-SERIAL-TO-STR     PIC X(8).
          05 WS-REASON-STR        PIC X(20).
          05 WS-SEQ-STR           PIC X(2).

       01 WS-LENGTHS.
          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-STOP-LEN          PIC S9(4) COMP VALUE 55.
          05 WS-CHQBOOK-LEN       PIC S9(4) COMP VALUE 34.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 16.

       01 WS-RESP                 PIC S9(8) COMP.

       01 WS-STOP-RIDFLD.
          05 WS-RID-ACCOUNT       PIC 9(8).
          05 WS-RID-SEQ           PIC 9(2).

       01 WS-BOOK-RIDFLD.
          05 WS-BOOK-RID-ACCOUNT  PIC 9(8).
          05 WS-BOOK-RID-SEQ      PIC 9(2).

       01 WS-SEQ-FOUND-SW         PIC X VALUE 'N'.
          88 FREE-SEQ-FOUND       VALUE 'Y'.
       01 WS-SEQ-TRY              PIC 9(3) VALUE ZERO.

       01 WS-SERIAL-FROM          PIC 9(8) VALUE ZERO.
       01 WS-SERIAL-TO            PIC 9(8) VALUE ZERO.
       01 WS-OVERLAP-SW           PIC X VALUE 'N'.
          88 BOOK-OVERLAPS        VALUE 'Y'.

       01 WS-LIST-DATA.
          05 WS-LIST-EOF-SW       PIC X VALUE 'N'.
             88 LIST-BROWSE-EOF   VALUE 'Y'.
          05 WS-LIST-COUNT        PIC 9(4) VALUE ZERO.
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
               TRANSID('CHQM')
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
               'CHEQUE REGISTER AND STOPS SIGN-ON'
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
               'CHEQUE REGISTER AND STOPS - SUPERVISOR '
                                                 DELIMITED SIZE
               CA-TELLER-ID                      DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '================================'DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               WS-MSG                            DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '1. PLACE STOP PAYMENT'           DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '2. LIFT STOP PAYMENT'            DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '3. LIST STOP PAYMENTS'           DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '4. RECORD CHEQUE BOOK ISSUED'    DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               '5. LIST CHEQUE BOOKS'            DELIMITED SIZE
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
                   PERFORM PLACE-STOP
               WHEN '2'
                   PERFORM LIFT-STOP
               WHEN '3'
                   PERFORM LIST-STOPS
               WHEN '4'
                   PERFORM RECORD-CHEQUE-BOOK
               WHEN '5'
                   PERFORM LIST-CHEQUE-BOOKS
               WHEN OTHER
                   MOVE 'INVALID OPTION' TO WS-MSG
           END-EVALUATE.

       PROMPT-ACCOUNT-NUMBER.
           EXEC CICS SEND TEXT
               FROM('ENTER ACCOUNT NUMBER: ')
               LENGTH(22)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-ACCOUNT-NUMBER-STR.

       PROMPT-SERIAL-RANGE.
           EXEC CICS SEND TEXT
               FROM('FIRST CHEQUE SERIAL (8 DIGITS): ')
               LENGTH(32)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-SERIAL-FROM-STR
           EXEC CICS SEND TEXT
               FROM('LAST CHEQUE SERIAL (BLANK IF ONE CHEQUE): ')
               LENGTH(42)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:8) TO WS-SERIAL-TO-STR
           IF WS-SERIAL-TO-STR = SPACES
               MOVE WS-SERIAL-FROM-STR TO WS-SERIAL-TO-STR
           END-IF.

       READ-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-ACCOUNT-NUMBER
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-ACCOUNT)
               RIDFLD(WS-ACCOUNT-NUMBER)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC.

       PLACE-STOP.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               PERFORM READ-ACCOUNT
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN ACCOUNT NUMBER' TO WS-MSG
               ELSE
                   IF WS-ACCT-IS-CLOSED
                       MOVE 'ACCOUNT IS CLOSED' TO WS-MSG
                   ELSE
                       PERFORM BUILD-NEW-STOP
                   END-IF
               END-IF
           END-IF.

       BUILD-NEW-STOP.
           PERFORM PROMPT-SERIAL-RANGE
           EXEC CICS SEND TEXT
               FROM('ENTER REASON (20): ')
               LENGTH(19)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT
           EXEC CICS RECEIVE
               INTO(WS-INPUT)
               LENGTH(WS-INPUT-LEN)
           END-EXEC
           MOVE WS-INPUT(1:20) TO WS-REASON-STR
           IF WS-SERIAL-FROM-STR NOT NUMERIC
               OR WS-SERIAL-TO-STR NOT NUMERIC
               MOVE 'INVALID SERIAL - NUMBERS ONLY' TO WS-MSG
           ELSE
               MOVE WS-SERIAL-FROM-STR TO WS-SERIAL-FROM
               MOVE WS-SERIAL-TO-STR   TO WS-SERIAL-TO
               IF WS-SERIAL-TO < WS-SERIAL-FROM
                   MOVE 'LAST SERIAL IS BEFORE FIRST SERIAL'
                       TO WS-MSG
               ELSE
                   PERFORM FIND-FREE-STOP-SEQ
                   IF NOT FREE-SEQ-FOUND
                       MOVE 'NO FREE STOP SLOT FOR THIS ACCOUNT'
                           TO WS-MSG
                   ELSE
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-TIME
                       MOVE WS-ACCOUNT-NUMBER-STR TO STOP-ACCOUNT
                       MOVE WS-RID-SEQ            TO STOP-SEQ
                       MOVE WS-SERIAL-FROM        TO STOP-SERIAL-FROM
                       MOVE WS-SERIAL-TO          TO STOP-SERIAL-TO
                       MOVE WS-REASON-STR         TO STOP-REASON
                       MOVE WS-CURRENT-DATE-TIME(1:8)
                           TO STOP-PLACED-DATE
                       MOVE 'A'                   TO STOP-STATUS
                       EXEC CICS WRITE
                           FILE('STOPFILE')
                           FROM(WS-STOP)
                           LENGTH(WS-STOP-LEN)
                           RIDFLD(STOP-KEY)
                           KEYLENGTH(10)
                       END-EXEC
                       MOVE 'STPP' TO JRNL-TRAN-TYPE
                       PERFORM WRITE-STOP-JOURNAL
                       MOVE 'STOP PAYMENT PLACED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

       FIND-FREE-STOP-SEQ.
           MOVE 'N' TO WS-SEQ-FOUND-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-RID-ACCOUNT
           MOVE 1 TO WS-SEQ-TRY
           PERFORM TRY-ONE-STOP-SEQ
               UNTIL FREE-SEQ-FOUND OR WS-SEQ-TRY > 99.

       TRY-ONE-STOP-SEQ.
           MOVE WS-SEQ-TRY TO WS-RID-SEQ
           EXEC CICS READ
               FILE('STOPFILE')
               INTO(WS-STOP)
               RIDFLD(WS-STOP-RIDFLD)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-SEQ-FOUND-SW
           ELSE
               ADD 1 TO WS-SEQ-TRY
           END-IF.

       LIFT-STOP.
           PERFORM PROMPT-ACCOUNT-NUMBER
           EXEC CICS SEND TEXT
               FROM('ENTER STOP SEQUENCE (2): ')
               LENGTH(25)
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
                   FILE('STOPFILE')
                   INTO(WS-STOP)
                   RIDFLD(WS-STOP-RIDFLD)
                   KEYLENGTH(10)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO SUCH STOP PAYMENT' TO WS-MSG
               ELSE
                   IF STOP-IS-LIFTED
                       MOVE 'STOP IS ALREADY LIFTED' TO WS-MSG
                   ELSE
                       MOVE 'L' TO STOP-STATUS
                       EXEC CICS REWRITE
                           FILE('STOPFILE')
                           FROM(WS-STOP)
                       END-EXEC
                       MOVE 'STPL' TO JRNL-TRAN-TYPE
                       PERFORM WRITE-STOP-JOURNAL
                       MOVE 'STOP PAYMENT LIFTED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

       LIST-STOPS.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               PERFORM BUILD-STOP-LIST
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

       BUILD-STOP-LIST.
           MOVE SPACES TO WS-OUTPUT
           MOVE 1 TO WS-OUTPUT-PTR
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'STOP PAYMENTS - ACCOUNT '        DELIMITED SIZE
               WS-ACCOUNT-NUMBER-STR             DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'SQ ST PLACED   FROM     TO       REASON'
                                                 DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-RID-ACCOUNT
           MOVE ZERO TO WS-RID-SEQ
           EXEC CICS STARTBR
               FILE('STOPFILE')
               RIDFLD(WS-STOP-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               PERFORM LIST-ONE-STOP UNTIL LIST-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('STOPFILE')
               END-EXEC
           END-IF
           IF WS-LIST-COUNT = 0
               STRING
                   X'15'                         DELIMITED SIZE
                   'NO STOP PAYMENTS ON FILE'    DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           STRING
               X'15'                             DELIMITED SIZE
               'PRESS ENTER TO RETURN TO MENU: ' DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR.

       LIST-ONE-STOP.
           EXEC CICS READNEXT
               FILE('STOPFILE')
               INTO(WS-STOP)
               LENGTH(WS-STOP-LEN)
               RIDFLD(WS-STOP-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR STOP-ACCOUNT NOT = WS-RID-ACCOUNT
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               ADD 1 TO WS-LIST-COUNT
               STRING
                   X'15'                     DELIMITED SIZE
                   STOP-SEQ ' '              DELIMITED SIZE
                   STOP-STATUS '  '          DELIMITED SIZE
                   STOP-PLACED-DATE ' '      DELIMITED SIZE
                   STOP-SERIAL-FROM ' '      DELIMITED SIZE
                   STOP-SERIAL-TO ' '        DELIMITED SIZE
                   STOP-REASON               DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF.

       RECORD-CHEQUE-BOOK.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               PERFORM READ-ACCOUNT
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN ACCOUNT NUMBER' TO WS-MSG
               ELSE
                   IF NOT WS-ACCT-IS-OPEN
                       MOVE 'ACCOUNT IS NOT OPEN' TO WS-MSG
                   ELSE
                       PERFORM BUILD-NEW-BOOK
                   END-IF
               END-IF
           END-IF.

       BUILD-NEW-BOOK.
           PERFORM PROMPT-SERIAL-RANGE
           IF WS-SERIAL-FROM-STR NOT NUMERIC
               OR WS-SERIAL-TO-STR NOT NUMERIC
               MOVE 'INVALID SERIAL - NUMBERS ONLY' TO WS-MSG
           ELSE
               MOVE WS-SERIAL-FROM-STR TO WS-SERIAL-FROM
               MOVE WS-SERIAL-TO-STR   TO WS-SERIAL-TO
               IF WS-SERIAL-TO < WS-SERIAL-FROM
                   MOVE 'LAST SERIAL IS BEFORE FIRST SERIAL'
                       TO WS-MSG
               ELSE
                   PERFORM CHECK-BOOK-OVERLAP
                   IF BOOK-OVERLAPS
                       MOVE 'SERIALS OVERLAP A BOOK ALREADY ISSUED'
                           TO WS-MSG
                   ELSE
                       PERFORM FIND-FREE-BOOK-SEQ
                       IF NOT FREE-SEQ-FOUND
                           MOVE 'NO FREE BOOK SLOT FOR THIS ACCOUNT'
                               TO WS-MSG
                       ELSE
                           PERFORM WRITE-NEW-BOOK
                           MOVE 'CHEQUE BOOK RECORDED' TO WS-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-BOOK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-ACCOUNT-NUMBER-STR TO CHQ-ACCOUNT
           MOVE WS-BOOK-RID-SEQ       TO CHQ-SEQ
           MOVE WS-SERIAL-FROM        TO CHQ-SERIAL-FROM
           MOVE WS-SERIAL-TO          TO CHQ-SERIAL-TO
           MOVE WS-CURRENT-DATE-TIME(1:8) TO CHQ-ISSUE-DATE
           EXEC CICS WRITE
               FILE('CHQBOOK')
               FROM(WS-CHQBOOK)
               LENGTH(WS-CHQBOOK-LEN)
               RIDFLD(CHQ-KEY)
               KEYLENGTH(10)
           END-EXEC
           MOVE ZERO TO WS-BALANCE
           PERFORM READ-ACCOUNT
           MOVE CHQ-ACCOUNT       TO JRNL-ACCOUNT-NUMBER
           MOVE 'CHQI'            TO JRNL-TRAN-TYPE
           MOVE ZERO              TO JRNL-AMOUNT
           MOVE WS-BALANCE        TO JRNL-BALANCE-BEFORE
           MOVE WS-BALANCE        TO JRNL-BALANCE-AFTER
           MOVE SPACES            TO JRNL-LINK-REF
           STRING 'CB' CHQ-ACCOUNT CHQ-SEQ DELIMITED SIZE
               INTO JRNL-LINK-REF
           PERFORM WRITE-JOURNAL-RECORD.

       CHECK-BOOK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-BOOK-RID-ACCOUNT
           MOVE ZERO TO WS-BOOK-RID-SEQ
           EXEC CICS STARTBR
               FILE('CHQBOOK')
               RIDFLD(WS-BOOK-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               PERFORM CHECK-ONE-BOOK UNTIL LIST-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('CHQBOOK')
               END-EXEC
           END-IF.

       CHECK-ONE-BOOK.
           EXEC CICS READNEXT
               FILE('CHQBOOK')
               INTO(WS-CHQBOOK)
               LENGTH(WS-CHQBOOK-LEN)
               RIDFLD(WS-BOOK-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CHQ-ACCOUNT NOT = WS-BOOK-RID-ACCOUNT
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               IF WS-SERIAL-FROM <= CHQ-SERIAL-TO
                   AND WS-SERIAL-TO >= CHQ-SERIAL-FROM
                   MOVE 'Y' TO WS-OVERLAP-SW
                   MOVE 'Y' TO WS-LIST-EOF-SW
               END-IF
           END-IF.

       FIND-FREE-BOOK-SEQ.
           MOVE 'N' TO WS-SEQ-FOUND-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-BOOK-RID-ACCOUNT
           MOVE 1 TO WS-SEQ-TRY
           PERFORM TRY-ONE-BOOK-SEQ
               UNTIL FREE-SEQ-FOUND OR WS-SEQ-TRY > 99.

       TRY-ONE-BOOK-SEQ.
           MOVE WS-SEQ-TRY TO WS-BOOK-RID-SEQ
           EXEC CICS READ
               FILE('CHQBOOK')
               INTO(WS-CHQBOOK)
               RIDFLD(WS-BOOK-RIDFLD)
               KEYLENGTH(10)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'Y' TO WS-SEQ-FOUND-SW
           ELSE
               ADD 1 TO WS-SEQ-TRY
           END-IF.

       LIST-CHEQUE-BOOKS.
           PERFORM PROMPT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER-STR NOT NUMERIC
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-MSG
           ELSE
               PERFORM BUILD-BOOK-LIST
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

       BUILD-BOOK-LIST.
           MOVE SPACES TO WS-OUTPUT
           MOVE 1 TO WS-OUTPUT-PTR
           STRING
               '================================' DELIMITED SIZE
               '=IRON BANK OF BRAAVOS==========='DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'CHEQUE BOOKS ISSUED - ACCOUNT '  DELIMITED SIZE
               WS-ACCOUNT-NUMBER-STR             DELIMITED SIZE
               X'15'                             DELIMITED SIZE
               'SQ ISSUED   FROM     TO'         DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE WS-ACCOUNT-NUMBER-STR TO WS-BOOK-RID-ACCOUNT
           MOVE ZERO TO WS-BOOK-RID-SEQ
           EXEC CICS STARTBR
               FILE('CHQBOOK')
               RIDFLD(WS-BOOK-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               PERFORM LIST-ONE-BOOK UNTIL LIST-BROWSE-EOF
               EXEC CICS ENDBR
                   FILE('CHQBOOK')
               END-EXEC
           END-IF
           IF WS-LIST-COUNT = 0
               STRING
                   X'15'                         DELIMITED SIZE
                   'NO CHEQUE BOOKS ON FILE'     DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF
           STRING
               X'15'                             DELIMITED SIZE
               'PRESS ENTER TO RETURN TO MENU: ' DELIMITED SIZE
               INTO WS-OUTPUT
               WITH POINTER WS-OUTPUT-PTR.

       LIST-ONE-BOOK.
           EXEC CICS READNEXT
               FILE('CHQBOOK')
               INTO(WS-CHQBOOK)
               LENGTH(WS-CHQBOOK-LEN)
               RIDFLD(WS-BOOK-RIDFLD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CHQ-ACCOUNT NOT = WS-BOOK-RID-ACCOUNT
               MOVE 'Y' TO WS-LIST-EOF-SW
           ELSE
               ADD 1 TO WS-LIST-COUNT
               STRING
                   X'15'                     DELIMITED SIZE
                   CHQ-SEQ ' '               DELIMITED SIZE
                   CHQ-ISSUE-DATE ' '        DELIMITED SIZE
                   CHQ-SERIAL-FROM ' '       DELIMITED SIZE
                   CHQ-SERIAL-TO             DELIMITED SIZE
                   INTO WS-OUTPUT
                   WITH POINTER WS-OUTPUT-PTR
           END-IF.

       WRITE-STOP-JOURNAL.
           MOVE ZERO TO WS-BALANCE
           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(WS-ACCOUNT)
               RIDFLD(STOP-ACCOUNT)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           MOVE STOP-ACCOUNT      TO JRNL-ACCOUNT-NUMBER
           MOVE ZERO              TO JRNL-AMOUNT
           MOVE WS-BALANCE        TO JRNL-BALANCE-BEFORE
           MOVE WS-BALANCE        TO JRNL-BALANCE-AFTER
           MOVE SPACES            TO JRNL-LINK-REF
           STRING 'SP' STOP-ACCOUNT STOP-SEQ DELIMITED SIZE
               INTO JRNL-LINK-REF
           PERFORM WRITE-JOURNAL-RECORD.

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
