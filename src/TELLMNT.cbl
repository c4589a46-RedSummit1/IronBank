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
                         TELL-IS-ACTIVE     BY WS-TARGET-IS-ACTIVE
                         TELL-IS-INACTIVE   BY WS-TARGET-IS-INACTIVE
                         TELL-TYPE          BY WS-TARGET-TYPE-SW
                         TELL-AUTH-LIMIT    BY WS-TARGET-AUTH-LIMIT
                         TELL-FAIL-COUNT    BY WS-TARGET-FAIL-COUNT
                         TELL-AT-FAIL-LIMIT BY WS-TARGET-AT-FAIL-LIMIT
                         TELL-LOCK-SW       BY WS-TARGET-LOCK-SW
                         TELL-IS-LOCKED     BY WS-TARGET-IS-LOCKED.

       01 WS-COMMAREA.
          05 CA-STATE              PIC X(8).
       01 WS-SUPERVISOR-SW         PIC X(1).
          88 SIGNED-ON-SUPERVISOR  VALUE 'S'.

       01 WS-PEND-CHANGE.
           COPY PCHGREC.

       01 WS-CHANGE-RIDFLD         PIC 9(4).
       01 WS-CHANGE-FOUND-SW       PIC X VALUE 'N'.
          88 FREE-CHANGE-FOUND     VALUE 'Y'.
       01 WS-CHANGE-TRY            PIC 9(5) VALUE ZERO.
       01 WS-DUMMY-CHANGE          PIC X(140).
       01 WS-NEW-LIMIT             PIC 9(10)V99.

       01 WS-JOURNAL-RECORD.
           COPY JRNLREC.

       01 WS-SECURITY-LOG.
           COPY SECREC.

       01 WS-CURRENT-DATE-TIME     PIC X(21).

       01 WS-SCREEN-DATA.
       01 WS-LENGTHS.
          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-TELLER-LEN        PIC S9(4) COMP VALUE 49.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
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
                   MOVE WS-TELLER-ID-STR TO CA-TELLER-ID
                   MOVE 'MENU'           TO CA-STATE
                   MOVE SPACES           TO WS-MSG
                   PERFORM SET-SUPERVISOR-SW
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

       FETCH-SIGNON-TELLER.
           EXEC CICS READ
               FILE('TELLMSTR')
                   MOVE 'A'               TO WS-TARGET-STATUS-SW
                   MOVE WS-TYPE-STR       TO WS-TARGET-TYPE-SW
                   MOVE WS-LIMIT-STR      TO WS-TARGET-AUTH-LIMIT
                   MOVE ZERO              TO WS-TARGET-FAIL-COUNT
                   MOVE 'N'               TO WS-TARGET-LOCK-SW
                   EXEC CICS WRITE
                       FILE('TELLMSTR')
                       FROM(WS-TARGET-TELLER)
                       MOVE 'INVALID AUTH LIMIT - NUMBERS ONLY'
                           TO WS-MSG
                   ELSE
                       MOVE WS-LIMIT-STR TO WS-NEW-LIMIT
                       IF WS-NEW-LIMIT > WS-TARGET-AUTH-LIMIT
                           PERFORM QUEUE-AUTH-LIMIT
                       ELSE
                           MOVE WS-NEW-LIMIT TO WS-TARGET-AUTH-LIMIT
                           EXEC CICS REWRITE
                               FILE('TELLMSTR')
                               FROM(WS-TARGET-TELLER)
                           END-EXEC
                           MOVE 'TLIM' TO JRNL-TRAN-TYPE
                           PERFORM WRITE-ADMIN-JOURNAL
                           MOVE 'AUTH LIMIT SET' TO WS-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       QUEUE-AUTH-LIMIT.
           MOVE SPACES               TO WS-PEND-CHANGE
           MOVE 'TLIM'               TO PCHG-TYPE
           MOVE WS-TARGET-ID         TO PCHG-TARGET
           MOVE WS-TARGET-NAME       TO PCHG-BEF-NAME
           MOVE WS-TARGET-AUTH-LIMIT TO PCHG-BEF-LIMIT
           MOVE WS-TARGET-STATUS-SW  TO PCHG-BEF-STATUS
           MOVE WS-TARGET-NAME       TO PCHG-AFT-NAME
           MOVE WS-NEW-LIMIT         TO PCHG-AFT-LIMIT
           MOVE WS-TARGET-STATUS-SW  TO PCHG-AFT-STATUS
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

       FLIP-TELLER-STATUS.
           IF NOT SIGNED-ON-SUPERVISOR
               MOVE 'NOT AUTHORIZED - SUPERVISORS ONLY' TO WS-MSG
                       MOVE 'PINS DO NOT MATCH OR BLANK' TO WS-MSG
                   ELSE
                       MOVE WS-NEW-PIN-STR TO WS-TARGET-PIN
                       MOVE ZERO TO WS-TARGET-FAIL-COUNT
                       IF WS-TARGET-IS-LOCKED
                           MOVE 'PIN RESET - TELLER ID UNLOCKED'
                               TO WS-MSG
                       ELSE
                           MOVE 'PIN RESET' TO WS-MSG
                       END-IF
                       MOVE 'N' TO WS-TARGET-LOCK-SW
                       EXEC CICS REWRITE
                           FILE('TELLMSTR')
                           FROM(WS-TARGET-TELLER)
                       END-EXEC
                       MOVE 'TPIN' TO JRNL-TRAN-TYPE
                       PERFORM WRITE-ADMIN-JOURNAL
                   END-IF
               END-IF
           END-IF.
