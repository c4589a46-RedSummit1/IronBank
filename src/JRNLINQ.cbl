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

       01 WS-HIST-RECORD.
           COPY HISTREC.

          05 WS-INPUT-LEN         PIC S9(4) COMP VALUE 80.
          05 WS-OUTPUT-LEN        PIC S9(4) COMP VALUE 1920.
          05 WS-JOURNAL-LEN       PIC S9(4) COMP VALUE 84.
          05 WS-SECURITY-LOG-LEN  PIC S9(4) COMP VALUE 36.
          05 WS-HIST-LEN          PIC S9(4) COMP VALUE 86.
          05 WS-COMMAREA-LEN      PIC S9(4) COMP VALUE 96.

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
                       PERFORM SEND-CRITERIA-PROMPT
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
