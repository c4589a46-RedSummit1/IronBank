000197*   08/21/2026  OSG   TELLER RECORD EXTENDED TO 46 BYTES FOR    *
000198*                     THE PER-TELLER AUTHORIZATION LIMIT -      *
000199*                     CARD COLUMNS 35-46.                       *
000200*   10/15/2026  OSG   TELLER RECORD EXTENDED TO 49 BYTES FOR    *
000201*                     THE FAILED SIGN-ON COUNT AND LOCK FLAG.   *
000202*                     BOTH LOAD CLEAR (ZERO, NOT LOCKED) AND    *
000203*                     ARE NOT ON THE CARD.                      *
000204*                                                               *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000460
000470 FD  TELL-MASTER-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 49 CHARACTERS.
000500 01  FD-TELL-RECORD.
000510     COPY TELLREC.
000520
001050     MOVE TLIN-STATUS      TO TELL-STATUS
001055     MOVE TLIN-TYPE        TO TELL-TYPE
001057     MOVE TLIN-AUTH-LIMIT  TO TELL-AUTH-LIMIT
001058     MOVE ZERO             TO TELL-FAIL-COUNT
001059     MOVE 'N'              TO TELL-LOCK-SW
001060     WRITE FD-TELL-RECORD
001070         INVALID KEY
001080             ADD 1 TO WS-TELLERS-REJECTED
