      ***************************************************************
      * TERM DEPOSIT RECORD - KEYED BY LINKED ACCOUNT/SEQ (VSAM KSDS)
      * ONE RECORD PER FIXED-TERM DEPOSIT.  THE PRINCIPAL IS TAKEN
      * FROM THE LINKED ACCOUNT WHEN THE DEPOSIT IS PLACED THROUGH
      * TDMNT, AND THE NIGHTLY BNKTDM RUN ACCRUES A DAY'S INTEREST
      * AT THE FIXED ANNUAL RATE (RATE / 365) UNTIL THE MATURITY
      * DATE.  AT MATURITY THE INTEREST IS PAID TO THE LINKED
      * ACCOUNT AND THE PRINCIPAL IS EITHER PAID BACK TO IT OR
      * ROLLED OVER FOR THE SAME TERM, AS THE INSTRUCTION SAYS.
      * A DEPOSIT BROKEN EARLY UNDER SUPERVISION PAYS PRINCIPAL AND
      * ACCRUED INTEREST LESS THE BREAK PENALTY.
      ***************************************************************
       05  TD-KEY.
           10  TD-ACCOUNT           PIC 9(8).
           10  TD-SEQ               PIC 9(2).
       05  TD-PRINCIPAL             PIC 9(10)V99.
       05  TD-START-DATE            PIC 9(8).
       05  TD-TERM-MONTHS           PIC 9(2).
           88  TD-TERM-IS-VALID     VALUES 03 06 12.
       05  TD-RATE                  PIC 9(1)V9(4).
       05  TD-MATURITY-DATE         PIC 9(8).
       05  TD-INSTRUCTION           PIC X(1).
           88  TD-PAY-TO-ACCOUNT    VALUE 'P'.
           88  TD-ROLL-OVER         VALUE 'R'.
       05  TD-ACCRUED               PIC 9(8)V99.
       05  TD-LAST-ACCRUAL-DATE     PIC 9(8).
       05  TD-STATUS                PIC X(1).
           88  TD-IS-ACTIVE         VALUE 'A'.
           88  TD-IS-MATURED        VALUE 'M'.
           88  TD-IS-BROKEN         VALUE 'B'.
