      ***************************************************************
      * PENDING CHANGE RECORD - KEYED BY CHANGE NUMBER (VSAM KSDS)
      * ONE RECORD PER SENSITIVE MAINTENANCE CHANGE AWAITING A
      * SECOND SUPERVISOR - AN OVERDRAFT LIMIT RAISED OR OVERDRAFT
      * TURNED ON, AN UNFREEZE OR A DORMANT REACTIVATION (ACCTMNT),
      * OR A TELLER AUTH LIMIT RAISED (TELLMNT).  THE MAKER'S ID AND
      * THE BEFORE AND AFTER VALUES ARE HELD HERE AND THE MASTER IS
      * NOT TOUCHED UNTIL A DIFFERENT SUPERVISOR APPROVES THROUGH
      * PCHGMNT.  PCHG-TYPE IS THE JOURNAL TYPE WRITTEN WHEN THE
      * CHANGE IS APPLIED.  ITEMS STILL PENDING AT END OF DAY ARE
      * EXPIRED BY THE NIGHTLY BNKPCX RUN.
      ***************************************************************
       05  PCHG-NUMBER              PIC 9(4).
       05  PCHG-TYPE                PIC X(4).
       05  PCHG-TARGET              PIC X(8).
       05  PCHG-TARGET-ACCT REDEFINES PCHG-TARGET
                                    PIC 9(8).
       05  PCHG-MAKER-ID            PIC X(8).
       05  PCHG-RAISED-DATE         PIC 9(8).
       05  PCHG-RAISED-TIME         PIC 9(6).
       05  PCHG-BEFORE.
           10  PCHG-BEF-NAME        PIC X(20).
           10  PCHG-BEF-LIMIT       PIC 9(10)V99.
           10  PCHG-BEF-OD-ALLOWED  PIC X(01).
           10  PCHG-BEF-STATUS      PIC X(01).
       05  PCHG-AFTER.
           10  PCHG-AFT-NAME        PIC X(20).
           10  PCHG-AFT-LIMIT       PIC 9(10)V99.
           10  PCHG-AFT-OD-ALLOWED  PIC X(01).
           10  PCHG-AFT-STATUS      PIC X(01).
       05  PCHG-STATUS              PIC X(01).
           88  PCHG-IS-PENDING      VALUE 'P'.
           88  PCHG-IS-APPROVED     VALUE 'A'.
           88  PCHG-IS-DECLINED     VALUE 'D'.
           88  PCHG-IS-EXPIRED      VALUE 'X'.
       05  PCHG-CHECKER-ID          PIC X(8).
       05  PCHG-DECIDED-DATE        PIC 9(8).
       05  PCHG-DECIDED-TIME        PIC 9(6).
       05  FILLER                   PIC X(11).
