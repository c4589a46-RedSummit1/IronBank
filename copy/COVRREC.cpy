      ***************************************************************
      * OVERDRAFT COVER RECORD - KEYED BY ACCOUNT (VSAM KSDS)
      * ONE RECORD PER PROTECTED ACCOUNT, NAMING THE COVER ACCOUNT
      * UNDER THE SAME CUSTOMER NUMBER THAT A SHORTFALL IS SWEPT
      * FROM.  SET AND REMOVED BY A SUPERVISOR THROUGH ACCTMNT.  THE
      * ONLINE WITHDRAWAL (BANKING) AND BATCH POSTING (BNKPST/BNKSTO)
      * SWEEP THE COVER ACCOUNT'S AVAILABLE CREDIT BALANCE BEFORE AN
      * OVERDRAFT FEE IS CHARGED OR A DEBIT IS REFUSED, JOURNALED AS
      * AN SWDR/SWCR PAIR.
      ***************************************************************
       05  COVR-ACCOUNT             PIC 9(8).
       05  COVR-FROM-ACCOUNT        PIC 9(8).
       05  COVR-SET-DATE            PIC 9(8).
       05  COVR-TELLER-ID           PIC X(8).
       05  FILLER                   PIC X(8).
