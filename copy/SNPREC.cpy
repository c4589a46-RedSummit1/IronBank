      ***************************************************************
      * MASTER SNAPSHOT CONTROL RECORD - ONE PER NIGHTLY SNAPSHOT,
      * WRITTEN BY BNKSNP BESIDE THE SEQUENTIAL COPIES OF ACCTMSTR,
      * HOLDFILE, STORDER, CUSTMSTR, COVRFILE, TDFILE, STOPFILE AND
      * CHQBOOK.  STAMPS THE COPIES WITH THE BUSINESS DATE THEY
      * REPRESENT AND CARRIES THE RECORD COUNTS AND ACCOUNT BALANCE
      * TOTAL BNKRCV PROVES A RESTORE AGAINST.  A SNAPSHOT WHOSE
      * BALANCE TOTAL DID NOT AGREE WITH THE BNKEOD CARRY-FORWARD
      * TOTAL FOR THE DATE IS MARKED BAD AND IS NEVER RESTORED FROM.
      ***************************************************************
       05  SNP-BUSINESS-DATE        PIC 9(08).
       05  SNP-STATUS               PIC X(01).
           88  SNP-IS-GOOD          VALUE 'G'.
           88  SNP-IS-BAD           VALUE 'B'.
       05  SNP-ACCT-COUNT           PIC 9(07).
       05  SNP-ACCT-TOTAL           PIC S9(12)V99.
       05  SNP-HOLD-COUNT           PIC 9(07).
       05  SNP-STO-COUNT            PIC 9(07).
       05  SNP-CUST-COUNT           PIC 9(07).
       05  SNP-EOD-TOTAL            PIC S9(12)V99.
       05  SNP-COVR-COUNT           PIC 9(07).
       05  SNP-TD-COUNT             PIC 9(07).
       05  SNP-STOP-COUNT           PIC 9(07).
       05  SNP-CHQ-COUNT            PIC 9(07).
       05  FILLER                   PIC X(07).
