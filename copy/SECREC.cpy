      ***************************************************************
      * SECURITY LOG RECORD - ONE PER SIGN-ON VIOLATION, APPEND ONLY
      * WRITTEN BY THE SIGN-ON OF EVERY ONLINE PROGRAM: A WRONG PIN,
      * THE LOCKOUT IT TRIGGERS, AN UNKNOWN TELLER ID, AND A SIGN-ON
      * TO AN INACTIVE OR LOCKED ID.  LISTED AND CUT EACH NIGHT BY
      * BNKSEC.
      ***************************************************************
       05  SEC-DATE                 PIC 9(8).
       05  SEC-TIME                 PIC 9(6).
       05  SEC-TELLER-ID            PIC X(8).
       05  SEC-TERMINAL             PIC X(4).
       05  SEC-TRANSID              PIC X(4).
       05  SEC-EVENT                PIC X(4).
           88  SEC-WRONG-PIN        VALUE 'PINF'.
           88  SEC-ID-LOCKED        VALUE 'LOCK'.
           88  SEC-UNKNOWN-ID       VALUE 'NOID'.
           88  SEC-INACTIVE-ID      VALUE 'INAC'.
           88  SEC-LOCKED-ID        VALUE 'LKID'.
       05  SEC-FAIL-COUNT           PIC 9(2).
