      ***************************************************************
      * TELLER MASTER RECORD - KEYED BY TELL-ID (VSAM KSDS)
      * USED FOR SIGN-ON AUTHENTICATION AHEAD OF THE ACCOUNT MENU
      * CONSECUTIVE WRONG PINS ARE COUNTED IN TELL-FAIL-COUNT AND THE
      * ID IS LOCKED AT THE LIMIT.  A CORRECT PIN ZEROES THE COUNT;
      * ONLY A SUPERVISOR PIN RESET IN TELLMNT CLEARS THE LOCK.
      ***************************************************************
       05  TELL-ID                  PIC X(08).
       05  TELL-PIN                 PIC X(04).
           88  TELL-IS-SUPERVISOR   VALUE 'S'.
           88  TELL-IS-TELLER       VALUE 'T'.
       05  TELL-AUTH-LIMIT          PIC 9(10)V99.
       05  TELL-FAIL-COUNT          PIC 9(02).
           88  TELL-AT-FAIL-LIMIT   VALUE 3 THRU 99.
       05  TELL-LOCK-SW             PIC X(01).
           88  TELL-IS-LOCKED       VALUE 'Y'.
