      ***************************************************************
      * STOP-PAYMENT RECORD - KEYED BY ACCOUNT/SEQ (VSAM KSDS)
      * ONE RECORD PER STOP INSTRUCTION, COVERING A SINGLE CHEQUE
      * (SERIAL-FROM = SERIAL-TO) OR A RANGE OF SERIALS, E.G. A
      * WHOLE STOLEN CHEQUE BOOK.  PLACED AND LIFTED BY A
      * SUPERVISOR THROUGH CHQMNT.  AN ACTIVE STOP MAKES BNKPST
      * REJECT ANY CLEARING DEBIT FOR A SERIAL IN THE RANGE.
      ***************************************************************
       05  STOP-KEY.
           10  STOP-ACCOUNT         PIC 9(8).
           10  STOP-SEQ             PIC 9(2).
       05  STOP-SERIAL-FROM         PIC 9(8).
       05  STOP-SERIAL-TO           PIC 9(8).
       05  STOP-REASON              PIC X(20).
       05  STOP-PLACED-DATE         PIC 9(8).
       05  STOP-STATUS              PIC X(1).
           88  STOP-IS-ACTIVE       VALUE 'A'.
           88  STOP-IS-LIFTED       VALUE 'L'.
