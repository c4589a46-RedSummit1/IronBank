      ***************************************************************
      * CHEQUE BOOK ISSUE RECORD - KEYED BY ACCOUNT/SEQ (VSAM KSDS)
      * ONE RECORD PER CHEQUE BOOK HANDED TO THE CUSTOMER, WITH THE
      * FIRST AND LAST SERIAL IN THE BOOK.  RECORDED THROUGH CHQMNT.
      * ONCE AN ACCOUNT HAS ANY BOOK ON FILE, BNKPST REJECTS A
      * CLEARING DEBIT WHOSE SERIAL FALLS IN NONE OF ITS BOOKS.  AN
      * ACCOUNT WITH NO BOOK ON FILE IS NOT SERIAL-CHECKED.
      ***************************************************************
       05  CHQ-KEY.
           10  CHQ-ACCOUNT          PIC 9(8).
           10  CHQ-SEQ              PIC 9(2).
       05  CHQ-SERIAL-FROM          PIC 9(8).
       05  CHQ-SERIAL-TO            PIC 9(8).
       05  CHQ-ISSUE-DATE           PIC 9(8).
