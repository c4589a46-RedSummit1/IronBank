      ***************************************************************
      * MONTH-END PRODUCT EXTRACT RECORD - ONE GENERATION PER MONTH,
      * WRITTEN BY BNKPRD FOR THE FINANCE OFFICE.  A HEADER, ONE
      * DETAIL PER ACCOUNT PRODUCT AND A TRAILER CARRYING THE SAME
      * FIGURES FOR ALL PRODUCTS TOGETHER PLUS THE CONTROL TOTALS
      * PROVED AGAINST THE BNKEOD GRAND TOTAL FOR THE MONTH-END DATE.
      * MOVEMENTS AND INCOME ARE FOR THE CALENDAR MONTH, POSITIONS
      * ARE AT THE MONTH END.  THE CHANGE FIELDS ARE THIS MONTH LESS
      * THE PRIOR MONTH'S EXTRACT, WHICH BNKPRD READS BACK EACH RUN.
      * THE CONTROL AREA IS USED ON THE TRAILER ONLY AND IS SPACES ON
      * THE HEADER AND DETAIL RECORDS.
      ***************************************************************
       05  PRD-RECORD-TYPE          PIC X(01).
           88  PRD-IS-HEADER        VALUE 'H'.
           88  PRD-IS-DETAIL        VALUE 'D'.
           88  PRD-IS-TRAILER       VALUE 'T'.
       05  PRD-MONTH-END            PIC 9(08).
       05  PRD-PRODUCT              PIC X(02).
       05  PRD-BODY                 PIC X(267).
       05  PRD-HEADER REDEFINES PRD-BODY.
           10  PRH-INSTITUTION      PIC X(20).
           10  PRH-PRIOR-MONTH-END  PIC 9(08).
           10  PRH-CREATED-DATE     PIC 9(08).
           10  FILLER               PIC X(231).
       05  PRD-FIGURES REDEFINES PRD-BODY.
           10  PRD-PRIOR-SW         PIC X(01).
               88  PRD-HAS-PRIOR    VALUE 'Y'.
           10  PRD-OPENED           PIC 9(07).
           10  PRD-CLOSED           PIC 9(07).
           10  PRD-FROZEN           PIC 9(07).
           10  PRD-DORMANT          PIC 9(07).
           10  PRD-CREDIT-COUNT     PIC 9(07).
           10  PRD-CREDIT-BALANCE   PIC S9(12)V99.
           10  PRD-OD-COUNT         PIC 9(07).
           10  PRD-OD-BALANCE       PIC S9(12)V99.
           10  PRD-ACCOUNT-COUNT    PIC 9(07).
           10  PRD-NET-BALANCE      PIC S9(12)V99.
           10  PRD-INT-PAID         PIC S9(12)V99.
           10  PRD-DINT-EARNED      PIC S9(12)V99.
           10  PRD-ODFE-EARNED      PIC S9(12)V99.
           10  PRD-CHG-OPENED       PIC S9(07).
           10  PRD-CHG-CLOSED       PIC S9(07).
           10  PRD-CHG-FROZEN       PIC S9(07).
           10  PRD-CHG-DORMANT      PIC S9(07).
           10  PRD-CHG-CREDIT-COUNT PIC S9(07).
           10  PRD-CHG-CREDIT-BAL   PIC S9(12)V99.
           10  PRD-CHG-OD-COUNT     PIC S9(07).
           10  PRD-CHG-OD-BAL       PIC S9(12)V99.
           10  PRD-CHG-ACCOUNT-COUNT PIC S9(07).
           10  PRD-CHG-NET-BALANCE  PIC S9(12)V99.
           10  PRD-CHG-INT-PAID     PIC S9(12)V99.
           10  PRD-CHG-DINT-EARNED  PIC S9(12)V99.
           10  PRD-CHG-ODFE-EARNED  PIC S9(12)V99.
       05  PRD-CONTROL-AREA         PIC X(72).
       05  PRD-CONTROL REDEFINES PRD-CONTROL-AREA.
           10  PRT-PRODUCT-COUNT    PIC 9(03).
           10  PRT-ACCOUNTS-READ    PIC 9(07).
           10  PRT-CLOSED-COUNT     PIC 9(07).
           10  PRT-CLOSED-BALANCE   PIC S9(12)V99.
           10  PRT-REPORT-TOTAL     PIC S9(12)V99.
           10  PRT-EOD-DATE         PIC 9(08).
           10  PRT-EOD-TOTAL        PIC S9(12)V99.
           10  PRT-CONTROL-STATUS   PIC X(01).
               88  PRT-TOTALS-AGREE VALUE 'A'.
               88  PRT-TOTALS-DIFFER VALUE 'D'.
           10  FILLER               PIC X(04).
