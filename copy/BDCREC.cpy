               88  BDC-CLX-DONE     VALUE 'C'.
           10  BDC-CMP-STATUS       PIC X(01).
               88  BDC-CMP-DONE     VALUE 'C'.
           10  BDC-RTN-STATUS       PIC X(01).
               88  BDC-RTN-DONE     VALUE 'C'.
           10  BDC-TDM-STATUS       PIC X(01).
               88  BDC-TDM-DONE     VALUE 'C'.
           10  BDC-FEE-STATUS       PIC X(01).
               88  BDC-FEE-DONE     VALUE 'C'.
           10  BDC-SNP-STATUS       PIC X(01).
               88  BDC-SNP-DONE     VALUE 'C'.
           10  BDC-SWP-STATUS       PIC X(01).
               88  BDC-SWP-DONE     VALUE 'C'.
           10  BDC-PCX-STATUS       PIC X(01).
               88  BDC-PCX-DONE     VALUE 'C'.
           10  BDC-SEC-STATUS       PIC X(01).
               88  BDC-SEC-DONE     VALUE 'C'.
           10  BDC-PRD-STATUS       PIC X(01).
               88  BDC-PRD-DONE     VALUE 'C'.
       05  FILLER                   PIC X(14).
