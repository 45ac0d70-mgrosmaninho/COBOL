      ****************************************************************
      * LOANXFER - RECORD LAYOUT FOR THE SERVICING TRANSFER FILE
      * WRITTEN BY LOAN-SALE-BATCH FOR THE PURCHASER. EACH POOL
      * OPENS WITH A HEADER RECORD; EVERY ACCOUNT SOLD FOLLOWS AS AN
      * ACCOUNT RECORD CARRYING THE WHOLE PORTFOLIO RECORD (PORTFREC
      * LAYOUT), ONE RECORD PER PAYMENT ON ITS HISTORY (PAYHIST
      * LAYOUT) AND ONE PER CO-BORROWER OR GUARANTOR (COBORREC
      * LAYOUT); A TRAILER WITH THE POOL'S COUNTS AND TOTALS CLOSES
      * THE POOL SO THE PURCHASER CAN PROVE WHAT ARRIVED.
      ****************************************************************
       01  LOAN-TRANSFER-RECORD.
           05  LT-RECORD-TYPE       PIC X.
               88  LT-POOL-HEADER        VALUE "H".
               88  LT-ACCOUNT            VALUE "A".
               88  LT-PAYMENT            VALUE "P".
               88  LT-COBORROWER         VALUE "C".
               88  LT-POOL-TRAILER       VALUE "T".
           05  LT-POOL-ID           PIC X(6).
           05  LT-ACCOUNT-ID        PIC 9(6).
      *> The record image itself on account, payment and co-borrower
      *> records.
           05  LT-DATA              PIC X(150).
           05  LT-HEADER-DATA REDEFINES LT-DATA.
               10  LT-H-PURCHASER   PIC X(20).
               10  LT-H-SALE-DATE   PIC 9(8).
               10  LT-H-CREATED-DATE PIC 9(8).
               10  FILLER           PIC X(114).
           05  LT-TRAILER-DATA REDEFINES LT-DATA.
               10  LT-T-ACCOUNTS    PIC 9(6).
               10  LT-T-PAYMENTS    PIC 9(7).
               10  LT-T-COBORROWERS PIC 9(6).
               10  LT-T-PRINCIPAL   PIC 9(9).
               10  LT-T-INTEREST    PIC 9(9)V99.
               10  FILLER           PIC X(111).
