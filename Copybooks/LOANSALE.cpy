      ****************************************************************
      * LOANSALE - RECORD LAYOUT FOR THE LOAN SALE REGISTER, KEYED ON
      * THE ACCOUNT ID, IN THE SHAPE OF THE CHARGE-OFF RECOVERY FILE.
      * WHEN LOAN-SALE-BATCH SELLS OR TRANSFERS AN ACCOUNT TO ANOTHER
      * SERVICER, THE BALANCES IT LEFT WITH, THE POOL, THE PURCHASER
      * AND THE SALE DATE ARE KEPT HERE, AND THE PORTFOLIO RECORD
      * GOES TO ZERO WITH STATUS "T" - SO ACCRUAL, DUNNING AND
      * BILLING STOP AND THE BOOK NO LONGER CARRIES THE LOAN.
      ****************************************************************
       01  LOAN-SALE-RECORD.
           05  LS-ACCOUNT-ID        PIC 9(6).
           05  LS-POOL-ID           PIC X(6).
           05  LS-PURCHASER         PIC X(20).
           05  LS-SALE-DATE         PIC 9(8).
           05  LS-PRODUCT-CODE      PIC X(4).
           05  LS-SOLD-PRINCIPAL    PIC 9(5).
           05  LS-SOLD-INTEREST     PIC 9(8)V99.
      *> The business date of the run that made the transfer file.
           05  LS-TRANSFER-DATE     PIC 9(8).
