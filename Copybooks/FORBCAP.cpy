      ****************************************************************
      * FORBCAP - PARAMETER CARD LAYOUT FOR THE FORBEARANCE
      * CAPITALIZATION PRODUCT LIST, IN THE STYLE OF CAPPROD. ONE
      * CARD PER LOAN PRODUCT WHOSE INTEREST ACCRUED DURING A
      * FORBEARANCE OR DEFERMENT PERIOD ROLLS INTO PRINCIPAL WHEN
      * THE PERIOD ENDS - A PRODUCT WITH NO CARD LEAVES IT IN
      * PF-ACCRUED-INTEREST TO BE PAID. READ BY FORB-END-BATCH.
      * CAN BE TUNED WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  FORB-CAP-RECORD.
           05  FC-PRODUCT-CODE      PIC X(4).
