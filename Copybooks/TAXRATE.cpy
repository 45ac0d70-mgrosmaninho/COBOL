      ****************************************************************
      * TAXRATE - PARAMETER CARD LAYOUT FOR THE SALES TAX CLASSES,
      * IN THE STYLE OF TYPELIM. ONE CARD PER TAX CLASS CARRIED ON
      * THE ITEM MASTER, GIVING THE RATE CHARGED ON THE DISCOUNTED
      * EXTENDED PRICE. AN ITEM WHOSE CLASS HAS NO CARD IS NOT
      * PRICED. CAN BE TUNED WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  TAX-RATE-RECORD.
           05  TX-TAX-CLASS       PIC X.
           05  TX-RATE-PCT        PIC 9(2)V99.
           05  TX-DESCRIPTION     PIC X(20).
