      ****************************************************************
      * LOSSRATE - PARAMETER CARD LAYOUT FOR THE LOAN-LOSS RATE
      * TABLE, IN THE STYLE OF CAPPROD. ONE CARD PER LOAN PRODUCT
      * GIVING THE PERCENTAGE OF THE BALANCE RESERVED IN EACH
      * DAYS-PAST-DUE BUCKET - CURRENT, 30, 60 AND 90-PLUS, AS
      * DPDBUCKT ASSIGNS THEM. A CARD FOR PRODUCT "ALL" COVERS
      * EVERY PRODUCT WITHOUT ITS OWN CARD. READ BY
      * ALLOWANCE-BATCH. CAN BE TUNED WITHOUT CHANGING THE PROGRAM
      * SOURCE.
      ****************************************************************
       01  LOSS-RATE-RECORD.
           05  LR-PRODUCT-CODE      PIC X(4).
           05  LR-BUCKET-RATE OCCURS 4 TIMES
                                    PIC 9(3)V99.
