      ****************************************************************
      * ITEMMAST - RECORD LAYOUT FOR THE ITEM MASTER, KEYED ON ITEM
      * CODE AND MAINTAINED BY ITEM-MAINT. CARRIES THE LIST PRICE
      * THE EXTENDED-PRICE BATCH CHARGES, THE TAX CLASS (RATED ON
      * THE TAXRATE CARDS) AND UP TO FIVE QUANTITY-DISCOUNT BREAKS.
      * THE BREAK WITH THE LARGEST MINIMUM QUANTITY THE ORDER
      * REACHES APPLIES; UNUSED BREAKS ARE ZERO. A DISCONTINUED ITEM
      * STAYS ON FILE BUT CAN NO LONGER BE PRICED.
      ****************************************************************
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-CODE         PIC X(8).
           05  IM-DESCRIPTION       PIC X(30).
           05  IM-UNIT-OF-MEASURE   PIC X(4).
           05  IM-LIST-PRICE        PIC 9(5)V99.
           05  IM-TAX-CLASS         PIC X.
           05  IM-STATUS            PIC X.
               88  IM-ACTIVE             VALUE "A".
               88  IM-DISCONTINUED       VALUE "D".
           05  IM-DISCOUNT-BREAK    OCCURS 5 TIMES.
               10  IM-BREAK-QUANTITY PIC 9(5).
               10  IM-BREAK-PCT     PIC 9(2)V99.
           05  IM-UPDATED-DATE      PIC 9(8).
           05  IM-UPDATED-BY        PIC X(8).
