      ****************************************************************
      * SPECRES - PARAMETER CARD LAYOUT FOR THE SPECIFIC RESERVE
      * LIST, IN THE STYLE OF CAPPROD. ONE CARD PER LOAN ACCOUNT
      * FINANCE HAS FLAGGED FOR INDIVIDUAL ASSESSMENT, GIVING THE
      * PERCENTAGE OF ITS BALANCE TO RESERVE AND WHY. A FLAGGED
      * ACCOUNT IS RESERVED AT ITS OWN PERCENTAGE INSTEAD OF ITS
      * BUCKET'S LOSS RATE. READ BY ALLOWANCE-BATCH. CAN BE TUNED
      * WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  SPECIFIC-RESERVE-RECORD.
           05  SR-ACCOUNT-ID        PIC 9(6).
           05  SR-RESERVE-PCT       PIC 9(3)V99.
           05  SR-REASON            PIC X(30).
