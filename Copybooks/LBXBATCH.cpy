      ****************************************************************
      * LBXBATCH - RECORD LAYOUT FOR THE LOCKBOX BATCH CONTROL FILE,
      * KEYED ON DEPOSIT DATE/BATCH NUMBER. LOCKBOX-IMPORT FILES ONE
      * RECORD FOR EVERY BATCH IT READS: IMPORTED, OR HELD BECAUSE
      * ITS ITEMS DID NOT PROVE TO THE BANK'S HEADER. AN IMPORTED
      * BATCH IS NEVER IMPORTED AGAIN, SO A RERUN OF THE SAME FILE
      * POSTS NOTHING TWICE; A HELD BATCH IS TAKEN WHEN THE BANK
      * RESENDS IT AND IT PROVES.
      ****************************************************************
       01  LOCKBOX-BATCH-RECORD.
           05  LX-BATCH-KEY.
               10  LX-DEPOSIT-DATE  PIC 9(8).
               10  LX-BATCH-NUMBER  PIC 9(4).
           05  LX-STATUS            PIC X.
               88  LX-IMPORTED           VALUE "I".
               88  LX-HELD               VALUE "H".
           05  LX-RUN-DATE          PIC 9(8).
           05  LX-ITEM-COUNT        PIC 9(5).
           05  LX-BATCH-TOTAL       PIC 9(8)V99.
           05  LX-MATCHED-COUNT     PIC 9(5).
           05  LX-MATCHED-TOTAL     PIC 9(8)V99.
           05  LX-SUSPENSE-COUNT    PIC 9(5).
           05  LX-SUSPENSE-TOTAL    PIC 9(8)V99.
