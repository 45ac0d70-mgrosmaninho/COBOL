      ****************************************************************
      * DDBANK - RECORD LAYOUT FOR THE OUTBOUND BANK DEBIT FILE
      * WRITTEN BY DD-DEBIT-BATCH. FIXED FORMAT: ONE HEADER RECORD
      * CARRYING THE RUN DATE, ONE DETAIL RECORD PER DEBIT, AND A
      * TRAILER CARRYING THE DETAIL COUNT AND THE AMOUNT TOTAL, SO
      * THE BANK CAN PROVE THE FILE IS COMPLETE BEFORE IT COLLECTS.
      ****************************************************************
       01  BANK-DEBIT-RECORD.
           05  BD-RECORD-TYPE       PIC X.
               88  BD-HEADER             VALUE "H".
               88  BD-DETAIL             VALUE "D".
               88  BD-TRAILER            VALUE "T".
           05  BD-DETAIL-DATA.
               10  BD-SORT-CODE     PIC 9(6).
               10  BD-BANK-ACCOUNT  PIC 9(8).
               10  BD-ACCOUNT-NAME  PIC X(18).
               10  BD-AMOUNT        PIC 9(6)V99.
               10  BD-DEBIT-DATE    PIC 9(8).
      *> Our reference - the portfolio account. The bank quotes it
      *> back on a return.
               10  BD-REFERENCE     PIC 9(6).
           05  BD-HEADER-DATA REDEFINES BD-DETAIL-DATA.
               10  BD-H-RUN-DATE    PIC 9(8).
               10  FILLER           PIC X(46).
           05  BD-TRAILER-DATA REDEFINES BD-DETAIL-DATA.
               10  BD-T-COUNT       PIC 9(6).
               10  BD-T-AMOUNT      PIC 9(10)V99.
               10  FILLER           PIC X(36).
