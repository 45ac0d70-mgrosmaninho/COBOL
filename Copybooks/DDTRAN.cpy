      ****************************************************************
      * DDTRAN - RECORD LAYOUT FOR THE DIRECT-DEBIT POSTING FEED,
      * THE SAME LAYOUT AS THE PAYTRAN.DAT PAYMENT FEED. DD-DEBIT-
      * BATCH APPENDS A PAYMENT FOR EACH DEBIT WHEN ITS DATE
      * ARRIVES AND DD-RETURN-BATCH APPENDS A "V" REVERSAL FOR
      * EACH ONE THE BANK RETURNS; PAYMENT-BATCH POSTS THE FEED
      * AFTER PAYTRAN.DAT AND EMPTIES IT.
      ****************************************************************
       01  DD-TRANS-RECORD.
           05  DT-ACCOUNT-ID        PIC 9(6).
           05  DT-AMOUNT            PIC 9(6)V99.
           05  DT-TRANS-TYPE        PIC X.
               88  DT-PAYMENT            VALUE "P".
               88  DT-REVERSAL           VALUE "V".
