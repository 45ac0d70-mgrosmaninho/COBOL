      ****************************************************************
      * DDCOLL - RECORD LAYOUT FOR THE DIRECT-DEBIT COLLECTION FILE,
      * KEYED ON ACCOUNT-ID/DEBIT DATE. DD-DEBIT-BATCH WRITES ONE
      * RECORD FOR EVERY DEBIT IT SENDS TO THE BANK, MARKS IT
      * POSTED WHEN THE DEBIT DATE ARRIVES AND THE PAYMENT GOES TO
      * PAYMENT-BATCH, AND DD-RETURN-BATCH MARKS IT RETURNED WHEN
      * THE BANK SENDS IT BACK. THE FILE IS ALSO WHAT STOPS A RERUN
      * FROM SENDING THE SAME DEBIT TWICE.
      ****************************************************************
       01  COLLECTION-RECORD.
           05  DC-COLL-KEY.
               10  DC-ACCOUNT-ID    PIC 9(6).
               10  DC-DEBIT-DATE    PIC 9(8).
           05  DC-AMOUNT            PIC 9(6)V99.
           05  DC-SORT-CODE         PIC 9(6).
           05  DC-BANK-ACCOUNT      PIC 9(8).
           05  DC-STATUS            PIC X.
               88  DC-STATUS-SUBMITTED   VALUE "S".
               88  DC-STATUS-POSTED      VALUE "P".
               88  DC-STATUS-RETURNED    VALUE "R".
           05  DC-SUBMIT-DATE       PIC 9(8).
           05  DC-POSTED-DATE       PIC 9(8).
           05  DC-RETURN-DATE       PIC 9(8).
           05  DC-RETURN-CODE       PIC X(2).
