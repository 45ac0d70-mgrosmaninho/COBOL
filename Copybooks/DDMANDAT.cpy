      ****************************************************************
      * DDMANDAT - RECORD LAYOUT FOR THE DIRECT-DEBIT MANDATE FILE,
      * KEYED ON THE PORTFOLIO ACCOUNT AND MAINTAINED BY
      * DD-MANDATE-MAINT. ONE MANDATE PER ACCOUNT: THE BORROWER'S
      * BANK DETAILS AND THE DAY OF THE MONTH THEY HAVE AUTHORIZED
      * US TO COLLECT ON. DD-DEBIT-BATCH COLLECTS THE AMOUNT DUE ON
      * EVERY ACTIVE MANDATE; DD-RETURN-BATCH COUNTS THE DEBITS THE
      * BANK SENDS BACK AND SUSPENDS THE MANDATE AFTER TWO RETURNS
      * IN A ROW.
      ****************************************************************
       01  MANDATE-RECORD.
           05  DM-ACCOUNT-ID        PIC 9(6).
           05  DM-SORT-CODE         PIC 9(6).
           05  DM-BANK-ACCOUNT      PIC 9(8).
      *> The name on the bank account, as the bank holds it - not
      *> necessarily the borrower's.
           05  DM-ACCOUNT-NAME      PIC X(18).
      *> Held to 1-28 at setup, like PF-DUE-DAY, so every month has
      *> the day.
           05  DM-DEBIT-DAY         PIC 9(2).
      *> Active mandates are collected. A suspended one is skipped
      *> until the loan desk reinstates it; a cancelled one is kept
      *> for the record only.
           05  DM-STATUS            PIC X.
               88  DM-STATUS-ACTIVE      VALUE "A".
               88  DM-STATUS-SUSPENDED   VALUE "S".
               88  DM-STATUS-CANCELLED   VALUE "C".
           05  DM-STATUS-DATE       PIC 9(8).
      *> Debits returned since the last one that cleared.
           05  DM-CONSEC-RETURNS    PIC 9.
           05  DM-LAST-DEBIT-DATE   PIC 9(8).
           05  DM-LAST-DEBIT-AMOUNT PIC 9(6)V99.
           05  DM-LAST-RETURN-DATE  PIC 9(8).
           05  DM-LAST-RETURN-CODE  PIC X(2).
           05  DM-SET-UP-BY         PIC X(8).
           05  DM-SET-UP-DATE       PIC 9(8).
