      ****************************************************************
      * LOANMOD - RECORD LAYOUT FOR THE LOAN MODIFICATION HISTORY
      * FILE, KEYED ON ACCOUNT-ID/SEQUENCE. ONE RECORD IS WRITTEN BY
      * PORTFOL-MAINT FOR EVERY RESTRUCTURE AGREED WITH A BORROWER
      * IN TROUBLE - WHAT WAS DONE, WHY, AND THE TERMS EITHER SIDE
      * OF IT - SO THE ACCOUNT KEEPS ITS ID AND ITS PAYMENT AND
      * ACCRUAL HISTORY INSTEAD OF BEING DELETED AND RE-ADDED.
      * LOAN-MOD-RPT LISTS THEM FOR TROUBLED-DEBT REVIEW.
      ****************************************************************
       01  LOAN-MOD-RECORD.
           05  LM-MOD-KEY.
               10  LM-ACCOUNT-ID        PIC 9(6).
               10  LM-SEQUENCE          PIC 9(3).
           05  LM-MOD-DATE              PIC 9(8).
           05  LM-OPERATOR              PIC X(8).
           05  LM-REASON-CODE           PIC X(2).
      *> What the modification did - any combination of the four.
           05  LM-RATE-CHANGED          PIC X.
               88  LM-RATE-CHANGE            VALUE "Y".
           05  LM-TERM-EXTENDED         PIC X.
               88  LM-TERM-EXTENSION         VALUE "Y".
           05  LM-INTEREST-CAPITALIZED  PIC X.
               88  LM-CAPITALIZATION         VALUE "Y".
           05  LM-PRINCIPAL-DEFERRED    PIC X.
               88  LM-DEFERRAL               VALUE "Y".
           05  LM-CAPITALIZED-AMOUNT    PIC 9(5).
           05  LM-DEFERRAL-MONTHS       PIC 9(2).
           05  LM-BEFORE.
               10  LM-B-PRINCIPAL       PIC 9(5).
               10  LM-B-ACCRUED         PIC 9(8)V99.
               10  LM-B-RATE            PIC 9(3)V99.
               10  LM-B-TERM-MONTHS     PIC 9(3).
               10  LM-B-MATURITY-DATE   PIC 9(8).
               10  LM-B-PAYMENT         PIC 9(6)V99.
           05  LM-AFTER.
               10  LM-A-PRINCIPAL       PIC 9(5).
               10  LM-A-ACCRUED         PIC 9(8)V99.
               10  LM-A-RATE            PIC 9(3)V99.
               10  LM-A-TERM-MONTHS     PIC 9(3).
               10  LM-A-MATURITY-DATE   PIC 9(8).
               10  LM-A-PAYMENT         PIC 9(6)V99.
               10  LM-A-FIRST-PAYMENT   PIC 9(8).
