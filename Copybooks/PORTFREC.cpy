           05  PF-STUDENT-ID          PIC 9(6).
      *> Account lifecycle: active ("A", or blank on records written
      *> before the status was carried), closed paid-in-full ("C"),
      *> charged off ("O"), or sold or transferred to another
      *> servicer ("T", by LOAN-SALE-BATCH). THE NIGHTLY ACCRUAL AND
      *> THE PAYMENT POSTING ONLY WORK ACTIVE ACCOUNTS;
      *> LOAN-CLOSE-BATCH MOVES AGED CLOSED ACCOUNTS TO THE
      *> CLOSED-LOANS ARCHIVE.
           05  PF-STATUS              PIC X.
               88  PF-ACCT-ACTIVE           VALUES "A" " ".
               88  PF-ACCT-CLOSED           VALUE "C".
               88  PF-ACCT-CHARGED-OFF      VALUE "O".
               88  PF-ACCT-TRANSFERRED      VALUE "T".
           05  PF-STATUS-DATE         PIC 9(8).
      *> Money of the borrower's we are holding - an overpayment
      *> posts here instead of bouncing to the exception log. THE
      *> LEAVES. WHEN IT PASSES, THE DUE-DAY CYCLE STARTS AND THE
      *> REPAYMENT-START NOTICE GOES OUT.
           05  PF-GRACE-END-DATE      PIC 9(8).
      *> The repayment contract: term in months, the first
      *> installment's due date, the maturity date (the last
      *> installment's) and the scheduled monthly installment. SET
      *> AT BOOKING THROUGH THE SHARED LOANTERM ROUTINE AND
      *> MAINTAINED IN PORTFOL-MAINT; PAYMENT-DUE-BATCH BILLS THE
      *> INSTALLMENT AND MATURITY-RPT WATCHES THE DATE. ZERO ON
      *> ACCOUNTS BOOKED BEFORE THE CONTRACT WAS CARRIED.
           05  PF-TERM-MONTHS         PIC 9(3).
           05  PF-FIRST-PAYMENT-DATE  PIC 9(8).
           05  PF-MATURITY-DATE       PIC 9(8).
           05  PF-SCHEDULED-PAYMENT   PIC 9(6)V99.
      *> The first due date of an interest-only deferral agreed in
      *> a loan modification - from here up to PF-FIRST-PAYMENT-DATE
      *> PAYMENT-DUE-BATCH BILLS THE ACCRUED INTEREST ONLY. ZERO
      *> WHEN NO DEFERRAL HAS BEEN GRANTED.
           05  PF-DEFERRAL-START-DATE PIC 9(8).
