      ****************************************************************
      * MAINTREQ - RECORD LAYOUT FOR THE PENDING PORTFOLIO
      * MAINTENANCE REQUEST FILE, KEYED ON MQ-REQUEST-NO WITH THE
      * ACCOUNT AS AN ALTERNATE KEY. A CHANGE OR A LOAN MODIFICATION
      * ABOVE THE MAINTTHR THRESHOLDS, AND EVERY DELETE AND
      * CHARGE-OFF, IS FILED HERE
      * BY ITS MAKER INSTEAD OF TOUCHING PORTFOL.DAT, AND ONLY TAKES
      * EFFECT WHEN A DIFFERENT OPERATOR APPROVES IT IN
      * PORTFOL-MAINT - THE RATES.DAT MAKER/CHECKER RULE CARRIED
      * OVER TO THE ACCOUNTS THEMSELVES.
      ****************************************************************
       01  MAINT-REQUEST-RECORD.
           05  MQ-REQUEST-NO           PIC 9(6).
           05  MQ-ACCOUNT-ID           PIC 9(6).
      *> The portfolio transaction the request carries - the same
      *> codes PORTFOL-MAINT and PORTAUDT.LOG use.
           05  MQ-TRANS-CODE           PIC X.
               88  MQ-CHANGE                VALUE "C".
               88  MQ-DELETE                VALUE "D".
               88  MQ-CHARGE-OFF            VALUE "O".
               88  MQ-MODIFY                VALUE "M".
           05  MQ-STATUS               PIC X.
               88  MQ-PENDING               VALUE "P".
               88  MQ-APPROVED              VALUE "A".
               88  MQ-REJECTED              VALUE "R".
           05  MQ-MAKER                PIC X(8).
           05  MQ-REQUEST-DATE         PIC 9(8).
           05  MQ-REQUEST-TIME         PIC 9(8).
           05  MQ-CHECKER              PIC X(8).
           05  MQ-DECISION-DATE        PIC 9(8).
           05  MQ-REJECT-REASON        PIC X(30).
      *> The account as the maker saw it. A change is only applied
      *> if the product, principal and rate are still the same when
      *> it is approved - otherwise it is stale and must be re-keyed.
           05  MQ-BEFORE.
               10  MQ-B-PRODUCT        PIC X(4).
               10  MQ-B-PRINCIPAL      PIC 9(5).
               10  MQ-B-RATE           PIC 9(3)V99.
               10  MQ-B-ACCRUED        PIC 9(8)V99.
      *> The terms a change or a modification will put on the
      *> account, contract included. ZERO/SPACES ON A DELETE OR A
      *> CHARGE-OFF.
           05  MQ-NEW-TERMS.
               10  MQ-N-PRODUCT        PIC X(4).
               10  MQ-N-PRINCIPAL      PIC 9(5).
               10  MQ-N-RATE           PIC 9(3)V99.
               10  MQ-N-DAY-COUNT      PIC X.
               10  MQ-N-DUE-DAY        PIC 9(2).
               10  MQ-N-STUDENT-ID     PIC 9(6).
               10  MQ-N-TERM-MONTHS    PIC 9(3).
               10  MQ-N-FIRST-PAYMENT  PIC 9(8).
               10  MQ-N-MATURITY       PIC 9(8).
               10  MQ-N-PAYMENT        PIC 9(6)V99.
      *> What a modification does besides the new terms - the
      *> interest it moves from accrued into principal and the
      *> interest-only deferral. ZERO/SPACES ON ANY OTHER REQUEST.
           05  MQ-MOD-TERMS.
               10  MQ-M-REASON         PIC X(2).
               10  MQ-M-CAP-AMOUNT     PIC 9(5).
               10  MQ-M-DEFER-MONTHS   PIC 9(2).
               10  MQ-M-DEFERRAL-START PIC 9(8).
