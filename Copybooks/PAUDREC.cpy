               10  PAUD-A-PRINCIPAL    PIC 9(5).
               10  PAUD-A-RATE         PIC 9(3)V99.
               10  PAUD-A-ACCRUED      PIC 9(8)V99.
      *> The repayment contract either side of the change - term
      *> in months, maturity date and scheduled installment. FILLED
      *> BY PORTFOL-MAINT (A LOAN MODIFICATION ABOVE ALL); ZERO FROM
      *> THE BATCH POSTINGS, WHICH NEVER TOUCH THE CONTRACT.
           05  PAUD-CONTRACT.
               10  PAUD-B-TERM-MONTHS  PIC 9(3).
               10  PAUD-B-MATURITY     PIC 9(8).
               10  PAUD-B-PAYMENT      PIC 9(6)V99.
               10  PAUD-A-TERM-MONTHS  PIC 9(3).
               10  PAUD-A-MATURITY     PIC 9(8).
               10  PAUD-A-PAYMENT      PIC 9(6)V99.
      *> Dual control: for a change that went through a pending
      *> maintenance request, the decision ("A" approved, "R"
      *> rejected), the request number and the operator who made
      *> it - PAUD-OPERATOR IS THEN THE CHECKER. SPACES/ZERO ON A
      *> CHANGE APPLIED DIRECTLY AND ON THE BATCH POSTINGS.
           05  PAUD-APPROVAL.
               10  PAUD-DECISION       PIC X.
               10  PAUD-REQUEST-NO     PIC 9(6).
               10  PAUD-MAKER          PIC X(8).
