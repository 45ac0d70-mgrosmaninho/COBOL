      ****************************************************************
      * PRIORADJ - RECORD LAYOUT FOR THE PRIOR-PERIOD ADJUSTMENT
      * LOG, IN THE STYLE OF SUPPLOG. THE SHARED PERIODCHK ROUTINE
      * APPENDS ONE LINE FOR EVERY POSTING THAT WAS DATED INTO A
      * CLOSED ACCOUNTING MONTH AND WAS POSTED IN AN OPEN MONTH
      * INSTEAD - WHICH PROGRAM, WHICH ACCOUNT, WHAT KIND OF
      * POSTING, HOW MUCH, THE DATE IT WAS MEANT FOR AND THE DATE
      * IT WENT IN ON. PRIORADJ-RPT LISTS IT FOR THE ACCOUNTANTS.
      ****************************************************************
       01  PRIOR-ADJUSTMENT-RECORD.
           05  PA-LOG-DATE           PIC 9(8).
           05  PA-SOURCE             PIC X(8).
           05  PA-ACCOUNT-ID         PIC 9(6).
      *> The ACCRHIST posting type (A/F/C/V/N), or "P" for a
      *> payment filed on PAYHIST.DAT.
           05  PA-POSTING-TYPE       PIC X.
               88  PA-TYPE-ACCRUAL         VALUE "A".
               88  PA-TYPE-LATE-FEE        VALUE "F".
               88  PA-TYPE-CAPITALIZED     VALUE "C".
               88  PA-TYPE-REVERSAL        VALUE "V".
               88  PA-TYPE-NSF-FEE         VALUE "N".
               88  PA-TYPE-PAYMENT         VALUE "P".
           05  PA-AMOUNT             PIC 9(6)V99.
           05  PA-ORIGINAL-DATE      PIC 9(8).
           05  PA-POSTED-DATE        PIC 9(8).
