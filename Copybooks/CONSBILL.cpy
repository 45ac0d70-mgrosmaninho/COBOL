      ****************************************************************
      * CONSBILL - RECORD LAYOUT FOR THE CONSOLIDATED BILLING FILE,
      * KEYED ON THE BORROWER'S STUDENT ID (PF-STUDENT-ID). A
      * STUDENT ENROLLED HERE IN CONS-MAINT GETS ONE CONSOLIDATED
      * BILL FROM PAYMENT-DUE-BATCH FOR EVERY LOAN IN REPAYMENT, ON
      * ONE COMMON DUE DAY, INSTEAD OF A NOTICE PER ACCOUNT; A
      * SINGLE PAYMENT AGAINST THE BILL ("C" ON PAYTRAN.DAT, WITH
      * THE STUDENT ID) IS SPLIT ACROSS THE ACCOUNTS BY
      * PAYMENT-BATCH UNDER THE SPLIT RULE HELD HERE.
      ****************************************************************
       01  CONSOLIDATED-BILL-RECORD.
           05  CG-STUDENT-ID         PIC 9(6).
      *> The common due day, 1-28 like every due day, so each month
      *> has it.
           05  CG-DUE-DAY            PIC 9(2).
      *> How a consolidated payment is split: oldest-due first (the
      *> account longest without a payment is paid its amount due
      *> first) or pro-rata to each account's amount due.
           05  CG-SPLIT-RULE         PIC X.
               88  CG-SPLIT-OLDEST-DUE     VALUE "O".
               88  CG-SPLIT-PRO-RATA       VALUE "P".
               88  CG-SPLIT-RULE-VALID     VALUES "O" "P".
           05  CG-STATUS             PIC X.
               88  CG-ACTIVE               VALUE "A".
               88  CG-ENDED                VALUE "E".
           05  CG-ENROLLED-BY        PIC X(8).
           05  CG-ENROLLED-DATE      PIC 9(8).
           05  CG-ENDED-BY           PIC X(8).
           05  CG-ENDED-DATE         PIC 9(8).
