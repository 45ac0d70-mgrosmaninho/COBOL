      ****************************************************************
      * PRODRULE - THE LENDING RULES OF ONE LOAN PRODUCT, AS THE
      * SHARED PRODLOOK ROUTINE HANDS THEM BACK FROM THE PRODUCT
      * MASTER. THE SAME SHAPE AS THE LIVE AND PENDING RULE GROUPS
      * ON PRODMAST, SO ONE GROUP MOVE CARRIES THEM EITHER WAY.
      * QUOTING, BOOKING, THE PAYMENT-DUE RUN, CAPITALIZATION AND
      * PAYMENT POSTING ALL READ THEIR PER-PRODUCT RULES FROM HERE.
      ****************************************************************
       01  PRODUCT-RULES.
      *> Principal and term (in whole years) a new loan may carry.
           05  PR-MIN-PRINCIPAL       PIC 9(5).
           05  PR-MAX-PRINCIPAL       PIC 9(5).
           05  PR-MIN-TERM-YEARS      PIC 9(2).
           05  PR-MAX-TERM-YEARS      PIC 9(2).
      *> The accrual convention a new account is booked with.
           05  PR-DAY-COUNT           PIC X.
               88  PR-DAYCOUNT-VALID        VALUES "A" "3".
           05  PR-CAPITALIZE-FLAG     PIC X.
               88  PR-INTEREST-CAPITALIZES  VALUE "Y".
               88  PR-CAPITALIZE-VALID      VALUES "Y" "N".
           05  PR-LATE-FEE            PIC 9(3)V99.
           05  PR-NSF-FEE             PIC 9(3)V99.
      *> Days after the due day before the late fee is assessed.
           05  PR-GRACE-DAYS          PIC 9(2).
      *> How a payment is split: accrued (I)nterest first or
      *> (P)rincipal first. Anything left over goes to the credit
      *> balance either way.
           05  PR-ALLOC-ORDER         PIC X.
               88  PR-ALLOC-INTEREST-FIRST  VALUE "I".
               88  PR-ALLOC-PRINCIPAL-FIRST VALUE "P".
               88  PR-ALLOC-VALID           VALUES "I" "P".
           05  PR-OPEN-FLAG           PIC X.
               88  PR-OPEN-FOR-NEW-BUSINESS VALUE "Y".
               88  PR-OPEN-FLAG-VALID       VALUES "Y" "N".
