      ****************************************************************
      * APPRULE - PARAMETER CARD LAYOUT FOR THE LOAN APPLICATION
      * PRODUCT RULES, IN THE STYLE OF LOANLIM. ONE CARD PER LOAN
      * PRODUCT GIVING THE AMOUNT RANGE IT LENDS, THE LARGEST
      * REQUESTED AMOUNT AS A PERCENTAGE OF DECLARED INCOME BEFORE
      * A DECLINE, THE PERCENTAGE ABOVE WHICH THE APPLICATION IS
      * REFERRED, THE AMOUNT ABOVE WHICH ONLY A SUPERVISOR MAY
      * APPROVE, AND WHETHER THE APPLICANT MUST BE AN ACTIVE
      * STUDENT. A PRODUCT WITH NO CARD GETS THE SHIPPED DEFAULTS
      * IN LOAN-DECISION. CAN BE TUNED WITHOUT CHANGING THE SOURCE.
      ****************************************************************
       01  APPL-RULE-RECORD.
           05  AR-PRODUCT-CODE      PIC X(4).
           05  AR-MIN-AMOUNT        PIC 9(5).
           05  AR-MAX-AMOUNT        PIC 9(5).
           05  AR-DECLINE-PCT       PIC 9(3).
           05  AR-REFER-PCT         PIC 9(3).
           05  AR-SUPERVISOR-AMOUNT PIC 9(5).
           05  AR-STUDENT-REQUIRED  PIC X.
               88  AR-NEEDS-STUDENT      VALUE "Y".
