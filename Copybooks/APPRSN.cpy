      ****************************************************************
      * APPRSN - WORKING-STORAGE TABLE OF THE LOAN APPLICATION
      * DECISION REASONS. "D" CODES DECLINE, "R" CODES REFER TO A
      * SUPERVISOR. SHARED BY LOAN-DECISION, WHICH FILES THE CODES
      * ON THE APPLICATION, AND LOAN-PIPELINE-RPT, WHICH SUMMARIZES
      * THEM, SO THE WORDING ONLY HAS TO CHANGE IN ONE PLACE.
      ****************************************************************
       01  APPL-REASON-VALUES.
           05  FILLER  PIC X(32) VALUE
               "D1AMOUNT ABOVE PRODUCT MAXIMUM".
           05  FILLER  PIC X(32) VALUE
               "D2AMOUNT BELOW PRODUCT MINIMUM".
           05  FILLER  PIC X(32) VALUE
               "D3NO DECLARED INCOME".
           05  FILLER  PIC X(32) VALUE
               "D4AMOUNT TOO HIGH FOR INCOME".
           05  FILLER  PIC X(32) VALUE
               "D5NOT AN ACTIVE STUDENT".
           05  FILLER  PIC X(32) VALUE
               "D6DECLINED ON REFERRAL REVIEW".
           05  FILLER  PIC X(32) VALUE
               "R1AMOUNT NEEDS SUPERVISOR".
           05  FILLER  PIC X(32) VALUE
               "R2HIGH AMOUNT TO INCOME".
           05  FILLER  PIC X(32) VALUE
               "R3STUDENT NOT VERIFIED".
       01  APPL-REASON-TABLE REDEFINES APPL-REASON-VALUES.
           05  AN-REASON-ENTRY      OCCURS 9 TIMES.
               10  AN-REASON-CODE   PIC X(2).
               10  AN-REASON-TEXT   PIC X(30).
       01  AN-REASON-COUNT          PIC 9(2) VALUE 9.
