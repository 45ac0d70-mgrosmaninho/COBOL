      ****************************************************************
      * PLANPARM - PARAMETER CARD FOR TUITION PAYMENT PLANS, IN THE
      * STYLE OF ABSLIM. GIVES THE ENROLLMENT FEE CHARGED WHEN A
      * PLAN IS SET UP, THE MOST INSTALLMENTS A TERM MAY BE SPLIT
      * INTO, AND HOW MANY DAYS AHEAD OF A DUE DATE THE MONTHLY
      * INSTAL-REMIND RUN SENDS THE REMINDER. CAN BE TUNED WITHOUT
      * CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  PLAN-PARAMETER-RECORD.
           05  PL-ENROLL-FEE            PIC 9(4)V99.
           05  PL-MAX-INSTALLMENTS      PIC 9(2).
           05  PL-REMIND-DAYS           PIC 9(2).
