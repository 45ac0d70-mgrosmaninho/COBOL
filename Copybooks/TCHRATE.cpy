      ****************************************************************
      * TCHRATE - RECORD LAYOUT FOR THE TEACHING PAY RATE TABLE,
      * KEYED ON THE INSTRUCTOR PAY CATEGORY AND MAINTAINED BY
      * TEACH-RATE-MAINT. EACH CATEGORY CARRIES WHAT A SESSIONAL IS
      * PAID PER SECTION TAUGHT AND PER CONTACT HOUR, AND THE MOST
      * CONTACT HOURS IN A TERM BEFORE THE TEACHING-LOAD RUN FLAGS
      * THE INSTRUCTOR AS OVERLOADED. SALARIED CATEGORIES CARRY ZERO
      * RATES AND GO ON THE LOAD REPORT BUT NOT THE PAYROLL FILE.
      ****************************************************************
       01  TEACH-RATE-RECORD.
           05  TP-CATEGORY          PIC X(2).
           05  TP-DESCRIPTION       PIC X(20).
           05  TP-SECTION-RATE      PIC 9(5)V99.
           05  TP-HOURLY-RATE       PIC 9(4)V99.
      *> Most contact hours in one term; zero means no maximum.
           05  TP-MAX-HOURS         PIC 9(4).
           05  TP-UPDATED-DATE      PIC 9(8).
           05  TP-UPDATED-BY        PIC X(8).
