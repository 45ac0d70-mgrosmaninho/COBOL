      ****************************************************************
      * COHORTPM - PARAMETER CARD FOR THE STUDENT-LOAN COHORT
      * DEFAULT RATE REPORT, IN THE STYLE OF GRACEPER. CARRIES THE
      * MONTH THE FISCAL YEAR STARTS IN (A FISCAL YEAR IS NAMED FOR
      * THE CALENDAR YEAR IT ENDS IN) AND THE NUMBER OF FISCAL
      * YEARS, COUNTING THE COHORT'S OWN, A DEFAULT IS COUNTED OVER.
      * CAN BE TUNED WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  COHORT-PARAMETER-RECORD.
           05  CH-FY-START-MONTH    PIC 9(2).
           05  CH-WINDOW-YEARS      PIC 9.
