      ****************************************************************
      * ENERGYPM - PARAMETER CARD FOR THE MONTHLY ENERGY EFFICIENCY
      * REPORT, IN THE STYLE OF DDBASE. CARRIES THE PERCENTAGE BY
      * WHICH A BUILDING'S CONSUMPTION PER DEGREE-DAY MAY WORSEN ON
      * THE SAME MONTH LAST YEAR BEFORE THE BUILDING IS FLAGGED FOR
      * AN ENERGY SURVEY. CAN BE TUNED WITHOUT CHANGING THE PROGRAM
      * SOURCE.
      ****************************************************************
       01  ENERGY-PARAMETER-RECORD.
           05  EP-WORSEN-PCT        PIC 9(3)V9.
