      ****************************************************************
      * ALLOWHST - RECORD LAYOUT FOR THE LOAN-LOSS ALLOWANCE
      * HISTORY FILE, KEYED ON THE MONTH (YYYYMM) AND WRITTEN BY
      * ALLOWANCE-BATCH AT EACH MONTH END. ONE RECORD PER MONTH
      * CARRYING THE ALLOWANCE ROLL-FORWARD: OPENING BALANCE (LAST
      * MONTH'S CLOSING), THE PROVISION POSTED - AN INCREASE, OR A
      * RELEASE WHEN NEGATIVE - THE MONTH'S CHARGE-OFFS AND
      * RECOVERIES, AND THE CLOSING BALANCE, WHICH IS THE REQUIRED
      * ALLOWANCE. THE RECOVERY FILE ONLY CARRIES RECOVERIES TO
      * DATE, SO THE MONTH'S RECOVERIES ARE THE GROWTH IN
      * AW-RECOVERED-TO-DATE SINCE LAST MONTH.
      ****************************************************************
       01  ALLOWANCE-HISTORY-RECORD.
           05  AW-MONTH             PIC 9(6).
           05  AW-RUN-DATE          PIC 9(8).
           05  AW-OPENING           PIC 9(9)V99.
           05  AW-PROVISION         PIC S9(9)V99.
           05  AW-CHARGE-OFFS       PIC 9(9)V99.
           05  AW-RECOVERIES        PIC 9(9)V99.
           05  AW-CLOSING           PIC 9(9)V99.
           05  AW-POOL-RESERVE      PIC 9(9)V99.
           05  AW-SPECIFIC-RESERVE  PIC 9(9)V99.
           05  AW-RECOVERED-TO-DATE PIC 9(10)V99.
