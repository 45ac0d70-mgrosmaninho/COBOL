      ****************************************************************
      * MAINTTHR - PARAMETER CARD FOR DUAL-CONTROL PORTFOLIO
      * MAINTENANCE, IN THE STYLE OF LOANLIM. A CHANGE THAT MOVES AN
      * ACCOUNT'S PRINCIPAL OR INTEREST RATE BY MORE THAN THESE
      * AMOUNTS IS HELD AS A PENDING MAINTENANCE REQUEST FOR A
      * SECOND OPERATOR TO APPROVE. CAN BE TIGHTENED OR LOOSENED
      * WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  MAINT-THRESHOLD-RECORD.
           05  MT-PRINCIPAL-CHANGE     PIC 9(5).
           05  MT-RATE-CHANGE          PIC 9(3)V99.
