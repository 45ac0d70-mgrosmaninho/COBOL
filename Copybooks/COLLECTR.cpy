      ****************************************************************
      * COLLECTR - PARAMETER CARD LAYOUT FOR THE COLLECTOR LIST, IN
      * THE STYLE OF CAPPROD. ONE CARD PER OPERATOR ID WORKING THE
      * COLLECTION QUEUE. COLLQUE-BATCH SHARES NEW DELINQUENT
      * ACCOUNTS OUT AMONG THEM, LEAST-LOADED FIRST, AND MOVES THE
      * ACCOUNTS OF A COLLECTOR TAKEN OFF THE LIST. CAN BE TUNED
      * WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  COLLECTOR-RECORD.
           05  CL-OPERATOR-ID       PIC X(8).
           05  CL-NAME              PIC X(20).
