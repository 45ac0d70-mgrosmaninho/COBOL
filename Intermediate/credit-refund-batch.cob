      * PORTAUDT.LOG - THE BURSAR USED TO TRACK THESE BALANCES ON
      * PAPER. SMALLER BALANCES STAY ON THE ACCOUNT FOR FUTURE
      * ACCRUALS AND FEES TO CONSUME.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE REPAYMENT
      *            CONTRACT EITHER SIDE OF A CHANGE; THIS RUN NEVER
      *            TOUCHES THE CONTRACT AND WRITES IT AS ZERO.
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE DUAL-CONTROL
      *            DECISION, REQUEST AND MAKER; THIS RUN POSTS
      *            DIRECTLY AND WRITES THEM AS SPACES AND ZERO.
      ****************************************************************

       ENVIRONMENT DIVISION.
           MOVE PF-PRINCIPAL      TO PAUD-A-PRINCIPAL.
           MOVE PF-INTEREST-RATE  TO PAUD-A-RATE.
           MOVE ZERO              TO PAUD-A-ACCRUED.
           MOVE ZEROS TO PAUD-CONTRACT.
           MOVE SPACES TO PAUD-DECISION PAUD-MAKER.
           MOVE ZERO TO PAUD-REQUEST-NO.
           WRITE PORT-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
