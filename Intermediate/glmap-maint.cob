      * (OR REPLACES), REMOVES AND LISTS THE DEBIT/CREDIT LEDGER
      * ACCOUNT PAIR FOR EACH EVENT TYPE THE NIGHTLY GL-POST-BATCH
      * SUMMARIZES (ACCRUAL, PAYMENT, FEES, REVERSAL, CAPITAL).
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE PROMPT NOW NAMES THE SUSPIN AND SUSPOUT EVENTS
      *            FOR CASH INTO AND OUT OF UNAPPLIED-CASH SUSPENSE.
      * 15/10/26 - THE PROMPT NOW NAMES THE ALLOWINC AND ALLOWREL
      *            EVENTS FOR THE MONTH-END LOAN-LOSS ALLOWANCE
      *            INCREASE AND RELEASE.
      * 15/10/26 - THE PROMPT NOW NAMES THE SALEPRIN AND SALEINT
      *            EVENTS FOR PRINCIPAL AND ACCRUED INTEREST TAKEN
      *            OFF THE BOOK BY A LOAN SALE.
      ****************************************************************

       ENVIRONMENT DIVISION.
           MOVE "N" TO WS-VALID-EVENT-SW.
           PERFORM UNTIL VALID-EVENT-TYPE
              DISPLAY "Input event type (ACCRUAL, PAYMENT, FEES,"
                 " REVERSAL, CAPITAL, SUSPIN, SUSPOUT,"
                 " ALLOWINC, ALLOWREL, SALEPRIN, SALEINT): "
                 WITH NO ADVANCING
              ACCEPT WS-EVENT-TYPE
              IF WS-EVENT-TYPE NOT = SPACES
                 MOVE "Y" TO WS-VALID-EVENT-SW
