      * RUN DATES EVERYTHING FROM THE PROCDATE.DAT BUSINESS DATE
      * AND SKIPS AN ACCOUNT ALREADY CAPITALIZED IN THE BUSINESS
      * MONTH, SO A RERUN CANNOT CAPITALIZE TWICE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - WHETHER A PRODUCT CAPITALIZES NOW COMES FROM ITS
      *            RULES ON THE PRODUCT MASTER (THROUGH THE SHARED
      *            PRODLOOK ROUTINE). CAPPROD.DAT ONLY DECIDES FOR A
      *            PRODUCT NOT YET ON THE MASTER, SO AN EMPTY CARD
      *            FILE NO LONGER ENDS THE RUN.
      * 15/10/26 - A CAPITALIZATION DATED INTO AN ACCOUNTING MONTH
      *            ALREADY CLOSED ON FISCPER.DAT IS NOW FILED IN THE
      *            NEXT OPEN MONTH AS A PRIOR-PERIOD ADJUSTMENT
      *            (THROUGH THE SHARED PERIODCHK ROUTINE); THE RERUN
      *            GUARD COUNTS IT IN THE MONTH IT WAS MEANT FOR.
      ****************************************************************

       ENVIRONMENT DIVISION.
           05  HX-AMOUNT-POSTED     PIC 9(6)V99.
           05  HX-BALANCE-AFTER     PIC 9(8)V99.
           05  HX-POSTING-TYPE      PIC X.
           05  HX-ORIGINAL-DATE     PIC 9(8).

       FD  CAPITAL-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).
           88  NO-MORE-CARDS                VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *> The date a posting is filed under - the run date, unless
      *> that falls in a closed accounting month.
       01  WS-POST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "CAPITAL".
           05  WS-CAP-PRODUCT OCCURS 20 TIMES PIC X(4).
       01  WS-PROD-FOUND-SW          PIC X VALUE "N".
           88  PRODUCT-CAPITALIZES          VALUE "Y".
       COPY PRODRULE.
       01  WS-PRODUCT-FOUND-SW       PIC X VALUE "N".
           88  PRODUCT-ON-MASTER            VALUE "Y".
       01  WS-DONE-THIS-MONTH-SW     PIC X VALUE "N".
           88  CAPITALIZED-THIS-MONTH       VALUE "Y".

           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           PERFORM 0100-LOAD-PRODUCT-LIST.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
           END-PERFORM.

       2100-CONSIDER-ONE-ACCOUNT.
           *> The product master decides; the card list only speaks
           *> for a product not yet on it.
           MOVE "N" TO WS-PROD-FOUND-SW.
           CALL "PRODLOOK" USING PF-PRODUCT-CODE PRODUCT-RULES
              WS-PRODUCT-FOUND-SW.
           IF PRODUCT-ON-MASTER
              IF PR-INTEREST-CAPITALIZES
                 MOVE "Y" TO WS-PROD-FOUND-SW
              END-IF
           ELSE
              PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                    UNTIL WS-PROD-IDX > WS-PROD-TOTAL
                    OR PRODUCT-CAPITALIZES
                 IF WS-CAP-PRODUCT (WS-PROD-IDX) = PF-PRODUCT-CODE
                    MOVE "Y" TO WS-PROD-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF PRODUCT-CAPITALIZES
              AND PF-ACCT-ACTIVE
              AND PF-ACCRUED-INTEREST >= 1
                    MOVE "N" TO WS-MORE-HISTORY-SW
                 NOT AT END
                    COMPUTE WS-HISTORY-MONTH = AH-POST-DATE / 100
                    *> A prior-period adjustment belongs to the month
                    *> it was meant for.
                    IF AH-ORIGINAL-DATE NUMERIC
                       AND AH-ORIGINAL-DATE > ZERO
                       COMPUTE WS-HISTORY-MONTH =
                          AH-ORIGINAL-DATE / 100
                    END-IF
                    IF AH-ACCOUNT-ID = PF-ACCOUNT-ID
                       AND AH-TYPE-CAPITALIZED
                       AND WS-HISTORY-MONTH = WS-RUN-MONTH
              OPEN OUTPUT HISTORY-EXTEND-FILE
           END-IF.
           MOVE PF-ACCOUNT-ID       TO HX-ACCOUNT-ID.
           MOVE WS-CAP-AMOUNT       TO HX-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO HX-BALANCE-AFTER.
           MOVE "C"                 TO HX-POSTING-TYPE.
           MOVE WS-RUN-DATE         TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              HX-POSTING-TYPE HX-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE        TO HX-POST-DATE.
           MOVE WS-ORIGINAL-DATE    TO HX-ORIGINAL-DATE.
           WRITE HISTORY-EXTEND-RECORD.
           IF WS-EXTEND-STATUS NOT = "00"
              DISPLAY "Unable to write capitalization event, "
