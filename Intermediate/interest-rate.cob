      *            OLD SCHEDULE ACCRUED INTEREST ON A BALANCE THAT
      *            NEVER WENT DOWN, WHICH IS NOT WHAT A BORROWER
      *            ACTUALLY PAYS.
      * 15/10/26 - A QUOTE CAN NOW ONLY BE BOOKED AGAINST A LOAN
      *            APPLICATION APPROVED THROUGH LOAN-DECISION. THE
      *            BOOKING MARKS THE APPLICATION BOOKED WITH ITS NEW
      *            ACCOUNT AND CARRIES THE APPLICANT'S STUDENT ID
      *            ONTO A STUD ACCOUNT.
      * 15/10/26 - BOOKING NOW SETS THE ACCOUNT'S REPAYMENT CONTRACT
      *            THROUGH THE SHARED LOANTERM ROUTINE - TERM IN
      *            MONTHS, FIRST PAYMENT DATE, MATURITY DATE AND
      *            SCHEDULED MONTHLY INSTALLMENT - AND PRINTS IT ON
      *            THE CONFIRMATION LETTER.
      * 15/10/26 - THE PRINCIPAL AND TERM LIMITS OF A QUOTE NOW COME
      *            FROM THE PRODUCT'S RULES ON THE PRODUCT MASTER
      *            (THROUGH THE SHARED PRODLOOK ROUTINE), A PRODUCT
      *            CLOSED TO NEW BUSINESS CAN BE NEITHER QUOTED NOR
      *            BOOKED, AND A BOOKING TAKES THE PRODUCT'S DAY-COUNT
      *            CONVENTION INSTEAD OF PROMPTING FOR ONE. A PRODUCT
      *            NOT YET ON THE MASTER KEEPS THE LOANLIM.DAT LIMITS
      *            AND THE PROMPT.
      ****************************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT LOAN-APPLICATION-FILE ASSIGN TO "LOANAPP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LA-APPL-NUMBER
              ALTERNATE RECORD KEY IS LA-QUOTE-NUMBER
                 WITH DUPLICATES
              FILE STATUS IS WS-APPL-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "QUOTCONF.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONFIRM-STATUS.
       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPP.

       FD  CONFIRM-FILE.
       01  CONFIRM-LINE               PIC X(80).

       01 WS-MAX-PRINCIPAL         PIC 9(5) VALUE 99999.
       01 WS-MAX-TIME-LENGTH       PIC 9(2) VALUE 40.
       01 WS-MAX-INTEREST-RATE     PIC 9(3)V99 VALUE 25.00.
       01 WS-MIN-PRINCIPAL         PIC 9(5) VALUE ZERO.
       01 WS-MIN-TIME-LENGTH       PIC 9(2) VALUE ZERO.

      *> The product's rules from the product master, when it is on
      *> there.
       COPY PRODRULE.
       01 WS-PRODUCT-FOUND-SW      PIC X VALUE "N".
          88 PRODUCT-ON-MASTER        VALUE "Y".

       01 WS-CURRENCY-CODE         PIC X(3) VALUE SPACES.
          88 VALID-CURRENCY-CODE      VALUES "USD" "EUR" "GBP"
       01 WS-QUOTE-STATUS          PIC XX VALUE SPACES.
       01 WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01 WS-CONFIRM-STATUS        PIC XX VALUE SPACES.
       01 WS-APPL-STATUS           PIC XX VALUE SPACES.
       01 WS-APPL-FILE-SW          PIC X VALUE "N".
          88 APPL-FILE-OPEN           VALUE "Y".
       01 WS-APPROVED-SW           PIC X VALUE "N".
          88 APPLICATION-APPROVED     VALUE "Y".
       01 WS-MORE-APPLS-SW         PIC X VALUE "Y".
          88 NO-MORE-APPLS            VALUE "N".
       01 WS-BOOK-DATE             PIC 9(8) VALUE ZERO.

       01 WS-FUNCTION-CODE         PIC X VALUE SPACE.
          88 NEW-QUOTE                VALUE "N".
          05 FILLER                PIC X(6)  VALUE "  RATE".
          05 FILLER                PIC X     VALUE SPACE.
          05 WS-C-RATE             PIC ZZ9.99.
       01 WS-CONFIRM-DETAIL-3.
          05 FILLER                PIC X(5)  VALUE "TERM ".
          05 WS-C-TERM-MONTHS      PIC ZZ9.
          05 FILLER                PIC X(7)  VALUE " MONTHS".
          05 FILLER                PIC X(12) VALUE "  FIRST DUE ".
          05 WS-C-FIRST-PAYMENT    PIC 9(8).
          05 FILLER                PIC X(10) VALUE "  MATURES ".
          05 WS-C-MATURITY         PIC 9(8).
          05 FILLER                PIC X(14) VALUE "  INSTALLMENT ".
          05 WS-C-INSTALLMENT      PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
                    " - enter one of the codes listed above."
              END-IF
           END-PERFORM.
           PERFORM 1100-APPLY-PRODUCT-RULES.

           PERFORM UNTIL VALID-CURRENCY-CODE
              DISPLAY "Enter the currency code (USD, EUR, GBP, "
           IF PRINCIPAL > WS-MAX-PRINCIPAL
              OR TIME-LENGTH > WS-MAX-TIME-LENGTH
              OR INTEREST-RATE > WS-MAX-INTEREST-RATE
              OR PRINCIPAL < WS-MIN-PRINCIPAL
              OR TIME-LENGTH < WS-MIN-TIME-LENGTH
              DISPLAY "Error: Input is outside the configured loan"
                 " limits."
              DISPLAY "Limits are - Principal: " WS-MIN-PRINCIPAL
                 "-" WS-MAX-PRINCIPAL
                 " Years: " WS-MIN-TIME-LENGTH "-" WS-MAX-TIME-LENGTH
                 " Rate: " WS-MAX-INTEREST-RATE
              GOBACK
           END-IF.
           END-IF.
           PERFORM 3000-STORE-QUOTE.

       1100-APPLY-PRODUCT-RULES.
           *> A product on the product master quotes to its own
           *> principal and term limits, and only while it is open
           *> for new business. One not yet on the master keeps the
           *> LOANLIM.DAT limits loaded at the top of the run.
           CALL "PRODLOOK" USING WS-PRODUCT-CODE PRODUCT-RULES
              WS-PRODUCT-FOUND-SW.
           IF PRODUCT-ON-MASTER
              IF NOT PR-OPEN-FOR-NEW-BUSINESS
                 DISPLAY "Product " WS-PRODUCT-CODE " is closed to"
                    " new business - quote abandoned."
                 GOBACK
              END-IF
              MOVE PR-MIN-PRINCIPAL  TO WS-MIN-PRINCIPAL
              MOVE PR-MAX-PRINCIPAL  TO WS-MAX-PRINCIPAL
              MOVE PR-MIN-TERM-YEARS TO WS-MIN-TIME-LENGTH
              MOVE PR-MAX-TERM-YEARS TO WS-MAX-TIME-LENGTH
           END-IF.

       1500-DISPLAY-CONVERTED-RESULT.
           *> Show the interest in the quote currency with that
           *> currency's own decimal handling, and converted into
                 DISPLAY "Quote " WS-QUOTE-NUMBER " has already"
                    " been booked."
              ELSE
                 PERFORM 6050-FIND-APPROVED-APPLICATION
                 CALL "PRODLOOK" USING QU-PRODUCT-CODE PRODUCT-RULES
                    WS-PRODUCT-FOUND-SW
                 EVALUATE TRUE
                    WHEN NOT APPLICATION-APPROVED
                       DISPLAY "Quote " WS-QUOTE-NUMBER " has no"
                          " approved loan application - it cannot"
                          " be booked."
                    WHEN PRODUCT-ON-MASTER
                       AND NOT PR-OPEN-FOR-NEW-BUSINESS
                       DISPLAY "Product " QU-PRODUCT-CODE " is"
                          " closed to new business - the quote"
                          " cannot be booked."
                    WHEN OTHER
                       PERFORM 5100-DISPLAY-QUOTE
                       DISPLAY "Approved application: "
                          LA-APPL-NUMBER " for " LA-APPLICANT-NAME
                       PERFORM 6100-OPEN-PORTFOLIO-ACCOUNT
                 END-EVALUATE
                 IF APPL-FILE-OPEN
                    CLOSE LOAN-APPLICATION-FILE
                 END-IF
              END-IF
           END-IF.

       6050-FIND-APPROVED-APPLICATION.
           *> The credit decision is made in LOAN-DECISION; booking
           *> only goes ahead on an application it approved.
           MOVE "N" TO WS-APPROVED-SW.
           MOVE "Y" TO WS-MORE-APPLS-SW.
           OPEN I-O LOAN-APPLICATION-FILE.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to open the loan application file,"
                 " status " WS-APPL-STATUS
              MOVE "N" TO WS-MORE-APPLS-SW
           ELSE
              MOVE "Y" TO WS-APPL-FILE-SW
              MOVE WS-QUOTE-NUMBER TO LA-QUOTE-NUMBER
              START LOAN-APPLICATION-FILE KEY IS = LA-QUOTE-NUMBER
                 INVALID KEY
                    MOVE "N" TO WS-MORE-APPLS-SW
              END-START
           END-IF.
           PERFORM UNTIL NO-MORE-APPLS OR APPLICATION-APPROVED
              READ LOAN-APPLICATION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-APPLS-SW
                 NOT AT END
                    IF LA-QUOTE-NUMBER NOT = WS-QUOTE-NUMBER
                       MOVE "N" TO WS-MORE-APPLS-SW
                    ELSE
                       IF LA-APPROVED
                          MOVE "Y" TO WS-APPROVED-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       6100-OPEN-PORTFOLIO-ACCOUNT.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = "35"
              MOVE ZERO              TO PF-YTD-INTEREST
              MOVE ZERO              TO PF-LAST-PAYMENT-DATE
              MOVE 1                 TO PF-DUE-DAY
      *> A STUD booking takes its student link from the approved
      *> application; one without it still gets the link filed
      *> through PORTFOL-MAINT, and the cross-reference report
      *> flags the account until then.
              IF QU-PRODUCT-CODE = "STUD"
                 MOVE LA-STUDENT-ID  TO PF-STUDENT-ID
              ELSE
                 MOVE ZERO           TO PF-STUDENT-ID
              END-IF
      *> The repayment contract runs from today: first installment
      *> on the due day next month, monthly over the quoted term.
              MOVE ZERO              TO PF-DEFERRAL-START-DATE
              ACCEPT WS-BOOK-DATE FROM DATE YYYYMMDD
              CALL "LOANTERM" USING PF-PRINCIPAL QU-TIME-LENGTH
                 PF-INTEREST-RATE PF-DUE-DAY WS-BOOK-DATE
                 PF-TERM-MONTHS PF-FIRST-PAYMENT-DATE
                 PF-MATURITY-DATE PF-SCHEDULED-PAYMENT
              WRITE PORTFOLIO-RECORD
              IF WS-PORTFOLIO-STATUS NOT = "00"
                 DISPLAY "Unable to open the account, status "
                    DISPLAY "Unable to mark the quote booked, "
                       "status " WS-QUOTE-STATUS
                 END-IF
                 PERFORM 6180-MARK-APPLICATION-BOOKED
                 PERFORM 6200-PRINT-CONFIRMATION
                 DISPLAY "Quote " QU-QUOTE-NUMBER " booked as"
                    " account " WS-ACCOUNT-ID "."
           END-PERFORM.

       6170-GET-DAY-COUNT.
           *> A product on the product master books with its own
           *> default convention; only one not yet on the master
           *> still asks for it.
           IF PRODUCT-ON-MASTER
              MOVE PR-DAY-COUNT TO WS-DAY-COUNT
              DISPLAY "Day-count convention for " QU-PRODUCT-CODE
                 " is " WS-DAY-COUNT "."
           ELSE
              MOVE SPACE TO WS-DAY-COUNT
           END-IF.
           PERFORM UNTIL DAY-COUNT-VALID
              DISPLAY "Day-count convention (A)ctual/365 or"
                 " (3)0/360: " WITH NO ADVANCING
              END-IF
           END-PERFORM.

       6180-MARK-APPLICATION-BOOKED.
           MOVE "B"           TO LA-STAGE.
           MOVE WS-BOOK-DATE  TO LA-STAGE-DATE.
           MOVE WS-ACCOUNT-ID TO LA-ACCOUNT-ID.
           REWRITE LOAN-APPLICATION-RECORD.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to mark application " LA-APPL-NUMBER
                 " booked, status " WS-APPL-STATUS
           END-IF.

       6200-PRINT-CONFIRMATION.
           OPEN EXTEND CONFIRM-FILE.
           IF WS-CONFIRM-STATUS = "35"
           MOVE QU-INTEREST-RATE TO WS-C-RATE.
           MOVE WS-CONFIRM-DETAIL-2 TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE PF-TERM-MONTHS        TO WS-C-TERM-MONTHS.
           MOVE PF-FIRST-PAYMENT-DATE TO WS-C-FIRST-PAYMENT.
           MOVE PF-MATURITY-DATE      TO WS-C-MATURITY.
           MOVE PF-SCHEDULED-PAYMENT  TO WS-C-INSTALLMENT.
           MOVE WS-CONFIRM-DETAIL-3 TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           MOVE SPACES TO CONFIRM-LINE.
           WRITE CONFIRM-LINE.
           IF WS-CONFIRM-STATUS NOT = "00"
