      *            AND A HOME-CURRENCY EQUIVALENT THAT REVAL-BATCH
      *            RESTATES AT MONTH END - THE TWO EUR FACILITIES
      *            WE SERVICE WERE TRACKED IN A SPREADSHEET.
      * 15/10/26 - AN ACCOUNT NOW CARRIES ITS REPAYMENT CONTRACT -
      *            TERM, FIRST PAYMENT DATE, MATURITY DATE AND
      *            SCHEDULED INSTALLMENT - SET ON ADD FROM A TERM IN
      *            YEARS THROUGH THE SHARED LOANTERM ROUTINE. A
      *            CHANGE CAN KEY A NEW TERM TO RE-AMORTIZE THE
      *            BALANCE FROM TODAY, OR KEEP THE CURRENT TERMS
      *            (A NEW DUE DAY MOVES THE CONTRACT DATES WITH IT).
      * 15/10/26 - ADDED A SUPERVISOR-ONLY LOAN (M)ODIFICATION FOR A
      *            BORROWER IN TROUBLE: A NEW RATE, CAPITALIZED
      *            ACCRUED INTEREST, AN INTEREST-ONLY DEFERRAL OF
      *            PRINCIPAL AND A NEW TERM, RE-AMORTIZED THROUGH
      *            LOANTERM ON THE SAME ACCOUNT ID. EACH ONE IS FILED
      *            ON LOANMOD.DAT WITH A REASON CODE AND THE TERMS
      *            EITHER SIDE OF IT, AND THE AUDIT RECORD NOW
      *            CARRIES THE CONTRACT BEFORE AND AFTER EVERY
      *            TRANSACTION. NO MORE DELETE AND RE-ADD.
      * 15/10/26 - THE PRINCIPAL AND TERM LIMITS NOW COME FROM THE
      *            PRODUCT'S RULES ON THE PRODUCT MASTER (THROUGH THE
      *            SHARED PRODLOOK ROUTINE), WITH A MINIMUM AS WELL
      *            AS A MAXIMUM, AND THE ACCOUNT TAKES THE PRODUCT'S
      *            DAY-COUNT CONVENTION INSTEAD OF PROMPTING FOR ONE.
      *            A PRODUCT CLOSED TO NEW BUSINESS CANNOT BE CHOSEN
      *            FOR A NEW ACCOUNT OR MOVED ONTO. A PRODUCT NOT YET
      *            ON THE MASTER KEEPS THE LOANLIM.DAT LIMITS AND
      *            THE PROMPT.
      * 15/10/26 - A CAPITALIZATION EVENT FROM A LOAN MODIFICATION
      *            DATED INTO A CLOSED ACCOUNTING MONTH IS FILED IN
      *            THE NEXT OPEN MONTH AS A PRIOR-PERIOD ADJUSTMENT
      *            THROUGH THE SHARED PERIODCHK ROUTINE.
      * 15/10/26 - DUAL CONTROL: A CHANGE THAT MOVES THE PRINCIPAL
      *            OR THE RATE BY MORE THAN THE MAINTTHR.DAT
      *            THRESHOLDS, AND EVERY DELETE AND CHARGE-OFF, IS
      *            NOW FILED ON MAINTREQ.DAT AS A PENDING REQUEST
      *            INSTEAD OF TOUCHING THE ACCOUNT. A SUPERVISOR
      *            OTHER THAN THE MAKER APPROVES OR REJECTS IT
      *            THROUGH THE NEW (R)EVIEW TRANSACTION, AND BOTH
      *            DECISIONS ARE AUDITED IN PORTAUDT.LOG WITH THE
      *            REQUEST AND ITS MAKER.
      * 15/10/26 - THE TRANSACTION IS NOW CHECKED AGAINST THE
      *            ACCESS-CONTROL FILE THROUGH THE SHARED ACCCHK
      *            ROUTINE BEFORE IT IS ALLOWED: ADD; CHANGE FOR A
      *            CHANGE, GUARANTOR OR MODIFICATION; DELETE FOR A
      *            DELETE OR CHARGE-OFF; INQUIRE FOR A PAYOFF QUOTE;
      *            APPROVE FOR REVIEWING REQUESTS. UNTIL THE ACCESS-
      *            CONTROL FILE IS SET UP THE LEVEL-2 RULES STAND.
      * 15/10/26 - A LOAN MODIFICATION NOW PASSES THE SAME DUAL-
      *            CONTROL THRESHOLDS AS A CHANGE: ONE MOVING THE
      *            PRINCIPAL OR THE RATE BY MORE THAN MAINTTHR.DAT
      *            ALLOWS IS FILED ON MAINTREQ.DAT AND APPLIED ONLY
      *            WHEN ANOTHER OPERATOR APPROVES IT. MAINTENANCE
      *            REQUESTS ARE NOW DATED AND DECIDED ON THE
      *            BUSINESS DATE, AS THE PENDING APPROVALS REPORT
      *            AGES THEM.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCH-STATUS.

           SELECT LOAN-MOD-FILE ASSIGN TO "LOANMOD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LM-MOD-KEY
              FILE STATUS IS WS-MOD-STATUS.

           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "ACCRHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

           SELECT THRESHOLD-CARD-FILE ASSIGN TO "MAINTTHR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT MAINT-REQUEST-FILE ASSIGN TO "MAINTREQ.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MQ-REQUEST-NO
              ALTERNATE RECORD KEY IS MQ-ACCOUNT-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       FD  EXCHANGE-RATE-FILE.
       COPY EXCHRATE.

       FD  LOAN-MOD-FILE.
       COPY LOANMOD.

       FD  ACCRUAL-HISTORY-FILE.
       COPY ACCRHIST.

       FD  THRESHOLD-CARD-FILE.
       COPY MAINTTHR.

       FD  MAINT-REQUEST-FILE.
       COPY MAINTREQ.

       WORKING-STORAGE SECTION.
       01  WS-PORTFOLIO-STATUS        PIC XX VALUE SPACES.
       01  WS-LIMIT-STATUS            PIC XX VALUE SPACES.
       01  WS-AUTH-LEVEL              PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW               PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON            VALUE "Y".
       01  WS-ACCESS-PROGRAM          PIC X(30) VALUE "PORTFOL-MAINT".
       01  WS-ACCESS-FUNCTION         PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW               PIC X VALUE "N".
           88  ACCESS-REFUSED                VALUE "N".
           88  ACCESS-NO-TABLE               VALUE "U".

       01  WS-TRANS-CODE              PIC X VALUE SPACE.
           88  TRANS-ADD                     VALUE "A".
           88  TRANS-PAYOFF-QUOTE            VALUE "P".
           88  TRANS-CHARGE-OFF              VALUE "O".
           88  TRANS-GUARANTOR               VALUE "G".
           88  TRANS-MODIFY                  VALUE "M".
           88  TRANS-REVIEW                  VALUE "R".
           88  TRANS-CODE-VALID              VALUES "A" "C" "D" "P"
                                                    "O" "G" "M" "R".

       01  WS-ACCOUNT-ID              PIC 9(6) VALUE ZERO.
       01  WS-PRODUCT-CODE            PIC X(4) VALUE SPACES.
       01  WS-RATE-FOUND-SW           PIC X VALUE "N".
           88  RATE-FOUND                    VALUE "Y".
       01  WS-AS-OF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-SOURCE           PIC X(8) VALUE "PORTMANT".
       01  WS-POST-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE           PIC 9(8) VALUE ZERO.
       01  WS-VALID-PRIN-SW           PIC X VALUE "N".
           88  VALID-PRINCIPAL               VALUE "Y".
       01  WS-DAY-COUNT               PIC X VALUE "A".
       01  WS-DUE-DAY                 PIC 9(2) VALUE ZERO.
       01  WS-VALID-DUE-SW            PIC X VALUE "N".
           88  VALID-DUE-DAY                 VALUE "Y".
       01  WS-TERM-YEARS              PIC 9(2) VALUE ZERO.
       01  WS-VALID-TERM-SW           PIC X VALUE "N".
           88  VALID-TERM                    VALUE "Y".
       01  WS-CONTRACT-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CONTRACT-DATE-X REDEFINES WS-CONTRACT-DATE.
           05  WS-CONTRACT-YYYYMM     PIC 9(6).
           05  WS-CONTRACT-DAY        PIC 9(2).
       01  WS-MASTER-STATUS           PIC XX VALUE SPACES.
       01  WS-STUDENT-ID              PIC 9(6) VALUE ZERO.
       01  WS-VALID-STUDENT-SW        PIC X VALUE "N".
       01  WS-RECOVERY-STATUS         PIC XX VALUE SPACES.
       01  WS-CONFIRM-SW              PIC X VALUE "N".
           88  CHARGE-OFF-CONFIRMED          VALUE "Y".
           88  MODIFICATION-CONFIRMED        VALUE "Y".
       01  WS-MOD-STATUS              PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS          PIC XX VALUE SPACES.
       01  WS-MOD-REASON              PIC X(2) VALUE SPACES.
       01  WS-MOD-REASON-SW           PIC X VALUE "N".
           88  VALID-MOD-REASON              VALUE "Y".
       01  WS-MR-IDX                  PIC 9(2) VALUE ZERO.
       01  WS-MOD-RATE                PIC 9(3)V99 VALUE ZERO.
       01  WS-VALID-MOD-RATE-SW       PIC X VALUE "N".
           88  VALID-MOD-RATE                VALUE "Y".
       01  WS-CAPITALIZE-SW           PIC X VALUE "N".
           88  CAPITALIZE-INTEREST           VALUE "Y".
           88  CAPITALIZE-ANSWERED           VALUES "Y" "N".
       01  WS-MOD-CAP-AMOUNT          PIC 9(5) VALUE ZERO.
       01  WS-DEFER-MONTHS            PIC 9(2) VALUE ZERO.
       01  WS-MAX-DEFER-MONTHS        PIC 9(2) VALUE 12.
       01  WS-VALID-DEFER-SW          PIC X VALUE "N".
           88  VALID-DEFERRAL                VALUE "Y".
       01  WS-NEXT-MOD-SEQ            PIC 9(3) VALUE ZERO.
       01  WS-MORE-MODS-SW            PIC X VALUE "Y".
           88  NO-MORE-MODS                  VALUE "N".
       01  WS-MONTH-INDEX             PIC 9(6) VALUE ZERO.
       01  WS-MOD-START-DATE          PIC 9(8) VALUE ZERO.
       01  WS-MOD-START-DATE-X REDEFINES WS-MOD-START-DATE.
           05  WS-MOD-START-YEAR      PIC 9(4).
           05  WS-MOD-START-MONTH     PIC 9(2).
           05  WS-MOD-START-DAY       PIC 9(2).
       01  WS-COBOR-STATUS            PIC XX VALUE SPACES.
       01  WS-COBOR-CODE              PIC X VALUE SPACE.
           88  COBOR-ADD                     VALUE "A".
           88  NO-MORE-QUOTES                VALUE "N".
       01  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.

      *> Dual control. A change moving the principal or the rate by
      *> more than these (MAINTTHR.DAT overrides them) waits on
      *> MAINTREQ.DAT for a second operator, as do all deletes and
      *> charge-offs.
       01  WS-THRESHOLD-STATUS        PIC XX VALUE SPACES.
       01  WS-REQUEST-STATUS          PIC XX VALUE SPACES.
       01  WS-MAX-PRINCIPAL-CHANGE    PIC 9(5) VALUE 5000.
       01  WS-MAX-RATE-CHANGE         PIC 9(3)V99 VALUE 1.00.
       01  WS-PRINCIPAL-CHANGE        PIC 9(5) VALUE ZERO.
       01  WS-RATE-CHANGE             PIC 9(3)V99 VALUE ZERO.
       01  WS-NEXT-REQUEST            PIC 9(6) VALUE ZERO.
       01  WS-REQUEST-NO              PIC 9(6) VALUE ZERO.
       01  WS-MORE-REQUESTS-SW        PIC X VALUE "Y".
           88  NO-MORE-REQUESTS              VALUE "N".
       01  WS-PENDING-SW              PIC X VALUE "N".
           88  REQUEST-PENDING               VALUE "Y".
       01  WS-PENDING-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-DECISION                PIC X VALUE SPACE.
           88  DECISION-APPROVE              VALUE "A".
           88  DECISION-REJECT               VALUE "R".
           88  DECISION-VALID                VALUES "A" "R" " ".
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-APPLIED-SW              PIC X VALUE "N".
           88  REQUEST-APPLIED               VALUE "Y".
      *> Carried onto the audit record when a request is decided.
       01  WS-AUDIT-DECISION          PIC X VALUE SPACE.
       01  WS-AUDIT-REQUEST-NO        PIC 9(6) VALUE ZERO.
       01  WS-AUDIT-MAKER             PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.

       01  WS-PAYOFF-HEADER.
           05  FILLER                 PIC X(13) VALUE
               "PAYOFF QUOTE ".
       01  WS-MAX-PRINCIPAL           PIC 9(5) VALUE 99999.
       01  WS-MAX-TIME-LENGTH         PIC 9(2) VALUE 40.
       01  WS-MAX-INTEREST-RATE       PIC 9(3)V99 VALUE 25.00.
       01  WS-MIN-PRINCIPAL           PIC 9(5) VALUE ZERO.
       01  WS-MIN-TIME-LENGTH         PIC 9(2) VALUE ZERO.

      *> The product's rules from the product master, when it is on
      *> there.
       COPY PRODRULE.
       01  WS-PRODUCT-FOUND-SW        PIC X VALUE "N".
           88  PRODUCT-ON-MASTER             VALUE "Y".

       01  WS-BEFORE-DETAILS.
           05  WS-B-PRODUCT           PIC X(4).
           05  WS-B-PRINCIPAL         PIC 9(5).
           05  WS-B-RATE              PIC 9(3)V99.
           05  WS-B-ACCRUED           PIC 9(8)V99.
           05  WS-B-TERM-MONTHS       PIC 9(3).
           05  WS-B-MATURITY          PIC 9(8).
           05  WS-B-PAYMENT           PIC 9(6)V99.
       01  WS-AFTER-DETAILS.
           05  WS-A-PRODUCT           PIC X(4).
           05  WS-A-PRINCIPAL         PIC 9(5).
           05  WS-A-RATE              PIC 9(3)V99.
           05  WS-A-ACCRUED           PIC 9(8)V99.
           05  WS-A-TERM-MONTHS       PIC 9(3).
           05  WS-A-MATURITY          PIC 9(8).
           05  WS-A-PAYMENT           PIC 9(6)V99.

       COPY MODRSN.

       PROCEDURE DIVISION.
       0000-MAIN.
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           PERFORM 0150-CHECK-ACCESS.
           IF ACCESS-REFUSED
              DISPLAY "You are not permitted to "
                 WS-ACCESS-FUNCTION " in PORTFOL-MAINT -"
                 " transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-DELETE
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Account deletes require supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-CHARGE-OFF
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Charge-offs require supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-MODIFY
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Loan modifications require supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-REVIEW
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Approving maintenance requests requires"
                 " supervisor authorization - transaction refused."
              GOBACK
           END-IF.
           PERFORM 0050-LOAD-VALIDATION-LIMITS.
           PERFORM 0060-LOAD-APPROVAL-THRESHOLDS.
           CALL "BUSDATE" USING WS-BUSINESS-DATE.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = "35"
              CLOSE PORTFOLIO-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT PORT-AUDIT-FILE
           END-IF.
           OPEN I-O MAINT-REQUEST-FILE.
           IF WS-REQUEST-STATUS = "35"
              CLOSE MAINT-REQUEST-FILE
              OPEN OUTPUT MAINT-REQUEST-FILE
              CLOSE MAINT-REQUEST-FILE
              OPEN I-O MAINT-REQUEST-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-ACCOUNT
                 PERFORM 6500-CHARGE-OFF-ACCOUNT
              WHEN TRANS-GUARANTOR
                 PERFORM 6700-MAINTAIN-COBORROWERS
              WHEN TRANS-MODIFY
                 PERFORM 6800-MODIFY-ACCOUNT
              WHEN TRANS-REVIEW
                 PERFORM 8500-REVIEW-REQUESTS
           END-EVALUATE.
           CLOSE PORTFOLIO-FILE.
           CLOSE PORT-AUDIT-FILE.
           CLOSE MAINT-REQUEST-FILE.
           GOBACK.

       0050-LOAD-VALIDATION-LIMITS.
              CLOSE LOAN-LIMIT-FILE
           END-IF.

       0060-LOAD-APPROVAL-THRESHOLDS.
           *> A missing or zero figure keeps the default.
           OPEN INPUT THRESHOLD-CARD-FILE.
           IF WS-THRESHOLD-STATUS = "00"
              READ THRESHOLD-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MT-PRINCIPAL-CHANGE NUMERIC
                       AND MT-PRINCIPAL-CHANGE NOT = ZERO
                       MOVE MT-PRINCIPAL-CHANGE
                          TO WS-MAX-PRINCIPAL-CHANGE
                    END-IF
                    IF MT-RATE-CHANGE NUMERIC
                       AND MT-RATE-CHANGE NOT = ZERO
                       MOVE MT-RATE-CHANGE TO WS-MAX-RATE-CHANGE
                    END-IF
              END-READ
              CLOSE THRESHOLD-CARD-FILE
           END-IF.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(P)ayoff quote, charge-(O)ff, (G)uarantor, "
                 "(M)odify, (R)eview requests: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D,"
                    " P, O, G, M or R."
              END-IF
           END-PERFORM.

       0150-CHECK-ACCESS.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE "ADD"     TO WS-ACCESS-FUNCTION
              WHEN TRANS-DELETE
              WHEN TRANS-CHARGE-OFF
                 MOVE "DELETE"  TO WS-ACCESS-FUNCTION
              WHEN TRANS-PAYOFF-QUOTE
                 MOVE "INQUIRE" TO WS-ACCESS-FUNCTION
              WHEN TRANS-REVIEW
                 MOVE "APPROVE" TO WS-ACCESS-FUNCTION
              WHEN OTHER
                 MOVE "CHANGE"  TO WS-ACCESS-FUNCTION
           END-EVALUATE.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.

       1000-ADD-ACCOUNT.
           PERFORM 1150-GET-NEW-ACCOUNT-ID.
           PERFORM 1200-GET-PRODUCT-AND-RATE.
           PERFORM 1300-GET-PRINCIPAL.
           PERFORM 1400-GET-DAY-COUNT.
           PERFORM 1500-GET-DUE-DAY.
           PERFORM 1550-GET-TERM.
           PERFORM 1600-GET-STUDENT-LINK.
           PERFORM 1700-GET-CURRENCY-CODE.
           MOVE WS-ACCOUNT-ID     TO PF-ACCOUNT-ID.
           MOVE WS-AS-OF-DATE     TO PF-STATUS-DATE.
           MOVE ZERO              TO PF-CREDIT-BALANCE.
           MOVE WS-CURRENCY-CODE  TO PF-CURRENCY-CODE.
           MOVE ZERO              TO PF-DEFERRAL-START-DATE.
      *> The opening home-currency equivalent of the balances - the
      *> month-end revaluation restates it from here on.
           COMPUTE PF-HOME-EQUIVALENT ROUNDED =
              WS-PRINCIPAL * WS-CCY-RATE.
           PERFORM 1560-SET-CONTRACT.
           WRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to save portfolio record, status "
           ELSE
              MOVE SPACES TO WS-B-PRODUCT
              MOVE ZERO TO WS-B-PRINCIPAL WS-B-RATE WS-B-ACCRUED
                 WS-B-TERM-MONTHS WS-B-MATURITY WS-B-PAYMENT
              PERFORM 8000-CAPTURE-AFTER-VALUES
              PERFORM 9000-WRITE-AUDIT-RECORD
              PERFORM 3000-DISPLAY-ACCOUNT-DETAILS
              IF NOT RATE-FOUND
                 DISPLAY "No approved rate on file for that product"
                    " - enter one of the codes listed above."
              ELSE
                 PERFORM 1250-LOAD-PRODUCT-RULES
      *> An account already on a closed product may stay there;
      *> nothing new goes onto one.
                 IF PRODUCT-ON-MASTER
                    AND NOT PR-OPEN-FOR-NEW-BUSINESS
                    AND NOT (TRANS-CHANGE
                       AND WS-PRODUCT-CODE = PF-PRODUCT-CODE)
                    DISPLAY "Product " WS-PRODUCT-CODE " is closed"
                       " to new business - choose another."
                    MOVE "N" TO WS-RATE-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "Posted rate for " WS-PRODUCT-CODE " is "
              WS-INTEREST-RATE ".".

       1250-LOAD-PRODUCT-RULES.
           *> A product on the product master is held to its own
           *> principal and term limits; one not yet on the master
           *> falls back to the LOANLIM.DAT card.
           PERFORM 0050-LOAD-VALIDATION-LIMITS.
           MOVE ZERO TO WS-MIN-PRINCIPAL WS-MIN-TIME-LENGTH.
           CALL "PRODLOOK" USING WS-PRODUCT-CODE PRODUCT-RULES
              WS-PRODUCT-FOUND-SW.
           IF PRODUCT-ON-MASTER
              MOVE PR-MIN-PRINCIPAL  TO WS-MIN-PRINCIPAL
              MOVE PR-MAX-PRINCIPAL  TO WS-MAX-PRINCIPAL
              MOVE PR-MIN-TERM-YEARS TO WS-MIN-TIME-LENGTH
              MOVE PR-MAX-TERM-YEARS TO WS-MAX-TIME-LENGTH
           END-IF.

       1300-GET-PRINCIPAL.
           MOVE "N" TO WS-VALID-PRIN-SW.
           PERFORM UNTIL VALID-PRINCIPAL
                 DISPLAY "Invalid principal - enter an amount"
                    " greater than zero."
              ELSE
                 EVALUATE TRUE
                    WHEN WS-PRINCIPAL > WS-MAX-PRINCIPAL
                       DISPLAY "Principal exceeds the configured"
                          " limit of " WS-MAX-PRINCIPAL "."
                    WHEN WS-PRINCIPAL < WS-MIN-PRINCIPAL
                       DISPLAY "Principal is below the product"
                          " minimum of " WS-MIN-PRINCIPAL "."
                    WHEN OTHER
                       MOVE "Y" TO WS-VALID-PRIN-SW
                 END-EVALUATE
              END-IF
           END-PERFORM.

       1400-GET-DAY-COUNT.
           *> The convention the nightly accrual uses for this
           *> account: (A)ctual/365 or (3)0/360. A product on the
           *> product master sets it; only one not yet on the master
           *> still asks.
           IF PRODUCT-ON-MASTER
              MOVE PR-DAY-COUNT TO WS-DAY-COUNT
              DISPLAY "Day-count convention for " WS-PRODUCT-CODE
                 " is " WS-DAY-COUNT "."
           ELSE
              MOVE SPACE TO WS-DAY-COUNT
           END-IF.
           PERFORM UNTIL DAY-COUNT-VALID
              DISPLAY "Day-count convention (A)ctual/365 or"
                 " (3)0/360: " WITH NO ADVANCING
              END-IF
           END-PERFORM.

       1550-GET-TERM.
           *> The repayment term in whole years, held to the same
           *> ceiling as a quote. On a change, zero keeps the terms
           *> the account already has.
           MOVE "N" TO WS-VALID-TERM-SW.
           IF TRANS-CHANGE
              DISPLAY "Current term " PF-TERM-MONTHS " months,"
                 " installment " PF-SCHEDULED-PAYMENT ", maturing "
                 PF-MATURITY-DATE "."
           END-IF.
           PERFORM UNTIL VALID-TERM
              IF TRANS-CHANGE
                 DISPLAY "Input new loan term in years (0 = keep"
                    " current terms): " WITH NO ADVANCING
              ELSE
                 DISPLAY "Input loan term in years (1-"
                    WS-MAX-TIME-LENGTH "): " WITH NO ADVANCING
              END-IF
              ACCEPT WS-TERM-YEARS
              EVALUATE TRUE
                 WHEN WS-TERM-YEARS NOT NUMERIC
                    DISPLAY "Invalid term - enter a number of years."
                 WHEN WS-TERM-YEARS = ZERO AND TRANS-CHANGE
                    MOVE "Y" TO WS-VALID-TERM-SW
                 WHEN WS-TERM-YEARS = ZERO
                    DISPLAY "Invalid term - must be at least 1 year."
                 WHEN WS-TERM-YEARS > WS-MAX-TIME-LENGTH
                    DISPLAY "Invalid term - cannot exceed "
                       WS-MAX-TIME-LENGTH " years."
                 WHEN WS-TERM-YEARS < WS-MIN-TIME-LENGTH
                    DISPLAY "Invalid term - the product minimum is "
                       WS-MIN-TIME-LENGTH " years."
                 WHEN OTHER
                    MOVE "Y" TO WS-VALID-TERM-SW
              END-EVALUATE
           END-PERFORM.

       1560-SET-CONTRACT.
           *> A keyed term amortizes the principal afresh from today.
           *> Kept terms stay as they are, except that the contract
           *> dates follow the due day if it moved.
           IF WS-TERM-YEARS NOT = ZERO
              CALL "LOANTERM" USING WS-PRINCIPAL WS-TERM-YEARS
                 WS-INTEREST-RATE WS-DUE-DAY WS-AS-OF-DATE
                 PF-TERM-MONTHS PF-FIRST-PAYMENT-DATE
                 PF-MATURITY-DATE PF-SCHEDULED-PAYMENT
           ELSE
              IF PF-FIRST-PAYMENT-DATE NOT = ZERO
                 MOVE PF-FIRST-PAYMENT-DATE TO WS-CONTRACT-DATE
                 MOVE WS-DUE-DAY TO WS-CONTRACT-DAY
                 MOVE WS-CONTRACT-DATE TO PF-FIRST-PAYMENT-DATE
              END-IF
              IF PF-MATURITY-DATE NOT = ZERO
                 MOVE PF-MATURITY-DATE TO WS-CONTRACT-DATE
                 MOVE WS-DUE-DAY TO WS-CONTRACT-DAY
                 MOVE WS-CONTRACT-DATE TO PF-MATURITY-DATE
              END-IF
           END-IF.

       1600-GET-STUDENT-LINK.
           *> A STUD loan's borrower is one of our own students -
           *> the account carries the student id, proven against the
           DISPLAY "Interest rate is: " PF-INTEREST-RATE.
           DISPLAY "Accrued interest is: " PF-ACCRUED-INTEREST.
           DISPLAY "Day-count convention is: " PF-DAY-COUNT.
           DISPLAY "Term in months is: " PF-TERM-MONTHS.
           DISPLAY "First payment date is: " PF-FIRST-PAYMENT-DATE.
           DISPLAY "Maturity date is: " PF-MATURITY-DATE.
           DISPLAY "Scheduled installment is: " PF-SCHEDULED-PAYMENT.

       4000-CHANGE-ACCOUNT.
           PERFORM 1100-GET-ACCOUNT-ID.
                    " not found - nothing changed."
           END-READ.
           IF WS-PORTFOLIO-STATUS = "00"
              PERFORM 8100-CHECK-PENDING-REQUEST
           END-IF.
           IF WS-PORTFOLIO-STATUS = "00" AND NOT REQUEST-PENDING
              PERFORM 7000-CAPTURE-BEFORE-VALUES
              DISPLAY "Changing account " PF-ACCOUNT-ID " ("
                 PF-PRODUCT-CODE ")."
              PERFORM 1300-GET-PRINCIPAL
              PERFORM 1400-GET-DAY-COUNT
              PERFORM 1500-GET-DUE-DAY
              PERFORM 1550-GET-TERM
              PERFORM 1600-GET-STUDENT-LINK
              MOVE WS-PRODUCT-CODE  TO PF-PRODUCT-CODE
              MOVE WS-PRINCIPAL     TO PF-PRINCIPAL
              MOVE WS-DAY-COUNT     TO PF-DAY-COUNT
              MOVE WS-DUE-DAY       TO PF-DUE-DAY
              MOVE WS-STUDENT-ID    TO PF-STUDENT-ID
              PERFORM 1560-SET-CONTRACT
              PERFORM 8050-MEASURE-CHANGE
              IF WS-PRINCIPAL-CHANGE > WS-MAX-PRINCIPAL-CHANGE
                 OR WS-RATE-CHANGE > WS-MAX-RATE-CHANGE
                 DISPLAY "The change moves the principal by "
                    WS-PRINCIPAL-CHANGE " and the rate by "
                    WS-RATE-CHANGE " - over the approval threshold."
                 PERFORM 8200-FILE-REQUEST
              ELSE
                 REWRITE PORTFOLIO-RECORD
                 IF WS-PORTFOLIO-STATUS NOT = "00"
                    DISPLAY "Unable to change portfolio record, "
                       "status " WS-PORTFOLIO-STATUS
                 ELSE
                    PERFORM 8000-CAPTURE-AFTER-VALUES
                    PERFORM 9000-WRITE-AUDIT-RECORD
                    PERFORM 3000-DISPLAY-ACCOUNT-DETAILS
                 END-IF
              END-IF
           END-IF.

       5000-DELETE-ACCOUNT.
           *> Closing a paid-off loan. An account still carrying a
           *> balance is refused so a live loan cannot vanish with
           *> one keystroke, and the delete itself waits for a
           *> second operator's approval.
           PERFORM 1100-GET-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
                    " not found - nothing deleted."
           END-READ.
           IF WS-PORTFOLIO-STATUS = "00"
              PERFORM 8100-CHECK-PENDING-REQUEST
           END-IF.
           IF WS-PORTFOLIO-STATUS = "00" AND NOT REQUEST-PENDING
              IF PF-PRINCIPAL NOT = ZERO
                 OR PF-ACCRUED-INTEREST NOT = ZERO
                 DISPLAY "Account " WS-ACCOUNT-ID " still carries a"
                    " - not deleted."
              ELSE
                 PERFORM 7000-CAPTURE-BEFORE-VALUES
                 PERFORM 8200-FILE-REQUEST
              END-IF
           END-IF.

           MOVE PF-PRINCIPAL        TO WS-B-PRINCIPAL.
           MOVE PF-INTEREST-RATE    TO WS-B-RATE.
           MOVE PF-ACCRUED-INTEREST TO WS-B-ACCRUED.
           MOVE PF-TERM-MONTHS      TO WS-B-TERM-MONTHS.
           MOVE PF-MATURITY-DATE    TO WS-B-MATURITY.
           MOVE PF-SCHEDULED-PAYMENT TO WS-B-PAYMENT.

       8000-CAPTURE-AFTER-VALUES.
           MOVE PF-PRODUCT-CODE     TO WS-A-PRODUCT.
           MOVE PF-PRINCIPAL        TO WS-A-PRINCIPAL.
           MOVE PF-INTEREST-RATE    TO WS-A-RATE.
           MOVE PF-ACCRUED-INTEREST TO WS-A-ACCRUED.
           MOVE PF-TERM-MONTHS      TO WS-A-TERM-MONTHS.
           MOVE PF-MATURITY-DATE    TO WS-A-MATURITY.
           MOVE PF-SCHEDULED-PAYMENT TO WS-A-PAYMENT.

       9000-WRITE-AUDIT-RECORD.
           *> One audit record per transaction with the operator, a
           MOVE WS-A-PRINCIPAL   TO PAUD-A-PRINCIPAL.
           MOVE WS-A-RATE        TO PAUD-A-RATE.
           MOVE WS-A-ACCRUED     TO PAUD-A-ACCRUED.
           MOVE WS-B-TERM-MONTHS TO PAUD-B-TERM-MONTHS.
           MOVE WS-B-MATURITY    TO PAUD-B-MATURITY.
           MOVE WS-B-PAYMENT     TO PAUD-B-PAYMENT.
           MOVE WS-A-TERM-MONTHS TO PAUD-A-TERM-MONTHS.
           MOVE WS-A-MATURITY    TO PAUD-A-MATURITY.
           MOVE WS-A-PAYMENT     TO PAUD-A-PAYMENT.
           MOVE WS-AUDIT-DECISION   TO PAUD-DECISION.
           MOVE WS-AUDIT-REQUEST-NO TO PAUD-REQUEST-NO.
           MOVE WS-AUDIT-MAKER      TO PAUD-MAKER.
           WRITE PORT-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
           *> balances move to the recovery file, the portfolio
           *> record goes to zero with status "O", and the move is
           *> audited with before/after values like any other
           *> change. Only a supervisor reaches this paragraph, and
           *> the charge-off waits for a second supervisor's
           *> approval before any of that happens.
           PERFORM 1100-GET-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
                    " not found - nothing charged off."
           END-READ.
           IF WS-PORTFOLIO-STATUS = "00"
              PERFORM 8100-CHECK-PENDING-REQUEST
           END-IF.
           IF WS-PORTFOLIO-STATUS = "00" AND NOT REQUEST-PENDING
              IF NOT PF-ACCT-ACTIVE
                 DISPLAY "Account " WS-ACCOUNT-ID " is not active"
                    " (status " PF-STATUS ") - nothing charged"
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM-SW
                 IF CHARGE-OFF-CONFIRMED
                    PERFORM 7000-CAPTURE-BEFORE-VALUES
                    PERFORM 8200-FILE-REQUEST
                 ELSE
                    DISPLAY "Nothing charged off."
                 END-IF
                 ELSE
                    PERFORM 8000-CAPTURE-AFTER-VALUES
                    PERFORM 9000-WRITE-AUDIT-RECORD
                    MOVE "Y" TO WS-APPLIED-SW
                    DISPLAY "Account " WS-ACCOUNT-ID " charged"
                       " off - balances now tracked on the"
                       " recovery file."
              DISPLAY "No contacts on file for account "
                 WS-ACCOUNT-ID "."
           END-IF.

       6800-MODIFY-ACCOUNT.
           *> A restructure agreed with a borrower in trouble. Any mix
           *> of a new rate, capitalized accrued interest and an
           *> interest-only deferral of principal, always with a new
           *> term, re-amortized on the same account so the payment
           *> and accrual history stay attached. Only a supervisor
           *> reaches this paragraph.
           PERFORM 1100-GET-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
              INVALID KEY
                 DISPLAY "Account " WS-ACCOUNT-ID
                    " not found - nothing modified."
           END-READ.
           IF WS-PORTFOLIO-STATUS = "00"
              PERFORM 8100-CHECK-PENDING-REQUEST
           END-IF.
           IF WS-PORTFOLIO-STATUS = "00" AND NOT REQUEST-PENDING
              EVALUATE TRUE
                 WHEN NOT PF-ACCT-ACTIVE
                    DISPLAY "Account " WS-ACCOUNT-ID " is not active"
                       " (status " PF-STATUS ") - nothing modified."
                 WHEN PF-PRINCIPAL = ZERO
                    AND PF-ACCRUED-INTEREST = ZERO
                    DISPLAY "Account " WS-ACCOUNT-ID " carries no"
                       " balance - nothing to modify."
                 WHEN OTHER
                    PERFORM 7000-CAPTURE-BEFORE-VALUES
                    MOVE PF-PRODUCT-CODE TO WS-PRODUCT-CODE
                    PERFORM 1250-LOAD-PRODUCT-RULES
                    DISPLAY "Account " WS-ACCOUNT-ID " carries"
                       " principal " PF-PRINCIPAL " and accrued "
                       PF-ACCRUED-INTEREST " at " PF-INTEREST-RATE
                       "%."
                    DISPLAY "Current term " PF-TERM-MONTHS " months,"
                       " installment " PF-SCHEDULED-PAYMENT
                       ", maturing " PF-MATURITY-DATE "."
                    PERFORM 6810-GET-MOD-REASON
                    PERFORM 6820-GET-MOD-RATE
                    PERFORM 6830-GET-CAPITALIZATION
                    PERFORM 6840-GET-DEFERRAL
                    DISPLAY "The new term runs from the end of any"
                       " deferral."
                    PERFORM 1550-GET-TERM
                    MOVE "N" TO WS-CONFIRM-SW
                    DISPLAY "Apply the modification (Y/N): "
                       WITH NO ADVANCING
                    ACCEPT WS-CONFIRM-SW
                    IF MODIFICATION-CONFIRMED
                       PERFORM 6850-APPLY-MODIFICATION
                    ELSE
                       DISPLAY "Nothing modified."
                    END-IF
              END-EVALUATE
           END-IF.

       6810-GET-MOD-REASON.
           MOVE "N" TO WS-MOD-REASON-SW.
           PERFORM UNTIL VALID-MOD-REASON
              DISPLAY "Reason code (HD UN ME DI SI OT): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-MOD-REASON
              ACCEPT WS-MOD-REASON
              PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                    UNTIL WS-MR-IDX > MR-REASON-COUNT
                    OR VALID-MOD-REASON
                 IF MR-REASON-CODE (WS-MR-IDX) = WS-MOD-REASON
                    MOVE "Y" TO WS-MOD-REASON-SW
                    DISPLAY MR-REASON-TEXT (WS-MR-IDX)
                 END-IF
              END-PERFORM
              IF NOT VALID-MOD-REASON
                 DISPLAY "Invalid reason code."
              END-IF
           END-PERFORM.

       6820-GET-MOD-RATE.
           MOVE "N" TO WS-VALID-MOD-RATE-SW.
           PERFORM UNTIL VALID-MOD-RATE
              DISPLAY "Input new interest rate (0 = keep current): "
                 WITH NO ADVANCING
              ACCEPT WS-MOD-RATE
              IF WS-MOD-RATE NUMERIC
                 AND WS-MOD-RATE <= WS-MAX-INTEREST-RATE
                 MOVE "Y" TO WS-VALID-MOD-RATE-SW
              ELSE
                 DISPLAY "Invalid rate - cannot exceed "
                    WS-MAX-INTEREST-RATE "."
              END-IF
           END-PERFORM.

       6830-GET-CAPITALIZATION.
           *> Only the whole-unit part of the accrued interest rolls,
           *> as in the month-end capitalization run, and only while
           *> the principal stays inside the posted limit.
           MOVE "N" TO WS-CAPITALIZE-SW.
           COMPUTE WS-MOD-CAP-AMOUNT = PF-ACCRUED-INTEREST.
           IF WS-MOD-CAP-AMOUNT = ZERO
              CONTINUE
           ELSE
              IF PF-PRINCIPAL + WS-MOD-CAP-AMOUNT > WS-MAX-PRINCIPAL
                 DISPLAY "Capitalizing " WS-MOD-CAP-AMOUNT " would"
                    " take principal over " WS-MAX-PRINCIPAL
                    " - not offered."
              ELSE
                 MOVE SPACE TO WS-CAPITALIZE-SW
                 PERFORM UNTIL CAPITALIZE-ANSWERED
                    DISPLAY "Capitalize " WS-MOD-CAP-AMOUNT
                       " of accrued interest (Y/N): "
                       WITH NO ADVANCING
                    ACCEPT WS-CAPITALIZE-SW
                    IF NOT CAPITALIZE-ANSWERED
                       DISPLAY "Invalid answer - enter Y or N."
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           IF NOT CAPITALIZE-INTEREST
              MOVE ZERO TO WS-MOD-CAP-AMOUNT
           END-IF.

       6840-GET-DEFERRAL.
           MOVE "N" TO WS-VALID-DEFER-SW.
           PERFORM UNTIL VALID-DEFERRAL
              DISPLAY "Months of interest-only principal deferral"
                 " (0-" WS-MAX-DEFER-MONTHS "): " WITH NO ADVANCING
              ACCEPT WS-DEFER-MONTHS
              IF WS-DEFER-MONTHS NUMERIC
                 AND WS-DEFER-MONTHS <= WS-MAX-DEFER-MONTHS
                 MOVE "Y" TO WS-VALID-DEFER-SW
              ELSE
                 DISPLAY "Invalid deferral - enter 0 through "
                    WS-MAX-DEFER-MONTHS "."
              END-IF
           END-PERFORM.

       6850-APPLY-MODIFICATION.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           IF WS-MOD-RATE NOT = ZERO
              MOVE WS-MOD-RATE TO PF-INTEREST-RATE
           END-IF.
           ADD WS-MOD-CAP-AMOUNT TO PF-PRINCIPAL.
           SUBTRACT WS-MOD-CAP-AMOUNT FROM PF-ACCRUED-INTEREST.
           *> A deferral runs from next month's due date; the new
           *> amortization starts once it ends. LOANTERM puts the
           *> first installment a month after the start date it is
           *> given, so the start is pushed on by the deferral.
           MOVE WS-AS-OF-DATE TO WS-MOD-START-DATE.
           IF WS-DEFER-MONTHS = ZERO
              MOVE ZERO TO PF-DEFERRAL-START-DATE
           ELSE
              COMPUTE WS-MONTH-INDEX =
                 WS-MOD-START-YEAR * 12 + WS-MOD-START-MONTH
              PERFORM 6860-INDEX-TO-START-DATE
              IF PF-DUE-DAY NOT = ZERO
                 MOVE PF-DUE-DAY TO WS-MOD-START-DAY
              END-IF
              MOVE WS-MOD-START-DATE TO PF-DEFERRAL-START-DATE
              MOVE WS-AS-OF-DATE TO WS-MOD-START-DATE
              COMPUTE WS-MONTH-INDEX =
                 WS-MOD-START-YEAR * 12 + WS-MOD-START-MONTH - 1
                 + WS-DEFER-MONTHS
              PERFORM 6860-INDEX-TO-START-DATE
           END-IF.
           CALL "LOANTERM" USING PF-PRINCIPAL WS-TERM-YEARS
              PF-INTEREST-RATE PF-DUE-DAY WS-MOD-START-DATE
              PF-TERM-MONTHS PF-FIRST-PAYMENT-DATE
              PF-MATURITY-DATE PF-SCHEDULED-PAYMENT.
           *> A restructure is held to the same thresholds as a
           *> change - a large capitalization or rate cut waits for
           *> a second operator.
           PERFORM 8050-MEASURE-CHANGE.
           IF WS-PRINCIPAL-CHANGE > WS-MAX-PRINCIPAL-CHANGE
              OR WS-RATE-CHANGE > WS-MAX-RATE-CHANGE
              DISPLAY "The modification moves the principal by "
                 WS-PRINCIPAL-CHANGE " and the rate by "
                 WS-RATE-CHANGE " - over the approval threshold."
              PERFORM 8200-FILE-REQUEST
           ELSE
              PERFORM 6855-REWRITE-MODIFICATION
           END-IF.

       6855-REWRITE-MODIFICATION.
           REWRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to modify portfolio record, status "
                 WS-PORTFOLIO-STATUS
           ELSE
              MOVE "Y" TO WS-APPLIED-SW
              PERFORM 8000-CAPTURE-AFTER-VALUES
              PERFORM 9000-WRITE-AUDIT-RECORD
              PERFORM 6870-FILE-MODIFICATION
              IF WS-MOD-CAP-AMOUNT NOT = ZERO
                 PERFORM 6890-WRITE-CAPITALIZATION-EVENT
              END-IF
              DISPLAY "Account " WS-ACCOUNT-ID " modified - new"
                 " installment " PF-SCHEDULED-PAYMENT " from "
                 PF-FIRST-PAYMENT-DATE ", maturing "
                 PF-MATURITY-DATE "."
              PERFORM 3000-DISPLAY-ACCOUNT-DETAILS
           END-IF.

       6860-INDEX-TO-START-DATE.
           DIVIDE WS-MONTH-INDEX BY 12
              GIVING WS-MOD-START-YEAR REMAINDER WS-MOD-START-MONTH.
           ADD 1 TO WS-MOD-START-MONTH.
           MOVE 1 TO WS-MOD-START-DAY.

       6870-FILE-MODIFICATION.
           OPEN I-O LOAN-MOD-FILE.
           IF WS-MOD-STATUS = "35"
              CLOSE LOAN-MOD-FILE
              OPEN OUTPUT LOAN-MOD-FILE
              CLOSE LOAN-MOD-FILE
              OPEN I-O LOAN-MOD-FILE
           END-IF.
           PERFORM 6880-FIND-NEXT-MOD-SEQ.
           MOVE WS-ACCOUNT-ID      TO LM-ACCOUNT-ID.
           MOVE WS-NEXT-MOD-SEQ    TO LM-SEQUENCE.
           MOVE WS-AS-OF-DATE      TO LM-MOD-DATE.
           MOVE WS-OPERATOR-ID     TO LM-OPERATOR.
           MOVE WS-MOD-REASON      TO LM-REASON-CODE.
           MOVE "N" TO LM-RATE-CHANGED LM-TERM-EXTENDED
              LM-INTEREST-CAPITALIZED LM-PRINCIPAL-DEFERRED.
           IF WS-A-RATE NOT = WS-B-RATE
              MOVE "Y" TO LM-RATE-CHANGED
           END-IF.
           IF WS-A-MATURITY > WS-B-MATURITY
              MOVE "Y" TO LM-TERM-EXTENDED
           END-IF.
           IF WS-MOD-CAP-AMOUNT NOT = ZERO
              MOVE "Y" TO LM-INTEREST-CAPITALIZED
           END-IF.
           IF WS-DEFER-MONTHS NOT = ZERO
              MOVE "Y" TO LM-PRINCIPAL-DEFERRED
           END-IF.
           MOVE WS-MOD-CAP-AMOUNT  TO LM-CAPITALIZED-AMOUNT.
           MOVE WS-DEFER-MONTHS    TO LM-DEFERRAL-MONTHS.
           MOVE WS-B-PRINCIPAL     TO LM-B-PRINCIPAL.
           MOVE WS-B-ACCRUED       TO LM-B-ACCRUED.
           MOVE WS-B-RATE          TO LM-B-RATE.
           MOVE WS-B-TERM-MONTHS   TO LM-B-TERM-MONTHS.
           MOVE WS-B-MATURITY      TO LM-B-MATURITY-DATE.
           MOVE WS-B-PAYMENT       TO LM-B-PAYMENT.
           MOVE WS-A-PRINCIPAL     TO LM-A-PRINCIPAL.
           MOVE WS-A-ACCRUED       TO LM-A-ACCRUED.
           MOVE WS-A-RATE          TO LM-A-RATE.
           MOVE WS-A-TERM-MONTHS   TO LM-A-TERM-MONTHS.
           MOVE WS-A-MATURITY      TO LM-A-MATURITY-DATE.
           MOVE WS-A-PAYMENT       TO LM-A-PAYMENT.
           MOVE PF-FIRST-PAYMENT-DATE TO LM-A-FIRST-PAYMENT.
           WRITE LOAN-MOD-RECORD.
           IF WS-MOD-STATUS NOT = "00"
              DISPLAY "Unable to file the modification, status "
                 WS-MOD-STATUS
           END-IF.
           CLOSE LOAN-MOD-FILE.

       6880-FIND-NEXT-MOD-SEQ.
           MOVE ZERO TO WS-NEXT-MOD-SEQ.
           MOVE "Y" TO WS-MORE-MODS-SW.
           MOVE WS-ACCOUNT-ID TO LM-ACCOUNT-ID.
           MOVE ZERO          TO LM-SEQUENCE.
           START LOAN-MOD-FILE KEY IS >= LM-MOD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-MODS-SW
           END-START.
           PERFORM UNTIL NO-MORE-MODS
              READ LOAN-MOD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-MODS-SW
                 NOT AT END
                    IF LM-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-MODS-SW
                    ELSE
                       MOVE LM-SEQUENCE TO WS-NEXT-MOD-SEQ
                    END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-MOD-SEQ.

       6890-WRITE-CAPITALIZATION-EVENT.
           *> The same typed event the month-end capitalization run
           *> writes, so the statement shows the roll.
           OPEN EXTEND ACCRUAL-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT ACCRUAL-HISTORY-FILE
           END-IF.
           MOVE PF-ACCOUNT-ID       TO AH-ACCOUNT-ID.
           MOVE WS-MOD-CAP-AMOUNT   TO AH-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO AH-BALANCE-AFTER.
           MOVE "C"                 TO AH-POSTING-TYPE.
           *> A closed accounting month is never posted into - the
           *> event goes to the next open month instead.
           MOVE WS-AS-OF-DATE       TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-PERIOD-SOURCE PF-ACCOUNT-ID
              AH-POSTING-TYPE AH-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE        TO AH-POST-DATE.
           MOVE WS-ORIGINAL-DATE    TO AH-ORIGINAL-DATE.
           IF WS-ORIGINAL-DATE > 0
              DISPLAY "Accounting month closed - capitalization "
                 "filed as a prior-period adjustment on "
                 WS-POST-DATE
           END-IF.
           WRITE ACCRUAL-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "Unable to write capitalization event, "
                 "status " WS-HISTORY-STATUS
           END-IF.
           CLOSE ACCRUAL-HISTORY-FILE.

       8050-MEASURE-CHANGE.
           *> How far the change moves the principal and the rate,
           *> either way.
           IF PF-PRINCIPAL > WS-B-PRINCIPAL
              COMPUTE WS-PRINCIPAL-CHANGE =
                 PF-PRINCIPAL - WS-B-PRINCIPAL
           ELSE
              COMPUTE WS-PRINCIPAL-CHANGE =
                 WS-B-PRINCIPAL - PF-PRINCIPAL
           END-IF.
           IF PF-INTEREST-RATE > WS-B-RATE
              COMPUTE WS-RATE-CHANGE = PF-INTEREST-RATE - WS-B-RATE
           ELSE
              COMPUTE WS-RATE-CHANGE = WS-B-RATE - PF-INTEREST-RATE
           END-IF.

       8100-CHECK-PENDING-REQUEST.
           *> One request at a time per account - a second one would
           *> be keyed against terms the first may be about to change.
           MOVE "N" TO WS-PENDING-SW.
           MOVE "Y" TO WS-MORE-REQUESTS-SW.
           MOVE WS-ACCOUNT-ID TO MQ-ACCOUNT-ID.
           START MAINT-REQUEST-FILE KEY IS = MQ-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-REQUESTS-SW
           END-START.
           PERFORM UNTIL NO-MORE-REQUESTS
              READ MAINT-REQUEST-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-REQUESTS-SW
                 NOT AT END
                    IF MQ-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-REQUESTS-SW
                    ELSE
                       IF MQ-PENDING
                          MOVE "Y" TO WS-PENDING-SW
                          MOVE "N" TO WS-MORE-REQUESTS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF REQUEST-PENDING
              DISPLAY "Account " WS-ACCOUNT-ID " has maintenance"
                 " request " MQ-REQUEST-NO " pending approval -"
                 " it must be approved or rejected first."
           END-IF.

       8200-FILE-REQUEST.
           *> The maker's transaction is filed, not applied. The
           *> before values come from 7000-CAPTURE-BEFORE-VALUES and
           *> a change's new terms from the portfolio record as the
           *> change left it in storage.
           PERFORM 8250-FIND-NEXT-REQUEST-NO.
           MOVE WS-NEXT-REQUEST      TO MQ-REQUEST-NO.
           MOVE WS-ACCOUNT-ID        TO MQ-ACCOUNT-ID.
           MOVE WS-TRANS-CODE        TO MQ-TRANS-CODE.
           MOVE "P"                  TO MQ-STATUS.
           MOVE WS-OPERATOR-ID       TO MQ-MAKER.
           MOVE WS-BUSINESS-DATE     TO MQ-REQUEST-DATE.
           ACCEPT MQ-REQUEST-TIME FROM TIME.
           MOVE SPACES               TO MQ-CHECKER MQ-REJECT-REASON.
           MOVE ZERO                 TO MQ-DECISION-DATE.
           MOVE WS-B-PRODUCT         TO MQ-B-PRODUCT.
           MOVE WS-B-PRINCIPAL       TO MQ-B-PRINCIPAL.
           MOVE WS-B-RATE            TO MQ-B-RATE.
           MOVE WS-B-ACCRUED         TO MQ-B-ACCRUED.
           IF TRANS-CHANGE OR TRANS-MODIFY
              MOVE PF-PRODUCT-CODE       TO MQ-N-PRODUCT
              MOVE PF-PRINCIPAL          TO MQ-N-PRINCIPAL
              MOVE PF-INTEREST-RATE      TO MQ-N-RATE
              MOVE PF-DAY-COUNT          TO MQ-N-DAY-COUNT
              MOVE PF-DUE-DAY            TO MQ-N-DUE-DAY
              MOVE PF-STUDENT-ID         TO MQ-N-STUDENT-ID
              MOVE PF-TERM-MONTHS        TO MQ-N-TERM-MONTHS
              MOVE PF-FIRST-PAYMENT-DATE TO MQ-N-FIRST-PAYMENT
              MOVE PF-MATURITY-DATE      TO MQ-N-MATURITY
              MOVE PF-SCHEDULED-PAYMENT  TO MQ-N-PAYMENT
           ELSE
              MOVE SPACES TO MQ-N-PRODUCT MQ-N-DAY-COUNT
              MOVE ZERO TO MQ-N-PRINCIPAL MQ-N-RATE MQ-N-DUE-DAY
                 MQ-N-STUDENT-ID MQ-N-TERM-MONTHS MQ-N-FIRST-PAYMENT
                 MQ-N-MATURITY MQ-N-PAYMENT
           END-IF.
           IF TRANS-MODIFY
              MOVE WS-MOD-REASON          TO MQ-M-REASON
              MOVE WS-MOD-CAP-AMOUNT      TO MQ-M-CAP-AMOUNT
              MOVE WS-DEFER-MONTHS        TO MQ-M-DEFER-MONTHS
              MOVE PF-DEFERRAL-START-DATE TO MQ-M-DEFERRAL-START
           ELSE
              MOVE SPACES TO MQ-M-REASON
              MOVE ZERO TO MQ-M-CAP-AMOUNT MQ-M-DEFER-MONTHS
                 MQ-M-DEFERRAL-START
           END-IF.
           WRITE MAINT-REQUEST-RECORD.
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY "Unable to file the maintenance request, "
                 "status " WS-REQUEST-STATUS " - nothing changed."
           ELSE
              DISPLAY "Filed as maintenance request " MQ-REQUEST-NO
                 " - account " WS-ACCOUNT-ID " is unchanged until"
                 " another operator approves it."
           END-IF.

       8250-FIND-NEXT-REQUEST-NO.
           MOVE ZERO TO WS-NEXT-REQUEST.
           MOVE "Y" TO WS-MORE-REQUESTS-SW.
           MOVE ZERO TO MQ-REQUEST-NO.
           START MAINT-REQUEST-FILE KEY IS >= MQ-REQUEST-NO
              INVALID KEY
                 MOVE "N" TO WS-MORE-REQUESTS-SW
           END-START.
           PERFORM UNTIL NO-MORE-REQUESTS
              READ MAINT-REQUEST-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-REQUESTS-SW
                 NOT AT END
                    MOVE MQ-REQUEST-NO TO WS-NEXT-REQUEST
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQUEST.

       8500-REVIEW-REQUESTS.
           *> The checker's side: list what is pending, pick one,
           *> and approve or reject it. Nobody decides a request
           *> they filed themselves.
           PERFORM 8550-LIST-PENDING-REQUESTS.
           IF WS-PENDING-COUNT = ZERO
              DISPLAY "No maintenance requests pending approval."
           ELSE
              DISPLAY "Input request number to decide (0 to leave): "
                 WITH NO ADVANCING
              ACCEPT WS-REQUEST-NO
              IF WS-REQUEST-NO NOT NUMERIC OR WS-REQUEST-NO = ZERO
                 DISPLAY "Nothing decided."
              ELSE
                 MOVE WS-REQUEST-NO TO MQ-REQUEST-NO
                 READ MAINT-REQUEST-FILE KEY IS MQ-REQUEST-NO
                    INVALID KEY
                       DISPLAY "Request " WS-REQUEST-NO
                          " not found - nothing decided."
                 END-READ
                 IF WS-REQUEST-STATUS = "00"
                    EVALUATE TRUE
                       WHEN NOT MQ-PENDING
                          DISPLAY "Request " WS-REQUEST-NO " was"
                             " already decided (" MQ-STATUS ") by "
                             MQ-CHECKER "."
                       WHEN MQ-MAKER = WS-OPERATOR-ID
                          DISPLAY "You filed request " WS-REQUEST-NO
                             " - a different operator must approve"
                             " or reject it."
                       WHEN OTHER
                          PERFORM 8560-SHOW-REQUEST
                          PERFORM 8570-GET-DECISION
                          EVALUATE TRUE
                             WHEN DECISION-APPROVE
                                PERFORM 8600-APPROVE-REQUEST
                             WHEN DECISION-REJECT
                                PERFORM 8800-REJECT-REQUEST
                             WHEN OTHER
                                DISPLAY "Request left pending."
                          END-EVALUATE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       8550-LIST-PENDING-REQUESTS.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE "Y" TO WS-MORE-REQUESTS-SW.
           MOVE ZERO TO MQ-REQUEST-NO.
           START MAINT-REQUEST-FILE KEY IS >= MQ-REQUEST-NO
              INVALID KEY
                 MOVE "N" TO WS-MORE-REQUESTS-SW
           END-START.
           PERFORM UNTIL NO-MORE-REQUESTS
              READ MAINT-REQUEST-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-REQUESTS-SW
                 NOT AT END
                    IF MQ-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       DISPLAY "Request " MQ-REQUEST-NO " account "
                          MQ-ACCOUNT-ID " (" MQ-TRANS-CODE ") by "
                          MQ-MAKER " on " MQ-REQUEST-DATE
                    END-IF
              END-READ
           END-PERFORM.

       8560-SHOW-REQUEST.
           DISPLAY "Request " MQ-REQUEST-NO " filed by " MQ-MAKER
              " on " MQ-REQUEST-DATE " for account " MQ-ACCOUNT-ID.
           DISPLAY "Now: product " MQ-B-PRODUCT " principal "
              MQ-B-PRINCIPAL " rate " MQ-B-RATE " accrued "
              MQ-B-ACCRUED.
           EVALUATE TRUE
              WHEN MQ-CHANGE
                 DISPLAY "Change to: product " MQ-N-PRODUCT
                    " principal " MQ-N-PRINCIPAL " rate " MQ-N-RATE
                 DISPLAY "  day count " MQ-N-DAY-COUNT " due day "
                    MQ-N-DUE-DAY " term " MQ-N-TERM-MONTHS
                    " months, installment " MQ-N-PAYMENT
              WHEN MQ-DELETE
                 DISPLAY "Delete the account."
              WHEN MQ-CHARGE-OFF
                 DISPLAY "Charge the account off to recovery."
              WHEN MQ-MODIFY
                 DISPLAY "Modify (" MQ-M-REASON ") to: principal "
                    MQ-N-PRINCIPAL " rate " MQ-N-RATE
                 DISPLAY "  capitalizing " MQ-M-CAP-AMOUNT
                    " deferring " MQ-M-DEFER-MONTHS " months, term "
                    MQ-N-TERM-MONTHS " months, installment "
                    MQ-N-PAYMENT
           END-EVALUATE.

       8570-GET-DECISION.
           MOVE "X" TO WS-DECISION.
           PERFORM UNTIL DECISION-VALID
              DISPLAY "(A)pprove, (R)eject, or blank to leave it: "
                 WITH NO ADVANCING
              MOVE SPACE TO WS-DECISION
              ACCEPT WS-DECISION
              IF NOT DECISION-VALID
                 DISPLAY "Invalid decision - enter A, R or blank."
              END-IF
           END-PERFORM.

       8600-APPROVE-REQUEST.
           *> Only now does the maker's transaction touch the
           *> account, audited under the checker with the request
           *> and its maker alongside.
           MOVE MQ-ACCOUNT-ID  TO WS-ACCOUNT-ID.
           MOVE MQ-TRANS-CODE  TO WS-TRANS-CODE.
           MOVE "N"            TO WS-APPLIED-SW.
           MOVE "A"            TO WS-AUDIT-DECISION.
           MOVE MQ-REQUEST-NO  TO WS-AUDIT-REQUEST-NO.
           MOVE MQ-MAKER       TO WS-AUDIT-MAKER.
           MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
              INVALID KEY
                 DISPLAY "Account " WS-ACCOUNT-ID " is no longer on"
                    " file - reject the request instead."
           END-READ.
           IF WS-PORTFOLIO-STATUS = "00"
              EVALUATE TRUE
                 WHEN MQ-CHANGE
                    PERFORM 8650-APPLY-CHANGE
                 WHEN MQ-DELETE
                    PERFORM 8700-APPLY-DELETE
                 WHEN MQ-MODIFY
                    PERFORM 8680-APPLY-MODIFICATION
                 WHEN MQ-CHARGE-OFF
                    IF NOT PF-ACCT-ACTIVE
                       DISPLAY "Account " WS-ACCOUNT-ID " is no"
                          " longer active (status " PF-STATUS
                          ") - reject the request instead."
                    ELSE
                       PERFORM 6600-MOVE-TO-RECOVERY
                    END-IF
              END-EVALUATE
           END-IF.
           IF REQUEST-APPLIED
              MOVE "A" TO MQ-STATUS
              MOVE WS-OPERATOR-ID TO MQ-CHECKER
              MOVE WS-BUSINESS-DATE TO MQ-DECISION-DATE
              REWRITE MAINT-REQUEST-RECORD
              IF WS-REQUEST-STATUS NOT = "00"
                 DISPLAY "Unable to mark request " MQ-REQUEST-NO
                    " approved, status " WS-REQUEST-STATUS
              ELSE
                 DISPLAY "Request " MQ-REQUEST-NO " approved."
              END-IF
           ELSE
              DISPLAY "Request " MQ-REQUEST-NO " left pending."
           END-IF.

       8650-APPLY-CHANGE.
           *> A change keyed against terms that have since moved -
           *> a payment posted, a rate repriced - is stale, and is
           *> refused rather than overwriting the newer figures.
           IF NOT PF-ACCT-ACTIVE
              DISPLAY "Account " WS-ACCOUNT-ID " is no longer active"
                 " (status " PF-STATUS ") - reject the request"
                 " instead."
           ELSE IF PF-PRODUCT-CODE NOT = MQ-B-PRODUCT
              OR PF-PRINCIPAL NOT = MQ-B-PRINCIPAL
              OR PF-INTEREST-RATE NOT = MQ-B-RATE
              DISPLAY "Account " WS-ACCOUNT-ID " has moved since the"
                 " request was filed (now principal " PF-PRINCIPAL
                 " rate " PF-INTEREST-RATE ") - reject it and key"
                 " the change again."
           ELSE
              PERFORM 7000-CAPTURE-BEFORE-VALUES
              MOVE MQ-N-PRODUCT       TO PF-PRODUCT-CODE
              MOVE MQ-N-PRINCIPAL     TO PF-PRINCIPAL
              MOVE MQ-N-RATE          TO PF-INTEREST-RATE
              MOVE MQ-N-DAY-COUNT     TO PF-DAY-COUNT
              MOVE MQ-N-DUE-DAY       TO PF-DUE-DAY
              MOVE MQ-N-STUDENT-ID    TO PF-STUDENT-ID
              MOVE MQ-N-TERM-MONTHS   TO PF-TERM-MONTHS
              MOVE MQ-N-FIRST-PAYMENT TO PF-FIRST-PAYMENT-DATE
              MOVE MQ-N-MATURITY      TO PF-MATURITY-DATE
              MOVE MQ-N-PAYMENT       TO PF-SCHEDULED-PAYMENT
              REWRITE PORTFOLIO-RECORD
              IF WS-PORTFOLIO-STATUS NOT = "00"
                 DISPLAY "Unable to change portfolio record, "
                    "status " WS-PORTFOLIO-STATUS
              ELSE
                 PERFORM 8000-CAPTURE-AFTER-VALUES
                 PERFORM 9000-WRITE-AUDIT-RECORD
                 MOVE "Y" TO WS-APPLIED-SW
                 PERFORM 3000-DISPLAY-ACCOUNT-DETAILS
              END-IF
           END-IF.

       8680-APPLY-MODIFICATION.
           *> Refused as stale on the same test as a change, and if
           *> the interest it capitalizes is no longer accrued. The
           *> modification is then filed and any capitalization
           *> written exactly as an unattended one would be.
           IF NOT PF-ACCT-ACTIVE
              DISPLAY "Account " WS-ACCOUNT-ID " is no longer active"
                 " (status " PF-STATUS ") - reject the request"
                 " instead."
           ELSE IF PF-PRODUCT-CODE NOT = MQ-B-PRODUCT
              OR PF-PRINCIPAL NOT = MQ-B-PRINCIPAL
              OR PF-INTEREST-RATE NOT = MQ-B-RATE
              OR PF-ACCRUED-INTEREST < MQ-M-CAP-AMOUNT
              DISPLAY "Account " WS-ACCOUNT-ID " has moved since the"
                 " request was filed (now principal " PF-PRINCIPAL
                 " rate " PF-INTEREST-RATE " accrued "
                 PF-ACCRUED-INTEREST ") - reject it and key the"
                 " modification again."
           ELSE
              PERFORM 7000-CAPTURE-BEFORE-VALUES
              ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
              MOVE MQ-M-REASON         TO WS-MOD-REASON
              MOVE MQ-M-CAP-AMOUNT     TO WS-MOD-CAP-AMOUNT
              MOVE MQ-M-DEFER-MONTHS   TO WS-DEFER-MONTHS
              MOVE MQ-N-PRINCIPAL      TO PF-PRINCIPAL
              MOVE MQ-N-RATE           TO PF-INTEREST-RATE
              SUBTRACT WS-MOD-CAP-AMOUNT FROM PF-ACCRUED-INTEREST
              MOVE MQ-M-DEFERRAL-START TO PF-DEFERRAL-START-DATE
              MOVE MQ-N-TERM-MONTHS    TO PF-TERM-MONTHS
              MOVE MQ-N-FIRST-PAYMENT  TO PF-FIRST-PAYMENT-DATE
              MOVE MQ-N-MATURITY       TO PF-MATURITY-DATE
              MOVE MQ-N-PAYMENT        TO PF-SCHEDULED-PAYMENT
              PERFORM 6855-REWRITE-MODIFICATION
           END-IF.

       8700-APPLY-DELETE.
           *> The balance test is made again - the account may have
           *> been billed since the delete was keyed.
           IF PF-PRINCIPAL NOT = ZERO
              OR PF-ACCRUED-INTEREST NOT = ZERO
              DISPLAY "Account " WS-ACCOUNT-ID " now carries a"
                 " balance - principal " PF-PRINCIPAL
                 " accrued " PF-ACCRUED-INTEREST
                 " - reject the request instead."
           ELSE
              PERFORM 7000-CAPTURE-BEFORE-VALUES
              DELETE PORTFOLIO-FILE
              IF WS-PORTFOLIO-STATUS NOT = "00"
                 DISPLAY "Unable to delete portfolio record, "
                    "status " WS-PORTFOLIO-STATUS
              ELSE
                 DISPLAY "Account " WS-ACCOUNT-ID " deleted."
                 MOVE SPACES TO WS-A-PRODUCT
                 MOVE ZERO TO WS-A-PRINCIPAL WS-A-RATE
                    WS-A-ACCRUED WS-A-TERM-MONTHS WS-A-MATURITY
                    WS-A-PAYMENT
                 PERFORM 9000-WRITE-AUDIT-RECORD
                 MOVE "Y" TO WS-APPLIED-SW
              END-IF
           END-IF.

       8800-REJECT-REQUEST.
           *> The account is left alone. The audit record carries
           *> the account as it stands and, for a change, the terms
           *> that were turned down.
           DISPLAY "Reason for rejecting: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REJECT-REASON.
           ACCEPT WS-REJECT-REASON.
           MOVE "R" TO MQ-STATUS.
           MOVE WS-OPERATOR-ID TO MQ-CHECKER.
           MOVE WS-BUSINESS-DATE TO MQ-DECISION-DATE.
           MOVE WS-REJECT-REASON TO MQ-REJECT-REASON.
           REWRITE MAINT-REQUEST-RECORD.
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY "Unable to mark request " MQ-REQUEST-NO
                 " rejected, status " WS-REQUEST-STATUS
           ELSE
              MOVE MQ-ACCOUNT-ID  TO WS-ACCOUNT-ID
              MOVE MQ-TRANS-CODE  TO WS-TRANS-CODE
              MOVE "R"            TO WS-AUDIT-DECISION
              MOVE MQ-REQUEST-NO  TO WS-AUDIT-REQUEST-NO
              MOVE MQ-MAKER       TO WS-AUDIT-MAKER
              MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID
              READ PORTFOLIO-FILE
                 INVALID KEY
                    MOVE MQ-B-PRODUCT   TO PF-PRODUCT-CODE
                    MOVE MQ-B-PRINCIPAL TO PF-PRINCIPAL
                    MOVE MQ-B-RATE      TO PF-INTEREST-RATE
                    MOVE MQ-B-ACCRUED   TO PF-ACCRUED-INTEREST
                    MOVE ZERO TO PF-TERM-MONTHS PF-MATURITY-DATE
                       PF-SCHEDULED-PAYMENT
              END-READ
              PERFORM 7000-CAPTURE-BEFORE-VALUES
              MOVE MQ-N-PRODUCT     TO WS-A-PRODUCT
              MOVE MQ-N-PRINCIPAL   TO WS-A-PRINCIPAL
              MOVE MQ-N-RATE        TO WS-A-RATE
              MOVE ZERO             TO WS-A-ACCRUED
              MOVE MQ-N-TERM-MONTHS TO WS-A-TERM-MONTHS
              MOVE MQ-N-MATURITY    TO WS-A-MATURITY
              MOVE MQ-N-PAYMENT     TO WS-A-PAYMENT
              PERFORM 9000-WRITE-AUDIT-RECORD
              DISPLAY "Request " MQ-REQUEST-NO " rejected."
           END-IF.
