      *            BACK ONTO ACCRUED INTEREST. AN OVERPAID BOUNCED
      *            CHECK USED TO LEAVE THE BORROWER HOLDING A
      *            CREDIT FUNDED BY A CHECK THAT NEVER CLEARED.
      * 15/10/26 - AFTER PAYTRAN.DAT THE RUN NOW POSTS THE DIRECT-
      *            DEBIT FEED, DDTRAN.DAT - THE COLLECTIONS DD-DEBIT-
      *            BATCH HAS TAKEN AND THE "V" REVERSALS DD-RETURN-
      *            BATCH FILES FOR THE DEBITS THE BANK RETURNED, SO
      *            A RETURNED DEBIT GETS THE SAME REVERSAL AND NSF
      *            FEE AS A BOUNCED CHECK. THE FEED IS EMPTIED ONCE
      *            IT HAS BEEN POSTED.
      * 15/10/26 - THE NSF FEE AND THE PAYMENT ALLOCATION ORDER NOW
      *            COME FROM EACH ACCOUNT'S PRODUCT ON THE PRODUCT
      *            MASTER (THROUGH THE SHARED PRODLOOK ROUTINE) - A
      *            PRINCIPAL-FIRST PRODUCT PAYS DOWN PRINCIPAL BEFORE
      *            ACCRUED INTEREST. A PRODUCT NOT YET ON THE MASTER
      *            KEEPS THE LATEFEE.DAT NSF FEE AND INTEREST FIRST.
      * 15/10/26 - A PAYMENT, REVERSAL OR FEE DATED INTO AN ACCOUNTING
      *            MONTH ALREADY CLOSED ON FISCPER.DAT IS NOW FILED
      *            IN THE NEXT OPEN MONTH AS A PRIOR-PERIOD
      *            ADJUSTMENT (THROUGH THE SHARED PERIODCHK ROUTINE),
      *            CARRYING THE DATE IT WAS MEANT FOR.
      * 15/10/26 - A "C" TRANSACTION IS A PAYMENT AGAINST A BORROWER'S
      *            CONSOLIDATED BILL, CARRYING THE STUDENT ID. IT IS
      *            SPLIT ACROSS THE BORROWER'S ACTIVE LOANS UNDER THE
      *            CONSBILL.DAT SPLIT RULE - OLDEST-DUE FIRST OR
      *            PRO-RATA TO EACH AMOUNT DUE (FROM THE SHARED
      *            BILLAMT ROUTINE) - AND EACH PIECE POSTS AS AN
      *            ORDINARY PAYMENT ON ITS OWN ACCOUNT.
      * 15/10/26 - A PAYMENT FOR A LOAN SOLD TO ANOTHER SERVICER IS
      *            REJECTED AS SOLD, FOR FORWARDING TO THE PURCHASER.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      * 15/10/26 - A CONSOLIDATED PAYMENT KEEPS THE BILL'S STUDENT,
      *            DUE DAY AND SPLIT RULE ONCE CONSBILL.DAT IS CLOSED.
      * 15/10/26 - PAYTRAN.DAT IS EMPTIED ONCE POSTED, AS DDTRAN.DAT
      *            IS, SO ITS FEEDERS' APPENDS ARE NEVER POSTED TWICE.
      *            A REFUSED OR MISSING PAYTRAN.DAT NO LONGER STOPS
      *            THE DIRECT-DEBIT FEED FROM POSTING.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT DD-TRANS-FILE ASSIGN TO "DDTRAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DD-STATUS.

           SELECT CONSOLIDATED-BILL-FILE ASSIGN TO "CONSBILL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-STUDENT-ID
              FILE STATUS IS WS-CONSBILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TRANS-FILE.
           05  PT-AMOUNT-NUM REDEFINES PT-AMOUNT
                                     PIC 9(6)V99.
      *> Blank (or "P") on an ordinary payment - older feeds carry
      *> nothing here. "V" reverses a bounced check. "C" is a
      *> payment against a consolidated bill, and the id is then
      *> the borrower's student id.
           05  PT-TRANS-TYPE         PIC X.
               88  PT-REVERSAL            VALUE "V".
               88  PT-CONSOLIDATED        VALUE "C".

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.
       FD  LATE-FEE-CARD-FILE.
       COPY LATEFEE.

       FD  DD-TRANS-FILE.
       COPY DDTRAN.

       FD  CONSOLIDATED-BILL-FILE.
       COPY CONSBILL.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-PAYTRAN-SW             PIC X VALUE "N".
           88  PAYTRAN-TO-POST              VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-PAYHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
      *> The card's NSF fee only applies to a product not yet on
      *> the product master; WS-NSF-FEE is the fee of the account
      *> in hand.
       01  WS-CARD-NSF-FEE           PIC 9(3)V99 VALUE 20.00.
       01  WS-NSF-FEE                PIC 9(3)V99 VALUE ZERO.
       01  WS-ALLOC-ORDER            PIC X VALUE "I".
           88  ALLOC-PRINCIPAL-FIRST        VALUE "P".
       01  WS-TO-APPLY               PIC 9(6)V99 VALUE ZERO.
       COPY PRODRULE.
       01  WS-PRODUCT-FOUND-SW       PIC X VALUE "N".
           88  PRODUCT-ON-MASTER            VALUE "Y".
       01  WS-REVERSAL-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-CTL-FILE-NAME          PIC X(12) VALUE "PORTFOL.DAT".
       01  WS-CTL-RECORDS-IN         PIC 9(7) VALUE ZERO.
           05  WS-M-SEQUENCE         PIC 9(2).
       01  WS-NEXT-PAY-SEQ           PIC 9(2) VALUE ZERO.
       01  WS-CREDIT-SHORTFALL       PIC 9(6)V99 VALUE ZERO.
       01  WS-DD-STATUS              PIC XX VALUE SPACES.
       01  WS-DD-ITEM-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CONSBILL-STATUS        PIC XX VALUE SPACES.
      *> The consolidated bill's terms, kept once the file is shut.
       01  WS-CG-STUDENT-ID          PIC 9(6) VALUE ZERO.
       01  WS-CG-DUE-DAY             PIC 9(2) VALUE ZERO.
       01  WS-CG-SPLIT-RULE          PIC X VALUE SPACE.
           88  WS-CG-SPLIT-PRO-RATA         VALUE "P".

      *> The loans a consolidated payment is split across, with
      *> what each is billed this month, what it could absorb at
      *> most, and how long since its last payment.
       01  WS-SP-MAX                 PIC 9(2) VALUE 20.
       01  WS-SP-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-SP-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-SP-PASS                PIC 9(2) VALUE ZERO.
       01  WS-SP-BEST                PIC 9(2) VALUE ZERO.
       01  WS-SP-LAST                PIC 9(2) VALUE ZERO.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 20 TIMES.
               10  WS-SP-ACCOUNT-ID  PIC 9(6).
               10  WS-SP-DUE         PIC 9(8)V99.
               10  WS-SP-BALANCE     PIC 9(8)V99.
               10  WS-SP-DAYS        PIC S9(5).
               10  WS-SP-USED        PIC X.
               10  WS-SP-BASIS       PIC 9(8)V99.
               10  WS-SP-SHARE       PIC 9(6)V99.
       01  WS-SP-ORDER-TABLE.
           05  WS-SP-ORDER OCCURS 20 TIMES PIC 9(2).
       01  WS-SP-TOTAL-DUE           PIC 9(9)V99 VALUE ZERO.
       01  WS-SP-TOTAL-BASIS         PIC 9(9)V99 VALUE ZERO.
       01  WS-SP-TO-SPLIT            PIC 9(6)V99 VALUE ZERO.
       01  WS-SP-REMAINING           PIC 9(6)V99 VALUE ZERO.
       01  WS-SP-PORTION             PIC 9(6)V99 VALUE ZERO.
       01  WS-SP-ROOM                PIC 9(8)V99 VALUE ZERO.
       01  WS-SP-MONTH-KEY           PIC 9(6) VALUE ZERO.
       01  WS-SP-DUE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-SP-AMOUNT-DUE          PIC 9(8)V99 VALUE ZERO.
       01  WS-SP-BALANCE-DUE         PIC 9(8)V99 VALUE ZERO.
       01  WS-SP-FORB-SW             PIC X VALUE "N".
           88  SPLIT-IN-FORBEARANCE         VALUE "Y".
       01  WS-SP-FORB-ACCRUE-SW      PIC X VALUE "Y".
       01  WS-SP-FORB-TYPE           PIC X VALUE SPACE.
       01  WS-SP-FORB-END-DATE       PIC 9(8) VALUE ZERO.
       01  WS-SP-BUCKET              PIC 9 VALUE ZERO.
       01  WS-SP-BUCKET-LABEL        PIC X(8) VALUE SPACES.
       01  WS-CONSOL-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-CONSOL-DETAIL.
           05  FILLER                PIC X(14) VALUE
               "CONSOLIDATED ".
           05  FILLER                PIC X(8)  VALUE "STUDENT ".
           05  WS-C-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-C-AMOUNT           PIC Z(5)9.99.
           05  FILLER                PIC X(7)  VALUE "  SPLIT".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-C-RULE             PIC X(10).

       01  WS-REVERSAL-DETAIL.
           05  WS-V-ACCOUNT-ID       PIC Z(5)9.
           05  WS-P-DATE             PIC 9(8).

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *> The date a posting is filed under - the run date, unless
      *> that falls in a closed accounting month.
       01  WS-POST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE          PIC 9(8) VALUE ZERO.
       01  WS-POSTING-TYPE           PIC X VALUE SPACE.
       01  WS-JOB-NAME               PIC X(8) VALUE "PAYBATCH".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.
       01  WS-PAYMENT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-POSTED           PIC 9(9)V99 VALUE ZERO.
           05  FILLER                PIC X(24) VALUE
               "POSTED TO CREDIT".
           05  WS-T-CREDIT           PIC Z(8)9.99.
       01  WS-TOTAL-LINE-9.
           05  FILLER                PIC X(24) VALUE
               "DIRECT-DEBIT ITEMS READ".
           05  WS-T-DD-ITEMS         PIC Z(5)9.
       01  WS-TOTAL-LINE-10.
           05  FILLER                PIC X(24) VALUE
               "CONSOLIDATED PAYMENTS".
           05  WS-T-CONSOLIDATED     PIC Z(5)9.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                PIC X(9)  VALUE "REJECTED ".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0050-CHECK-FEED-REGISTER.
      *> The direct-debit feed is posted whatever becomes of
      *> PAYTRAN.DAT - it has its own feeders and its own emptying.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, "
                 "status " WS-PORTFOLIO-STATUS
           ELSE
              OPEN OUTPUT PAYMENT-REPORT-FILE
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-PAYMENT-COUNT
              OPEN EXTEND EXCEPTION-FILE
              IF WS-EXCP-STATUS = "35"
                 OPEN OUTPUT EXCEPTION-FILE
              END-IF
              OPEN I-O PAYMENT-HISTORY-FILE
              IF WS-PAYHIST-STATUS = "35"
                 CLOSE PAYMENT-HISTORY-FILE
                 OPEN OUTPUT PAYMENT-HISTORY-FILE
                 CLOSE PAYMENT-HISTORY-FILE
                 OPEN I-O PAYMENT-HISTORY-FILE
              END-IF
              PERFORM 0100-READ-NSF-FEE
              PERFORM 0200-COUNT-OPENING-RECORDS
              PERFORM 1000-PRINT-HEADINGS
              IF PAYTRAN-TO-POST
                 OPEN INPUT PAYMENT-TRANS-FILE
                 PERFORM 2000-PROCESS-PAYMENTS
                 CLOSE PAYMENT-TRANS-FILE
              END-IF
              PERFORM 2050-PROCESS-DIRECT-DEBITS
              PERFORM 3000-PRINT-TOTALS
              PERFORM 0300-REPORT-CONTROL-TOTALS
              CLOSE PAYMENT-HISTORY-FILE
              CLOSE PORTFOLIO-FILE
              CLOSE PAYMENT-REPORT-FILE
              CLOSE EXCEPTION-FILE
      *> Once posted the feed is filed and emptied, as DDTRAN.DAT
      *> is - LOCKBOX-IMPORT and SUSP-MAINT append to it, and what
      *> is left on it would be posted again tomorrow.
              IF PAYTRAN-TO-POST
                 MOVE "RECORD" TO FC-FUNCTION
                 CALL "FEEDCHK" USING FEED-CHECK-AREA
                 OPEN OUTPUT PAYMENT-TRANS-FILE
                 CLOSE PAYMENT-TRANS-FILE
              END-IF
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-PAYMENT-COUNT
           END-IF.
           GOBACK.

       0050-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "PAYTRAN.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PAYMENT-TRANS-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE PAYMENT-TRANS-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE PAYMENT-TRANS-RECORD TO FC-LAST-RECORD
                       IF PT-AMOUNT IS NUMERIC
                          ADD PT-AMOUNT-NUM TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRANS-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
      *> A refused feed is left on file untouched for the rerun;
      *> the direct debits are still posted.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "PAYTRAN.DAT REFUSED - the feed register"
                    " cannot be read, so it is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "PAYTRAN.DAT REFUSED - it matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - none of it posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              DISPLAY "The direct-debit feed is posted as usual."
           ELSE IF WS-TRANS-STATUS = "00"
              MOVE "Y" TO WS-PAYTRAN-SW
           ELSE
              DISPLAY "Unable to open payment transaction file, "
                 "status " WS-TRANS-STATUS
                 " - only the direct-debit feed is posted."
           END-IF
           END-IF.

       0100-READ-NSF-FEE.
           *> The NSF fee rides on the same parameter card as the
           *> late fee, with a shipped fallback when no card is on
                    CONTINUE
                 NOT AT END
                    IF LF-NSF-FEE NUMERIC AND LF-NSF-FEE NOT = ZERO
                       MOVE LF-NSF-FEE TO WS-CARD-NSF-FEE
                    END-IF
              END-READ
              CLOSE LATE-FEE-CARD-FILE
              END-READ
           END-PERFORM.

       2050-PROCESS-DIRECT-DEBITS.
           *> The direct-debit feed carries the layout of PAYTRAN.DAT,
           *> so each line is posted through the same paragraphs.
           *> Once read to the end it is emptied - the debit jobs
           *> append to it and nothing may post twice.
           OPEN INPUT DD-TRANS-FILE.
           IF WS-DD-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ DD-TRANS-FILE INTO PAYMENT-TRANS-RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO WS-DD-ITEM-COUNT
                       PERFORM 2100-POST-ONE-PAYMENT
                 END-READ
              END-PERFORM
              CLOSE DD-TRANS-FILE
              OPEN OUTPUT DD-TRANS-FILE
              CLOSE DD-TRANS-FILE
           END-IF.

       2100-POST-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN PT-REVERSAL
                 PERFORM 2500-REVERSE-ONE-PAYMENT
              WHEN PT-CONSOLIDATED
                 PERFORM 2800-POST-CONSOLIDATED-PAYMENT
              WHEN OTHER
                 PERFORM 2150-VALIDATE-PAYMENT
                 IF WS-REJECT-REASON NOT = SPACES
                    PERFORM 2900-WRITE-EXCEPTION
                 ELSE
                    PERFORM 2200-APPLY-PAYMENT
                 END-IF
           END-EVALUATE.

       2150-VALIDATE-PAYMENT.
           *> Every field is proven numeric and the account proven on
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF NOT PF-ACCT-ACTIVE
                       MOVE "ACCOUNT IS CLOSED, CHARGED OFF OR SOLD"
                          TO WS-REJECT-REASON
                    END-IF
              END-READ

       2200-APPLY-PAYMENT.
           *> Accrued interest is paid down first, principal second
           *> - the standard application order for a repayment -
           *> unless the account's product pays principal first. The
           *> principal on file is kept in whole units, so only the
           *> whole part of what reaches it is applied; the cents,
           *> and anything beyond the account balance, go to the
           *> credit balance instead of the exception log.
           PERFORM 2250-LOAD-PRODUCT-RULES.
           EVALUATE TRUE
              WHEN ALLOC-PRINCIPAL-FIRST
                 PERFORM 2260-APPLY-PRINCIPAL-FIRST
              WHEN WS-PAYMENT-AMOUNT > PF-ACCRUED-INTEREST
                 MOVE PF-ACCRUED-INTEREST TO WS-TO-INTEREST
                 COMPUTE WS-TO-PRINCIPAL =
                    WS-PAYMENT-AMOUNT - PF-ACCRUED-INTEREST
                 COMPUTE WS-PRINCIPAL-CENTS =
                    FUNCTION MOD(WS-TO-PRINCIPAL * 100, 100)
                 COMPUTE WS-TO-PRINCIPAL =
                    WS-TO-PRINCIPAL - (WS-PRINCIPAL-CENTS / 100)
                 IF WS-TO-PRINCIPAL > PF-PRINCIPAL
                    MOVE PF-PRINCIPAL TO WS-TO-PRINCIPAL
                 END-IF
                 COMPUTE WS-TO-CREDIT =
                    WS-PAYMENT-AMOUNT - WS-TO-INTEREST
                    - WS-TO-PRINCIPAL
                 MOVE ZERO TO PF-ACCRUED-INTEREST
                 SUBTRACT WS-TO-PRINCIPAL FROM PF-PRINCIPAL
                 ADD WS-TO-CREDIT TO PF-CREDIT-BALANCE
              WHEN OTHER
                 MOVE WS-PAYMENT-AMOUNT TO WS-TO-INTEREST
                 MOVE ZERO TO WS-TO-PRINCIPAL WS-TO-CREDIT
                 SUBTRACT WS-PAYMENT-AMOUNT FROM PF-ACCRUED-INTEREST
           END-EVALUATE.
           MOVE WS-RUN-DATE TO PF-LAST-PAYMENT-DATE.
      *> A zero balance after this payment means the loan is done -
      *> the account closes now instead of the nightly accrual
              WRITE REPORT-LINE
           END-IF.

       2250-LOAD-PRODUCT-RULES.
           CALL "PRODLOOK" USING PF-PRODUCT-CODE PRODUCT-RULES
              WS-PRODUCT-FOUND-SW.
           IF PRODUCT-ON-MASTER
              MOVE PR-NSF-FEE     TO WS-NSF-FEE
              MOVE PR-ALLOC-ORDER TO WS-ALLOC-ORDER
           ELSE
              MOVE WS-CARD-NSF-FEE TO WS-NSF-FEE
              MOVE "I"             TO WS-ALLOC-ORDER
           END-IF.

       2260-APPLY-PRINCIPAL-FIRST.
           *> The whole units of the payment go to principal, up to
           *> the balance; what is left pays accrued interest, and
           *> anything beyond that goes to the credit balance.
           MOVE WS-PAYMENT-AMOUNT TO WS-TO-PRINCIPAL.
           COMPUTE WS-PRINCIPAL-CENTS =
              FUNCTION MOD(WS-TO-PRINCIPAL * 100, 100).
           COMPUTE WS-TO-PRINCIPAL =
              WS-TO-PRINCIPAL - (WS-PRINCIPAL-CENTS / 100).
           IF WS-TO-PRINCIPAL > PF-PRINCIPAL
              MOVE PF-PRINCIPAL TO WS-TO-PRINCIPAL
           END-IF.
           COMPUTE WS-TO-APPLY = WS-PAYMENT-AMOUNT - WS-TO-PRINCIPAL.
           IF WS-TO-APPLY > PF-ACCRUED-INTEREST
              MOVE PF-ACCRUED-INTEREST TO WS-TO-INTEREST
              COMPUTE WS-TO-CREDIT = WS-TO-APPLY - WS-TO-INTEREST
           ELSE
              MOVE WS-TO-APPLY TO WS-TO-INTEREST
              MOVE ZERO TO WS-TO-CREDIT
           END-IF.
           SUBTRACT WS-TO-PRINCIPAL FROM PF-PRINCIPAL.
           SUBTRACT WS-TO-INTEREST FROM PF-ACCRUED-INTEREST.
           ADD WS-TO-CREDIT TO PF-CREDIT-BALANCE.

       2300-WRITE-PAID-LETTER.
           OPEN EXTEND PAID-LETTER-FILE.
           IF WS-LETTER-STATUS = "35"
           *> the last file operation left - and a "22" steps past
           *> an earlier payment posted the same day.
           MOVE ZERO TO WS-NEXT-PAY-SEQ.
           MOVE "P" TO WS-POSTING-TYPE.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              WS-POSTING-TYPE WS-PAYMENT-AMOUNT WS-POST-DATE
              WS-ORIGINAL-DATE.
           PERFORM 2450-WRITE-ONE-HISTORY-TRY
              WITH TEST AFTER
              UNTIL WS-PAYHIST-STATUS NOT = "22"
       2450-WRITE-ONE-HISTORY-TRY.
           ADD 1 TO WS-NEXT-PAY-SEQ.
           MOVE PF-ACCOUNT-ID     TO PH-ACCOUNT-ID.
           MOVE WS-POST-DATE      TO PH-POST-DATE.
           MOVE WS-NEXT-PAY-SEQ   TO PH-SEQUENCE.
           MOVE WS-PAYMENT-AMOUNT TO PH-AMOUNT.
           MOVE WS-TO-INTEREST    TO PH-TO-INTEREST.
           MOVE WS-TO-PRINCIPAL   TO PH-TO-PRINCIPAL.
           MOVE WS-TO-CREDIT      TO PH-TO-CREDIT.
           MOVE "N"               TO PH-REVERSED-FLAG.
           MOVE WS-ORIGINAL-DATE  TO PH-ORIGINAL-DATE.
           WRITE PAYMENT-HISTORY-RECORD.

       2500-REVERSE-ONE-PAYMENT.
           END-PERFORM.

       2600-APPLY-REVERSAL.
           PERFORM 2250-LOAD-PRODUCT-RULES.
           MOVE WS-MATCH-KEY TO PH-PAY-KEY.
           READ PAYMENT-HISTORY-FILE
              INVALID KEY
              OPEN OUTPUT ACCRUAL-HISTORY-FILE
           END-IF.
           MOVE PF-ACCOUNT-ID       TO AH-ACCOUNT-ID.
           MOVE WS-PAYMENT-AMOUNT   TO AH-AMOUNT-POSTED.
           COMPUTE AH-BALANCE-AFTER =
              PF-ACCRUED-INTEREST - WS-NSF-FEE
              - WS-CREDIT-SHORTFALL.
           MOVE "V"                 TO AH-POSTING-TYPE.
           PERFORM 2750-SET-HISTORY-DATE.
           WRITE ACCRUAL-HISTORY-RECORD.
           IF WS-CREDIT-SHORTFALL NOT = ZERO
              MOVE WS-CREDIT-SHORTFALL TO AH-AMOUNT-POSTED
              COMPUTE AH-BALANCE-AFTER =
                 PF-ACCRUED-INTEREST - WS-NSF-FEE
              MOVE "A"                 TO AH-POSTING-TYPE
              PERFORM 2750-SET-HISTORY-DATE
              WRITE ACCRUAL-HISTORY-RECORD
           END-IF.
           MOVE WS-NSF-FEE          TO AH-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO AH-BALANCE-AFTER.
           MOVE "N"                 TO AH-POSTING-TYPE.
           PERFORM 2750-SET-HISTORY-DATE.
           WRITE ACCRUAL-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "Unable to write reversal history, status "
           END-IF.
           CLOSE ACCRUAL-HISTORY-FILE.

       2750-SET-HISTORY-DATE.
           *> Each history line is checked against the period file
           *> on its own, so each one lands on the adjustments log.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              AH-POSTING-TYPE AH-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE     TO AH-POST-DATE.
           MOVE WS-ORIGINAL-DATE TO AH-ORIGINAL-DATE.

       2800-POST-CONSOLIDATED-PAYMENT.
           *> One payment against the borrower's consolidated bill is
           *> split across their active loans under the bill's rule,
           *> and each piece is posted exactly like a payment made on
           *> that account alone.
           IF PT-ACCOUNT-ID NOT NUMERIC OR PT-ACCOUNT-ID = "000000"
              MOVE "STUDENT ID NOT A NON-ZERO NUMBER"
                 TO WS-REJECT-REASON
           ELSE IF PT-AMOUNT NOT NUMERIC OR PT-AMOUNT = "00000000"
              MOVE "PAYMENT AMOUNT NOT A NON-ZERO NUMBER"
                 TO WS-REJECT-REASON
           ELSE
              OPEN INPUT CONSOLIDATED-BILL-FILE
              IF WS-CONSBILL-STATUS NOT = "00"
                 MOVE "NO CONSOLIDATED BILL FOR THE STUDENT"
                    TO WS-REJECT-REASON
              ELSE
                 MOVE PT-ACCOUNT-ID TO CG-STUDENT-ID
                 READ CONSOLIDATED-BILL-FILE
                    INVALID KEY
                       MOVE "NO CONSOLIDATED BILL FOR THE STUDENT"
                          TO WS-REJECT-REASON
                    NOT INVALID KEY
                       IF NOT CG-ACTIVE
                          MOVE "CONSOLIDATED BILLING HAS ENDED"
                             TO WS-REJECT-REASON
                       END-IF
                       MOVE CG-STUDENT-ID TO WS-CG-STUDENT-ID
                       MOVE CG-DUE-DAY    TO WS-CG-DUE-DAY
                       MOVE CG-SPLIT-RULE TO WS-CG-SPLIT-RULE
                 END-READ
                 CLOSE CONSOLIDATED-BILL-FILE
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE PT-AMOUNT-NUM TO WS-SP-TO-SPLIT
              PERFORM 2810-GATHER-SPLIT-ACCOUNTS
              IF WS-SP-COUNT = ZERO
                 MOVE "NO ACTIVE LOANS FOR THE STUDENT"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2900-WRITE-EXCEPTION
           ELSE
              ADD 1 TO WS-CONSOL-COUNT
              MOVE WS-CG-STUDENT-ID TO WS-C-STUDENT-ID
              MOVE WS-SP-TO-SPLIT TO WS-C-AMOUNT
              IF WS-CG-SPLIT-PRO-RATA
                 MOVE "PRO-RATA"   TO WS-C-RULE
                 PERFORM 2840-SPLIT-PRO-RATA
              ELSE
                 MOVE "OLDEST DUE" TO WS-C-RULE
                 PERFORM 2820-SPLIT-OLDEST-DUE
              END-IF
              MOVE WS-CONSOL-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX > WS-SP-COUNT
                 IF WS-SP-SHARE (WS-SP-IDX) > ZERO
                    PERFORM 2870-POST-ONE-SHARE
                 END-IF
              END-PERFORM
           END-IF.

       2810-GATHER-SPLIT-ACCOUNTS.
           *> The portfolio has no student-id key, so it is read
           *> through from the top. Each loan is billed against this
           *> month's common due date.
           MOVE ZERO TO WS-SP-COUNT WS-SP-TOTAL-DUE.
           COMPUTE WS-SP-MONTH-KEY = WS-RUN-DATE / 100.
           COMPUTE WS-SP-DUE-DATE =
              WS-SP-MONTH-KEY * 100 + WS-CG-DUE-DAY.
           MOVE "Y" TO WS-MORE-MASTER-SW.
           MOVE ZERO TO PF-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS >= PF-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-MASTER-SW
           END-START.
           PERFORM UNTIL NO-MORE-MASTER
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-MASTER-SW
                 NOT AT END
                    IF PF-STUDENT-ID = WS-CG-STUDENT-ID
                       AND PF-ACCT-ACTIVE
                       PERFORM 2815-ADD-SPLIT-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       2815-ADD-SPLIT-ACCOUNT.
           IF WS-SP-COUNT >= WS-SP-MAX
              DISPLAY "Warning: more than " WS-SP-MAX " loans for"
                 " student " WS-CG-STUDENT-ID " - account "
                 PF-ACCOUNT-ID " left out of the split."
           ELSE
              ADD 1 TO WS-SP-COUNT
              MOVE WS-SP-COUNT TO WS-SP-IDX
              CALL "FORBCHK" USING PF-ACCOUNT-ID WS-SP-DUE-DATE
                 WS-SP-FORB-SW WS-SP-FORB-ACCRUE-SW WS-SP-FORB-TYPE
                 WS-SP-FORB-END-DATE
              CALL "BILLAMT" USING PF-PRINCIPAL PF-ACCRUED-INTEREST
                 PF-SCHEDULED-PAYMENT PF-FIRST-PAYMENT-DATE
                 PF-MATURITY-DATE PF-DEFERRAL-START-DATE
                 WS-SP-DUE-DATE WS-SP-BALANCE-DUE WS-SP-AMOUNT-DUE
              IF SPLIT-IN-FORBEARANCE OR PF-DUE-DAY = ZERO
                 MOVE ZERO TO WS-SP-AMOUNT-DUE
              END-IF
              CALL "DPDBUCKT" USING PF-ACCOUNT-ID PF-LAST-PAYMENT-DATE
                 WS-RUN-DATE WS-SP-DAYS (WS-SP-IDX) WS-SP-BUCKET
                 WS-SP-BUCKET-LABEL WS-SP-FORB-TYPE
              MOVE PF-ACCOUNT-ID TO WS-SP-ACCOUNT-ID (WS-SP-IDX)
              MOVE WS-SP-AMOUNT-DUE TO WS-SP-DUE (WS-SP-IDX)
              MOVE WS-SP-BALANCE-DUE TO WS-SP-BALANCE (WS-SP-IDX)
              MOVE "N" TO WS-SP-USED (WS-SP-IDX)
              MOVE ZERO TO WS-SP-BASIS (WS-SP-IDX)
              MOVE ZERO TO WS-SP-SHARE (WS-SP-IDX)
              ADD WS-SP-AMOUNT-DUE TO WS-SP-TOTAL-DUE
           END-IF.

       2820-SPLIT-OLDEST-DUE.
           *> The loan longest without a payment is paid its amount
           *> due first, then the next oldest, and so on. Anything
           *> left pays down the balances in the same order, and
           *> whatever is still left goes to the oldest loan, where
           *> it lands on the credit balance.
           PERFORM VARYING WS-SP-PASS FROM 1 BY 1
                 UNTIL WS-SP-PASS > WS-SP-COUNT
              MOVE ZERO TO WS-SP-BEST
              PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX > WS-SP-COUNT
                 IF WS-SP-USED (WS-SP-IDX) = "N"
                    IF WS-SP-BEST = ZERO
                       MOVE WS-SP-IDX TO WS-SP-BEST
                    ELSE
                       IF WS-SP-DAYS (WS-SP-IDX) >
                             WS-SP-DAYS (WS-SP-BEST)
                          MOVE WS-SP-IDX TO WS-SP-BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "Y" TO WS-SP-USED (WS-SP-BEST)
              MOVE WS-SP-BEST TO WS-SP-ORDER (WS-SP-PASS)
           END-PERFORM.
           MOVE WS-SP-TO-SPLIT TO WS-SP-REMAINING.
           PERFORM VARYING WS-SP-PASS FROM 1 BY 1
                 UNTIL WS-SP-PASS > WS-SP-COUNT
                    OR WS-SP-REMAINING = ZERO
              MOVE WS-SP-ORDER (WS-SP-PASS) TO WS-SP-IDX
              IF WS-SP-DUE (WS-SP-IDX) < WS-SP-REMAINING
                 MOVE WS-SP-DUE (WS-SP-IDX) TO WS-SP-PORTION
              ELSE
                 MOVE WS-SP-REMAINING TO WS-SP-PORTION
              END-IF
              ADD WS-SP-PORTION TO WS-SP-SHARE (WS-SP-IDX)
              SUBTRACT WS-SP-PORTION FROM WS-SP-REMAINING
           END-PERFORM.
           PERFORM VARYING WS-SP-PASS FROM 1 BY 1
                 UNTIL WS-SP-PASS > WS-SP-COUNT
                    OR WS-SP-REMAINING = ZERO
              MOVE WS-SP-ORDER (WS-SP-PASS) TO WS-SP-IDX
              MOVE ZERO TO WS-SP-ROOM
              IF WS-SP-BALANCE (WS-SP-IDX) > WS-SP-SHARE (WS-SP-IDX)
                 COMPUTE WS-SP-ROOM = WS-SP-BALANCE (WS-SP-IDX)
                    - WS-SP-SHARE (WS-SP-IDX)
              END-IF
              IF WS-SP-ROOM < WS-SP-REMAINING
                 MOVE WS-SP-ROOM TO WS-SP-PORTION
              ELSE
                 MOVE WS-SP-REMAINING TO WS-SP-PORTION
              END-IF
              ADD WS-SP-PORTION TO WS-SP-SHARE (WS-SP-IDX)
              SUBTRACT WS-SP-PORTION FROM WS-SP-REMAINING
           END-PERFORM.
           IF WS-SP-REMAINING > ZERO
              MOVE WS-SP-ORDER (1) TO WS-SP-IDX
              ADD WS-SP-REMAINING TO WS-SP-SHARE (WS-SP-IDX)
           END-IF.

       2840-SPLIT-PRO-RATA.
           *> Up to the bill's total, each loan takes its share in
           *> proportion to what it is billed. Beyond the total,
           *> every loan is paid its amount due and the excess is
           *> shared in proportion to the balance each has left.
           IF WS-SP-TO-SPLIT <= WS-SP-TOTAL-DUE
              PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX > WS-SP-COUNT
                 MOVE WS-SP-DUE (WS-SP-IDX) TO WS-SP-BASIS (WS-SP-IDX)
              END-PERFORM
              MOVE WS-SP-TO-SPLIT TO WS-SP-REMAINING
           ELSE
              PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX > WS-SP-COUNT
                 MOVE WS-SP-DUE (WS-SP-IDX) TO WS-SP-SHARE (WS-SP-IDX)
                 COMPUTE WS-SP-BASIS (WS-SP-IDX) =
                    WS-SP-BALANCE (WS-SP-IDX) - WS-SP-DUE (WS-SP-IDX)
              END-PERFORM
              COMPUTE WS-SP-REMAINING =
                 WS-SP-TO-SPLIT - WS-SP-TOTAL-DUE
           END-IF.
           PERFORM 2850-SHARE-BY-BASIS.

       2850-SHARE-BY-BASIS.
           *> Shares are cut to the cent downward; the last loan
           *> with a share takes what the rounding left over. With
           *> nothing to weigh by, it all goes to the first loan.
           MOVE ZERO TO WS-SP-TOTAL-BASIS WS-SP-LAST.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                 UNTIL WS-SP-IDX > WS-SP-COUNT
              IF WS-SP-BASIS (WS-SP-IDX) > ZERO
                 ADD WS-SP-BASIS (WS-SP-IDX) TO WS-SP-TOTAL-BASIS
                 MOVE WS-SP-IDX TO WS-SP-LAST
              END-IF
           END-PERFORM.
           IF WS-SP-LAST = ZERO
              ADD WS-SP-REMAINING TO WS-SP-SHARE (1)
           ELSE
              MOVE WS-SP-REMAINING TO WS-SP-TO-SPLIT
              PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                    UNTIL WS-SP-IDX >= WS-SP-LAST
                 IF WS-SP-BASIS (WS-SP-IDX) > ZERO
                    COMPUTE WS-SP-PORTION =
                       WS-SP-TO-SPLIT * WS-SP-BASIS (WS-SP-IDX)
                       / WS-SP-TOTAL-BASIS
                    ADD WS-SP-PORTION TO WS-SP-SHARE (WS-SP-IDX)
                    SUBTRACT WS-SP-PORTION FROM WS-SP-REMAINING
                 END-IF
              END-PERFORM
              ADD WS-SP-REMAINING TO WS-SP-SHARE (WS-SP-LAST)
           END-IF.
           MOVE PT-AMOUNT-NUM TO WS-SP-TO-SPLIT.

       2870-POST-ONE-SHARE.
           MOVE WS-SP-ACCOUNT-ID (WS-SP-IDX) TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
              INVALID KEY
                 MOVE "ACCOUNT NOT ON THE PORTFOLIO"
                    TO WS-REJECT-REASON
                 PERFORM 2900-WRITE-EXCEPTION
                 MOVE SPACES TO WS-REJECT-REASON
              NOT INVALID KEY
                 MOVE WS-SP-SHARE (WS-SP-IDX) TO WS-PAYMENT-AMOUNT
                 PERFORM 2200-APPLY-PAYMENT
           END-READ.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE PT-ACCOUNT-ID TO WS-E-ACCOUNT-ID.
           MOVE WS-TOTAL-REVERSED TO WS-T-REVERSED-AMT.
           MOVE WS-TOTAL-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DD-ITEM-COUNT TO WS-T-DD-ITEMS.
           MOVE WS-TOTAL-LINE-9 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONSOL-COUNT TO WS-T-CONSOLIDATED.
           MOVE WS-TOTAL-LINE-10 TO REPORT-LINE.
           WRITE REPORT-LINE.
