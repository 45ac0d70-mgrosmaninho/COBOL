       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SALE-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: LOAN SALE AND SERVICING TRANSFER RUN. READS THE
      * POOL-SELECTION FILE, LOANPOOL.DAT - A HEADER PER POOL WITH
      * THE SALE DATE AND PURCHASER, THEN THE ACCOUNT IDS IN THE
      * POOL - AND CHECKS EVERY ACCOUNT IS ELIGIBLE: ON FILE, ACTIVE
      * (NOT CLOSED, CHARGED OFF OR ALREADY SOLD), NOT IN FORBEARANCE
      * ON THE SALE DATE (FORBCHK), AND HOLDING NO CREDIT BALANCE
      * STILL OWED TO THE BORROWER. AN ELIGIBLE ACCOUNT IS WRITTEN TO
      * THE TRANSFER FILE, LOANXFER.DAT, WITH ITS WHOLE PORTFOLIO
      * RECORD, ITS PAYMENT HISTORY AND ITS CO-BORROWERS; ITS
      * BALANCES, POOL, PURCHASER AND SALE DATE GO TO THE SALE
      * REGISTER, LOANSALE.DAT, AND THE PORTFOLIO RECORD GOES TO ZERO
      * WITH STATUS "T" - AUDITED THROUGH PORTAUDT.LOG - SO ACCRUAL,
      * DUNNING AND BILLING STOP, IN THE WAY A CHARGE-OFF TAKES A
      * LOAN OFF THE BOOK. AN INELIGIBLE ACCOUNT IS LISTED WITH THE
      * REASON. THE SETTLEMENT REPORT, LOANSALE.PRT, GIVES EACH
      * POOL'S PRINCIPAL AND ACCRUED INTEREST, AND THE RUN'S TOTALS
      * ARE APPENDED TO THE DAY'S GLEXTRCT.DAT AS SALEPRIN AND
      * SALEINT DEBIT/CREDIT PAIRS AGAINST THEIR GLMAP.DAT MAPPINGS -
      * SO IT MUST RUN AFTER GL-POST-BATCH HAS WRITTEN THE DAY'S
      * EXTRACT. WITHOUT BOTH MAPPINGS NOTHING IS TRANSFERRED AND
      * THE JOB LOGS FAILED, AS IT DOES WHEN THE PAYMENT HISTORY OR
      * CO-BORROWER FILE IS ON HAND BUT CANNOT BE READ. EACH RUN'S
      * POOLS ARE ADDED TO LOANXFER.DAT, SO A SECOND RUN IN A DAY
      * LEAVES THE FIRST ONE'S TRANSFERS IN PLACE. TRANSFERS USED TO
      * BE DONE BY HAND, ACCOUNT BY ACCOUNT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-POOL-FILE ASSIGN TO "LOANPOOL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POOL-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PH-PAY-KEY
              FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT COBORROWER-FILE ASSIGN TO "COBORROW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CB-COBOR-KEY
              FILE STATUS IS WS-COBOR-STATUS.

           SELECT LOAN-SALE-FILE ASSIGN TO "LOANSALE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LS-ACCOUNT-ID
              FILE STATUS IS WS-SALE-STATUS.

           SELECT LOAN-TRANSFER-FILE ASSIGN TO "LOANXFER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT PORT-AUDIT-FILE ASSIGN TO "PORTAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GM-EVENT-TYPE
              FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SALE-REPORT-FILE ASSIGN TO "LOANSALE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-POOL-FILE.
       COPY LOANPOOL.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  COBORROWER-FILE.
       COPY COBORREC.

       FD  LOAN-SALE-FILE.
       COPY LOANSALE.

       FD  LOAN-TRANSFER-FILE.
       COPY LOANXFER.

       FD  PORT-AUDIT-FILE.
       COPY PAUDREC.

       FD  GL-MAP-FILE.
       COPY GLMAP.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTREC.

       FD  SALE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-POOL-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-COBOR-STATUS           PIC XX VALUE SPACES.
       01  WS-SALE-STATUS            PIC XX VALUE SPACES.
       01  WS-TRANSFER-STATUS        PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-MAP-STATUS             PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-HISTORY-SW        PIC X VALUE "Y".
           88  NO-MORE-HISTORY              VALUE "N".
       01  WS-PAYHIST-SW             PIC X VALUE "N".
           88  PAYHIST-FILE-AVAILABLE       VALUE "Y".
       01  WS-COBORFILE-SW           PIC X VALUE "N".
           88  COBOR-FILE-AVAILABLE         VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "LOANSALE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-OPERATOR-ID            PIC X(8) VALUE "BATCH".
       01  WS-SPOOL-NAME             PIC X(12) VALUE "LOANSALE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

      *> Both GL mappings are proven before any account is touched.
       01  WS-PRIN-EVENT             PIC X(8) VALUE "SALEPRIN".
       01  WS-INT-EVENT              PIC X(8) VALUE "SALEINT".
       01  WS-PRIN-DEBIT             PIC X(8) VALUE SPACES.
       01  WS-PRIN-CREDIT            PIC X(8) VALUE SPACES.
       01  WS-INT-DEBIT              PIC X(8) VALUE SPACES.
       01  WS-INT-CREDIT             PIC X(8) VALUE SPACES.
       01  WS-MAPPINGS-SW            PIC X VALUE "N".
           88  MAPPINGS-FOUND               VALUE "Y".
       01  WS-GL-EVENT               PIC X(8) VALUE SPACES.
       01  WS-GL-DEBIT               PIC X(8) VALUE SPACES.
       01  WS-GL-CREDIT              PIC X(8) VALUE SPACES.
       01  WS-GL-AMOUNT              PIC 9(9)V99 VALUE ZERO.

      *> The pool being worked. A pool whose header does not prove
      *> has every account in it refused.
       01  WS-POOL-OPEN-SW           PIC X VALUE "N".
           88  POOL-OPEN                    VALUE "Y".
       01  WS-POOL-VALID-SW          PIC X VALUE "N".
           88  POOL-VALID                   VALUE "Y".
       01  WS-POOL-ID                PIC X(6) VALUE SPACES.
       01  WS-PURCHASER              PIC X(20) VALUE SPACES.
       01  WS-SALE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION     PIC X VALUE "N".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-POOL-ACCOUNTS          PIC 9(6) VALUE ZERO.
       01  WS-POOL-PAYMENTS          PIC 9(7) VALUE ZERO.
       01  WS-POOL-COBORROWERS       PIC 9(6) VALUE ZERO.
       01  WS-POOL-PRINCIPAL         PIC 9(9) VALUE ZERO.
       01  WS-POOL-INTEREST          PIC 9(9)V99 VALUE ZERO.
       01  WS-POOL-REFUSED           PIC 9(6) VALUE ZERO.

       01  WS-ACCOUNT-ID             PIC 9(6) VALUE ZERO.
       01  WS-REASON                 PIC X(30) VALUE SPACES.
       01  WS-FORB-SW                PIC X VALUE "N".
           88  ACCOUNT-IN-FORBEARANCE       VALUE "Y".
       01  WS-FORB-ACCRUE-SW         PIC X VALUE "Y".
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-FORB-END-DATE          PIC 9(8) VALUE ZERO.

       01  WS-RUN-POOLS              PIC 9(4) VALUE ZERO.
       01  WS-RUN-ACCOUNTS           PIC 9(6) VALUE ZERO.
       01  WS-RUN-REFUSED            PIC 9(6) VALUE ZERO.
       01  WS-RUN-PRINCIPAL          PIC 9(9) VALUE ZERO.
       01  WS-RUN-INTEREST           PIC 9(9)V99 VALUE ZERO.
       01  WS-ORPHAN-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "LOAN SALE TRANSFER SETTLEMENT".
           05  FILLER                PIC X(7)  VALUE "RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-POOL-HEADING.
           05  FILLER                PIC X(5)  VALUE "POOL ".
           05  WS-H-POOL-ID          PIC X(6).
           05  FILLER                PIC X(12) VALUE "  PURCHASER ".
           05  WS-H-PURCHASER        PIC X(20).
           05  FILLER                PIC X(11) VALUE "  SALE DATE".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-H-SALE-DATE        PIC 9(8).

       01  WS-DETAIL-COLUMNS.
           05  FILLER                PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                PIC X(6)  VALUE "PROD".
           05  FILLER                PIC X(11) VALUE "  PRINCIPAL".
           05  FILLER                PIC X(15) VALUE
               "       INTEREST".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-PRODUCT          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PRINCIPAL        PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-RESULT           PIC X(30).

       01  WS-POOL-TOTAL-LINE.
           05  FILLER                PIC X(6)  VALUE "POOL ".
           05  WS-P-POOL-ID          PIC X(6).
           05  FILLER                PIC X(10) VALUE " ACCOUNTS ".
           05  WS-P-ACCOUNTS         PIC ZZZZ9.
           05  FILLER                PIC X(11) VALUE " PRINCIPAL ".
           05  WS-P-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE " INTEREST ".
           05  WS-P-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-POOL-REFUSED-LINE.
           05  FILLER                PIC X(22) VALUE SPACES.
           05  FILLER                PIC X(18) VALUE
               "ACCOUNTS REFUSED  ".
           05  WS-P-REFUSED          PIC ZZZZ9.

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "POOLS READ".
           05  WS-T-POOLS            PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "ACCOUNTS TRANSFERRED".
           05  WS-T-ACCOUNTS         PIC Z(5)9.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "ACCOUNTS REFUSED".
           05  WS-T-REFUSED          PIC Z(5)9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(26) VALUE
               "PRINCIPAL SOLD".
           05  WS-T-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(26) VALUE
               "ACCRUED INTEREST SOLD".
           05  WS-T-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-6.
           05  FILLER                PIC X(26) VALUE
               "TOTAL SETTLED".
           05  WS-T-SETTLED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-7.
           05  FILLER                PIC X(26) VALUE
               "RECORDS OUTSIDE ANY POOL".
           05  WS-T-ORPHANS          PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT LOAN-POOL-FILE.
           IF WS-POOL-STATUS NOT = "00"
              DISPLAY "No pool-selection file on hand - nothing to"
                 " transfer."
              GOBACK
           END-IF.
           PERFORM 0100-LOAD-GL-MAPPINGS.
           IF NOT MAPPINGS-FOUND
              DISPLAY "No GL mapping for " WS-PRIN-EVENT " and "
                 WS-INT-EVENT " - nothing transferred. Set them up"
                 " with GLMAP-MAINT and rerun."
              CLOSE LOAN-POOL-FILE
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RUN-ACCOUNTS
              GOBACK
           END-IF.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              CLOSE LOAN-POOL-FILE
              GOBACK
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "00"
              MOVE "Y" TO WS-PAYHIST-SW
           END-IF.
           OPEN INPUT COBORROWER-FILE.
           IF WS-COBOR-STATUS = "00"
              MOVE "Y" TO WS-COBORFILE-SW
           END-IF.
      *> A file that is not there has nothing to send; one that
      *> cannot be read would ship accounts without their payments
      *> or co-borrowers, so nothing is sold.
           IF (WS-PAYHIST-STATUS NOT = "00"
                 AND WS-PAYHIST-STATUS NOT = "35")
              OR (WS-COBOR-STATUS NOT = "00"
                 AND WS-COBOR-STATUS NOT = "35")
              DISPLAY "Unable to read payment history (status "
                 WS-PAYHIST-STATUS ") or co-borrowers (status "
                 WS-COBOR-STATUS ") - nothing transferred."
              IF COBOR-FILE-AVAILABLE
                 CLOSE COBORROWER-FILE
              END-IF
              IF PAYHIST-FILE-AVAILABLE
                 CLOSE PAYMENT-HISTORY-FILE
              END-IF
              CLOSE PORTFOLIO-FILE
              CLOSE LOAN-POOL-FILE
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RUN-ACCOUNTS
              GOBACK
           END-IF.
           OPEN I-O LOAN-SALE-FILE.
           IF WS-SALE-STATUS = "35"
              CLOSE LOAN-SALE-FILE
              OPEN OUTPUT LOAN-SALE-FILE
              CLOSE LOAN-SALE-FILE
              OPEN I-O LOAN-SALE-FILE
           END-IF.
           OPEN EXTEND PORT-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT PORT-AUDIT-FILE
           END-IF.
           OPEN EXTEND LOAN-TRANSFER-FILE.
           IF WS-TRANSFER-STATUS = "35"
              OPEN OUTPUT LOAN-TRANSFER-FILE
           END-IF.
           OPEN OUTPUT SALE-REPORT-FILE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RUN-ACCOUNTS.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1000-WORK-ALL-POOLS.
           PERFORM 3000-POST-THE-SALE.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE SALE-REPORT-FILE.
           CLOSE LOAN-TRANSFER-FILE.
           CLOSE PORT-AUDIT-FILE.
           CLOSE LOAN-SALE-FILE.
           IF COBOR-FILE-AVAILABLE
              CLOSE COBORROWER-FILE
           END-IF.
           IF PAYHIST-FILE-AVAILABLE
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           CLOSE PORTFOLIO-FILE.
           CLOSE LOAN-POOL-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RUN-ACCOUNTS.
           DISPLAY "Loan sale run complete - " WS-RUN-ACCOUNTS
              " account(s) transferred, " WS-RUN-REFUSED
              " refused.".
           GOBACK.

       0100-LOAD-GL-MAPPINGS.
           MOVE "N" TO WS-MAPPINGS-SW.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS = "00"
              MOVE WS-PRIN-EVENT TO GM-EVENT-TYPE
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GM-DEBIT-ACCOUNT  TO WS-PRIN-DEBIT
                    MOVE GM-CREDIT-ACCOUNT TO WS-PRIN-CREDIT
              END-READ
              MOVE WS-INT-EVENT TO GM-EVENT-TYPE
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GM-DEBIT-ACCOUNT  TO WS-INT-DEBIT
                    MOVE GM-CREDIT-ACCOUNT TO WS-INT-CREDIT
              END-READ
              CLOSE GL-MAP-FILE
           END-IF.
           IF WS-PRIN-DEBIT NOT = SPACES
              AND WS-INT-DEBIT NOT = SPACES
              MOVE "Y" TO WS-MAPPINGS-SW
           END-IF.

       1000-WORK-ALL-POOLS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOAN-POOL-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LP-HEADER
                          IF POOL-OPEN
                             PERFORM 1300-CLOSE-POOL
                          END-IF
                          PERFORM 1100-OPEN-POOL
                       WHEN LP-DETAIL AND POOL-OPEN
                          PERFORM 2000-WORK-ONE-ACCOUNT
                       WHEN OTHER
                          ADD 1 TO WS-ORPHAN-COUNT
                    END-EVALUATE
              END-READ
           END-PERFORM.
           IF POOL-OPEN
              PERFORM 1300-CLOSE-POOL
           END-IF.

       1100-OPEN-POOL.
           *> The sale date must be a real date no later than the
           *> business date; the purchaser must be named.
           MOVE "Y" TO WS-POOL-OPEN-SW.
           ADD 1 TO WS-RUN-POOLS.
           MOVE LP-POOL-ID      TO WS-POOL-ID.
           MOVE LP-H-PURCHASER  TO WS-PURCHASER.
           MOVE ZERO TO WS-SALE-DATE WS-POOL-ACCOUNTS
              WS-POOL-PAYMENTS WS-POOL-COBORROWERS WS-POOL-PRINCIPAL
              WS-POOL-INTEREST WS-POOL-REFUSED.
           MOVE "N" TO WS-DATE-VALID-SW.
           IF LP-H-SALE-DATE NUMERIC
              MOVE LP-H-SALE-DATE-NUM TO WS-SALE-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-SALE-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
           END-IF.
           IF LP-POOL-ID = SPACES
              OR LP-H-PURCHASER = SPACES
              OR NOT DATE-IS-VALID
              OR WS-SALE-DATE > WS-RUN-DATE
              MOVE "N" TO WS-POOL-VALID-SW
           ELSE
              MOVE "Y" TO WS-POOL-VALID-SW
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POOL-ID   TO WS-H-POOL-ID.
           MOVE WS-PURCHASER TO WS-H-PURCHASER.
           MOVE WS-SALE-DATE TO WS-H-SALE-DATE.
           MOVE WS-POOL-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF POOL-VALID
              PERFORM 1200-WRITE-POOL-HEADER
           ELSE
              MOVE "*** POOL HEADER INVALID - NEEDS AN ID, A"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "*** PURCHASER AND A SALE DATE NOT AFTER TODAY"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-DETAIL-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.

       1200-WRITE-POOL-HEADER.
           MOVE SPACES          TO LOAN-TRANSFER-RECORD.
           MOVE "H"             TO LT-RECORD-TYPE.
           MOVE WS-POOL-ID      TO LT-POOL-ID.
           MOVE ZERO            TO LT-ACCOUNT-ID.
           MOVE WS-PURCHASER    TO LT-H-PURCHASER.
           MOVE WS-SALE-DATE    TO LT-H-SALE-DATE.
           MOVE WS-RUN-DATE     TO LT-H-CREATED-DATE.
           WRITE LOAN-TRANSFER-RECORD.

       1300-CLOSE-POOL.
           *> The trailer lets the purchaser prove the pool arrived
           *> whole.
           MOVE "N" TO WS-POOL-OPEN-SW.
           IF POOL-VALID
              MOVE SPACES              TO LOAN-TRANSFER-RECORD
              MOVE "T"                 TO LT-RECORD-TYPE
              MOVE WS-POOL-ID          TO LT-POOL-ID
              MOVE ZERO                TO LT-ACCOUNT-ID
              MOVE WS-POOL-ACCOUNTS    TO LT-T-ACCOUNTS
              MOVE WS-POOL-PAYMENTS    TO LT-T-PAYMENTS
              MOVE WS-POOL-COBORROWERS TO LT-T-COBORROWERS
              MOVE WS-POOL-PRINCIPAL   TO LT-T-PRINCIPAL
              MOVE WS-POOL-INTEREST    TO LT-T-INTEREST
              WRITE LOAN-TRANSFER-RECORD
           END-IF.
           MOVE WS-POOL-ID        TO WS-P-POOL-ID.
           MOVE WS-POOL-ACCOUNTS  TO WS-P-ACCOUNTS.
           MOVE WS-POOL-PRINCIPAL TO WS-P-PRINCIPAL.
           MOVE WS-POOL-INTEREST  TO WS-P-INTEREST.
           MOVE WS-POOL-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POOL-REFUSED   TO WS-P-REFUSED.
           MOVE WS-POOL-REFUSED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-WORK-ONE-ACCOUNT.
           MOVE SPACES TO WS-REASON.
           MOVE LP-D-ACCOUNT-ID TO WS-D-ACCOUNT-ID.
           MOVE SPACES TO WS-D-PRODUCT.
           MOVE ZERO TO WS-D-PRINCIPAL WS-D-INTEREST.
           PERFORM 2100-CHECK-ELIGIBILITY.
           IF WS-REASON = SPACES
              PERFORM 2200-TRANSFER-ACCOUNT
           END-IF.
           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-POOL-REFUSED WS-RUN-REFUSED
              MOVE WS-REASON TO WS-D-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-CHECK-ELIGIBILITY.
           EVALUATE TRUE
              WHEN NOT POOL-VALID
                 MOVE "POOL HEADER INVALID" TO WS-REASON
              WHEN LP-D-ACCOUNT-ID NOT NUMERIC
                 OR LP-D-ACCOUNT-NUM = ZERO
                 MOVE "ACCOUNT ID NOT A NUMBER" TO WS-REASON
              WHEN OTHER
                 MOVE LP-D-ACCOUNT-NUM TO WS-ACCOUNT-ID PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       MOVE "ACCOUNT NOT ON THE PORTFOLIO"
                          TO WS-REASON
                 END-READ
           END-EVALUATE.
           IF WS-REASON = SPACES
              MOVE PF-PRODUCT-CODE     TO WS-D-PRODUCT
              MOVE PF-PRINCIPAL        TO WS-D-PRINCIPAL
              MOVE PF-ACCRUED-INTEREST TO WS-D-INTEREST
              CALL "FORBCHK" USING PF-ACCOUNT-ID WS-SALE-DATE
                 WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
                 WS-FORB-END-DATE
              EVALUATE TRUE
                 WHEN PF-ACCT-TRANSFERRED
                    MOVE "ALREADY SOLD OR TRANSFERRED"
                       TO WS-REASON
                 WHEN PF-ACCT-CHARGED-OFF
                    MOVE "ACCOUNT IS CHARGED OFF" TO WS-REASON
                 WHEN NOT PF-ACCT-ACTIVE
                    MOVE "ACCOUNT IS CLOSED" TO WS-REASON
                 WHEN ACCOUNT-IN-FORBEARANCE
                    MOVE "ACCOUNT IN FORBEARANCE" TO WS-REASON
                 WHEN PF-CREDIT-BALANCE NOT = ZERO
                    MOVE "CREDIT BALANCE TO REFUND FIRST"
                       TO WS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2200-TRANSFER-ACCOUNT.
           *> The sale register is written first - an account
           *> already on it is never sent twice.
           MOVE PF-ACCOUNT-ID       TO LS-ACCOUNT-ID.
           MOVE WS-POOL-ID          TO LS-POOL-ID.
           MOVE WS-PURCHASER        TO LS-PURCHASER.
           MOVE WS-SALE-DATE        TO LS-SALE-DATE.
           MOVE PF-PRODUCT-CODE     TO LS-PRODUCT-CODE.
           MOVE PF-PRINCIPAL        TO LS-SOLD-PRINCIPAL.
           MOVE PF-ACCRUED-INTEREST TO LS-SOLD-INTEREST.
           MOVE WS-RUN-DATE         TO LS-TRANSFER-DATE.
           WRITE LOAN-SALE-RECORD.
           EVALUATE WS-SALE-STATUS
              WHEN "00"
                 PERFORM 2300-WRITE-TRANSFER-RECORDS
                 PERFORM 2600-TAKE-OFF-THE-BOOK
              WHEN "22"
                 MOVE "ALREADY ON THE SALE REGISTER" TO WS-REASON
              WHEN OTHER
                 MOVE "SALE REGISTER WRITE FAILED" TO WS-REASON
                 DISPLAY "Unable to write the sale record for "
                    PF-ACCOUNT-ID ", status " WS-SALE-STATUS
           END-EVALUATE.

       2300-WRITE-TRANSFER-RECORDS.
           MOVE SPACES            TO LOAN-TRANSFER-RECORD.
           MOVE "A"               TO LT-RECORD-TYPE.
           MOVE WS-POOL-ID        TO LT-POOL-ID.
           MOVE PF-ACCOUNT-ID     TO LT-ACCOUNT-ID.
           MOVE PORTFOLIO-RECORD  TO LT-DATA.
           WRITE LOAN-TRANSFER-RECORD.
           IF PAYHIST-FILE-AVAILABLE
              PERFORM 2400-WRITE-PAYMENT-HISTORY
           END-IF.
           IF COBOR-FILE-AVAILABLE
              PERFORM 2500-WRITE-COBORROWERS
           END-IF.

       2400-WRITE-PAYMENT-HISTORY.
           MOVE "Y" TO WS-MORE-HISTORY-SW.
           MOVE PF-ACCOUNT-ID TO PH-ACCOUNT-ID.
           MOVE ZERO          TO PH-POST-DATE PH-SEQUENCE.
           START PAYMENT-HISTORY-FILE KEY IS >= PH-PAY-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-HISTORY-SW
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY
              READ PAYMENT-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-HISTORY-SW
                 NOT AT END
                    IF PH-ACCOUNT-ID NOT = PF-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-HISTORY-SW
                    ELSE
                       MOVE SPACES        TO LOAN-TRANSFER-RECORD
                       MOVE "P"           TO LT-RECORD-TYPE
                       MOVE WS-POOL-ID    TO LT-POOL-ID
                       MOVE PF-ACCOUNT-ID TO LT-ACCOUNT-ID
                       MOVE PAYMENT-HISTORY-RECORD TO LT-DATA
                       WRITE LOAN-TRANSFER-RECORD
                       ADD 1 TO WS-POOL-PAYMENTS
                    END-IF
              END-READ
           END-PERFORM.

       2500-WRITE-COBORROWERS.
           MOVE "Y" TO WS-MORE-HISTORY-SW.
           MOVE PF-ACCOUNT-ID TO CB-ACCOUNT-ID.
           MOVE ZERO          TO CB-SEQUENCE.
           START COBORROWER-FILE KEY IS >= CB-COBOR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-HISTORY-SW
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY
              READ COBORROWER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-HISTORY-SW
                 NOT AT END
                    IF CB-ACCOUNT-ID NOT = PF-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-HISTORY-SW
                    ELSE
                       MOVE SPACES        TO LOAN-TRANSFER-RECORD
                       MOVE "C"           TO LT-RECORD-TYPE
                       MOVE WS-POOL-ID    TO LT-POOL-ID
                       MOVE PF-ACCOUNT-ID TO LT-ACCOUNT-ID
                       MOVE COBORROWER-RECORD TO LT-DATA
                       WRITE LOAN-TRANSFER-RECORD
                       ADD 1 TO WS-POOL-COBORROWERS
                    END-IF
              END-READ
           END-PERFORM.

       2600-TAKE-OFF-THE-BOOK.
           *> As at a charge-off, the portfolio record goes to zero
           *> and the balances live on the sale register; status
           *> "T" stops accrual, dunning and billing.
           ADD 1 TO WS-POOL-ACCOUNTS WS-RUN-ACCOUNTS.
           ADD PF-PRINCIPAL        TO WS-POOL-PRINCIPAL
              WS-RUN-PRINCIPAL.
           ADD PF-ACCRUED-INTEREST TO WS-POOL-INTEREST
              WS-RUN-INTEREST.
           ACCEPT PAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT PAUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID      TO PAUD-OPERATOR.
           MOVE "T"                 TO PAUD-TRANS-CODE.
           MOVE PF-ACCOUNT-ID       TO PAUD-ACCOUNT-ID.
           MOVE PF-PRODUCT-CODE     TO PAUD-B-PRODUCT.
           MOVE PF-PRINCIPAL        TO PAUD-B-PRINCIPAL.
           MOVE PF-INTEREST-RATE    TO PAUD-B-RATE.
           MOVE PF-ACCRUED-INTEREST TO PAUD-B-ACCRUED.
           MOVE ZERO TO PF-PRINCIPAL.
           MOVE ZERO TO PF-ACCRUED-INTEREST.
           MOVE "T" TO PF-STATUS.
           MOVE WS-SALE-DATE TO PF-STATUS-DATE.
           REWRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to mark account " PF-ACCOUNT-ID
                 " transferred, status " WS-PORTFOLIO-STATUS
              MOVE "SENT BUT NOT MARKED - SEE LOG" TO WS-D-RESULT
           ELSE
              MOVE PF-PRODUCT-CODE     TO PAUD-A-PRODUCT
              MOVE PF-PRINCIPAL        TO PAUD-A-PRINCIPAL
              MOVE PF-INTEREST-RATE    TO PAUD-A-RATE
              MOVE PF-ACCRUED-INTEREST TO PAUD-A-ACCRUED
              MOVE ZEROS TO PAUD-CONTRACT
              MOVE SPACES TO PAUD-DECISION PAUD-MAKER
              MOVE ZERO TO PAUD-REQUEST-NO
              WRITE PORT-AUDIT-RECORD
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "Unable to write audit record, status "
                    WS-AUDIT-STATUS
              END-IF
              MOVE "TRANSFERRED" TO WS-D-RESULT
           END-IF.

       3000-POST-THE-SALE.
           *> The loans leave the book at their carrying value:
           *> principal and accrued interest each against its own
           *> mapping. Nothing sold, nothing posted.
           IF WS-RUN-PRINCIPAL > ZERO
              MOVE WS-PRIN-EVENT    TO WS-GL-EVENT
              MOVE WS-PRIN-DEBIT    TO WS-GL-DEBIT
              MOVE WS-PRIN-CREDIT   TO WS-GL-CREDIT
              MOVE WS-RUN-PRINCIPAL TO WS-GL-AMOUNT
              PERFORM 3100-WRITE-GL-PAIR
           END-IF.
           IF WS-RUN-INTEREST > ZERO
              MOVE WS-INT-EVENT     TO WS-GL-EVENT
              MOVE WS-INT-DEBIT     TO WS-GL-DEBIT
              MOVE WS-INT-CREDIT    TO WS-GL-CREDIT
              MOVE WS-RUN-INTEREST  TO WS-GL-AMOUNT
              PERFORM 3100-WRITE-GL-PAIR
           END-IF.

       3100-WRITE-GL-PAIR.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE WS-RUN-DATE      TO GX-POST-DATE.
           MOVE WS-GL-DEBIT      TO GX-GL-ACCOUNT.
           MOVE "D"              TO GX-DR-CR.
           MOVE WS-GL-AMOUNT     TO GX-AMOUNT.
           MOVE WS-GL-EVENT      TO GX-SOURCE.
           WRITE GL-EXTRACT-RECORD.
           MOVE WS-GL-CREDIT     TO GX-GL-ACCOUNT.
           MOVE "C"              TO GX-DR-CR.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SETTLEMENT TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-POOLS TO WS-T-POOLS.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-ACCOUNTS TO WS-T-ACCOUNTS.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-REFUSED TO WS-T-REFUSED.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-PRINCIPAL TO WS-T-PRINCIPAL.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-INTEREST TO WS-T-INTEREST.
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-T-SETTLED = WS-RUN-PRINCIPAL + WS-RUN-INTEREST.
           MOVE WS-TOTAL-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-T-ORPHANS.
           MOVE WS-TOTAL-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUN-ACCOUNTS > ZERO
              MOVE "POSTED TO GLEXTRCT.DAT AS SALEPRIN AND SALEINT"
                 TO REPORT-LINE
           ELSE
              MOVE "NOTHING SOLD - NOTHING POSTED TO THE GL"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
