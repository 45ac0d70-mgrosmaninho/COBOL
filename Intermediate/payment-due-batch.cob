      *            WHOSE CREDIT ABSORBED A FEE. THE RECORD IS STILL
      *            WRITTEN EVEN AT A NET OF ZERO - IT IS WHAT STOPS
      *            A RERUN ASSESSING THE FEE TWICE.
      * 15/10/26 - EACH PAYMENT-DUE NOTICE NOW GOES THROUGH PREFCHK
      *            FOR THE BORROWER'S BILLING CONTACT PREFERENCE:
      *            EMAIL OR SMS PUTS IT ON THE ELECTRONIC EXTRACT
      *            INSTEAD OF DUENOTIC.PRT, AN OPT-OUT WITHHOLDS IT.
      *            THE FEE ITSELF IS ASSESSED EITHER WAY. THE TOTALS
      *            COUNT NOTICES SENT ELECTRONICALLY AND WITHHELD.
      * 15/10/26 - THE NOTICE NOW BILLS THE ACCOUNT'S SCHEDULED
      *            INSTALLMENT ALONGSIDE THE BALANCE, AND THE FULL
      *            BALANCE ONLY ON THE MATURITY DATE OR AFTER IT (OR
      *            ON AN ACCOUNT WITH NO CONTRACT ON FILE). NO NOTICE
      *            OR LATE FEE BEFORE THE FIRST PAYMENT DATE.
      * 15/10/26 - DURING AN INTEREST-ONLY DEFERRAL AGREED IN A LOAN
      *            MODIFICATION THE NOTICE BILLS THE ACCRUED
      *            INTEREST ONLY, UP TO THE NEW FIRST PAYMENT DATE.
      * 15/10/26 - A DUE DATE THAT FALLS INSIDE A FORBEARANCE OR
      *            DEFERMENT PERIOD ON FORBEAR.DAT (CHECKED THROUGH
      *            FORBCHK) GETS NO NOTICE AND NO LATE FEE. THE
      *            TOTALS COUNT THE ACCOUNTS PASSED OVER.
      * 15/10/26 - THE GRACE DAYS AND LATE FEE NOW COME FROM EACH
      *            ACCOUNT'S PRODUCT ON THE PRODUCT MASTER (THROUGH
      *            THE SHARED PRODLOOK ROUTINE) - A PRODUCT WITH A
      *            ZERO LATE FEE IS NEVER CHARGED ONE. LATEFEE.DAT
      *            STILL CARRIES THE NOTICE LEAD, AND ITS GRACE AND
      *            FEE STILL APPLY TO A PRODUCT NOT YET ON THE
      *            MASTER.
      * 15/10/26 - A LATE FEE DATED INTO AN ACCOUNTING MONTH ALREADY
      *            CLOSED ON FISCPER.DAT IS NOW FILED IN THE NEXT
      *            OPEN MONTH AS A PRIOR-PERIOD ADJUSTMENT (THROUGH
      *            THE SHARED PERIODCHK ROUTINE); THE ONE-FEE-A-MONTH
      *            GUARD COUNTS IT IN THE MONTH IT WAS MEANT FOR.
      * 15/10/26 - A BORROWER ENROLLED FOR CONSOLIDATED BILLING ON
      *            CONSBILL.DAT GETS ONE CONSOLIDATED BILL FOR ALL
      *            THEIR LOANS IN REPAYMENT, ON THE COMMON DUE DAY,
      *            INSTEAD OF A NOTICE PER ACCOUNT; THE LATE FEE IS
      *            JUDGED ON THE COMMON DUE DAY TOO. THE AMOUNT BILLED
      *            NOW COMES FROM THE SHARED BILLAMT ROUTINE.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT CONSOLIDATED-BILL-FILE ASSIGN TO "CONSBILL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-STUDENT-ID
              FILE STATUS IS WS-CONSBILL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "DUENOTIC.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTICE-STATUS.
           05  HX-AMOUNT-POSTED     PIC 9(6)V99.
           05  HX-BALANCE-AFTER     PIC 9(8)V99.
           05  HX-POSTING-TYPE      PIC X.
           05  HX-ORIGINAL-DATE     PIC 9(8).

       FD  LATE-FEE-CARD-FILE.
       COPY LATEFEE.

       FD  CONSOLIDATED-BILL-FILE.
       COPY CONSBILL.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-NOTICE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-CONSBILL-STATUS        PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-BILLS-SW          PIC X VALUE "Y".
           88  NO-MORE-BILLS                VALUE "N".
       01  WS-CONSBILL-FILE-SW       PIC X VALUE "N".
           88  CONSBILL-FILE-AVAILABLE      VALUE "Y".
       01  WS-CONSOLIDATED-SW        PIC X VALUE "N".
           88  ACCOUNT-CONSOLIDATED         VALUE "Y".
       01  WS-MORE-HISTORY-SW        PIC X VALUE "Y".
           88  NO-MORE-HISTORY              VALUE "N".

      *> The date a posting is filed under - the run date, unless
      *> that falls in a closed accounting month.
       01  WS-POST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           88  FEE-ALREADY-THIS-MONTH      VALUE "Y".

      *> Notice lead, grace and fee, with shipped fallbacks when no
      *> parameter card is on hand. The card's grace and fee only
      *> apply to a product not yet on the product master.
       01  WS-NOTICE-DAYS            PIC 9(2) VALUE 7.
       01  WS-CARD-GRACE-DAYS        PIC 9(2) VALUE 10.
       01  WS-CARD-LATE-FEE          PIC 9(3)V99 VALUE 25.00.
      *> The grace and fee of the account in hand.
       01  WS-GRACE-DAYS             PIC 9(2) VALUE ZERO.
       01  WS-LATE-FEE               PIC 9(3)V99 VALUE ZERO.
       COPY PRODRULE.
       01  WS-PRODUCT-FOUND-SW       PIC X VALUE "N".
           88  PRODUCT-ON-MASTER            VALUE "Y".
       01  WS-NET-FEE                PIC 9(3)V99 VALUE ZERO.

       01  WS-JOB-NAME               PIC X(8) VALUE "PAYDUE".
       01  WS-FEE-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-FEES             PIC 9(8)V99 VALUE ZERO.

       01  WS-PREF-PERSON-TYPE       PIC X VALUE "B".
       01  WS-PREF-PERSON-SEQ        PIC 9(2) VALUE ZERO.
       01  WS-PREF-CATEGORY          PIC X VALUE "B".
       01  WS-PREF-LEGAL-SW          PIC X VALUE "N".
       01  WS-PREF-SOURCE            PIC X(8) VALUE "PAYDUE".
       01  WS-PREF-ITEM              PIC X(12) VALUE "PAYMENT DUE".
       01  WS-PREF-TEXT              PIC X(60) VALUE SPACES.
       01  WS-PREF-ROUTE             PIC X VALUE "P".
           88  ROUTE-BY-POST                VALUE "P".
           88  ROUTE-WITHHELD               VALUE "N".
       01  WS-ELECTRONIC-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-WITHHELD-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-FORB-SW                PIC X VALUE "N".
           88  DUE-IN-FORBEARANCE           VALUE "Y".
       01  WS-FORB-ACCRUE-SW         PIC X VALUE "Y".
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-FORB-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-FORB-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-BALANCE-DUE            PIC 9(8)V99 VALUE ZERO.
       01  WS-AMOUNT-DUE             PIC 9(8)V99 VALUE ZERO.

      *> The accounts of the consolidated bill in hand, gathered
      *> before anything prints so the bill can be routed on its
      *> total.
       01  WS-CB-MAX                 PIC 9(2) VALUE 20.
       01  WS-CB-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-CB-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-CB-TABLE.
           05  WS-CB-ENTRY OCCURS 20 TIMES.
               10  WS-CB-ACCOUNT-ID  PIC 9(6).
               10  WS-CB-BALANCE     PIC 9(8)V99.
               10  WS-CB-INTEREST    PIC 9(8)V99.
               10  WS-CB-AMOUNT-DUE  PIC 9(8)V99.
               10  WS-CB-FORB-FLAG   PIC X(4).
       01  WS-CB-TOTAL-DUE           PIC 9(9)V99 VALUE ZERO.
       01  WS-CONSOL-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CONSOL-ITEM            PIC X(12) VALUE "CONSOL BILL".
       01  WS-STUDENT-PERSON-TYPE    PIC X VALUE "S".

       01  WS-BILL-HEADER.
           05  FILLER                PIC X(26) VALUE
               "CONSOLIDATED BILL STUDENT ".
           05  WS-H-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(8)  VALUE " DUE ON ".
           05  WS-H-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(10) VALUE " ACCOUNTS ".
           05  WS-H-ACCOUNTS         PIC Z9.
       01  WS-BILL-DETAIL.
           05  FILLER                PIC X(7)  VALUE "  ACCT ".
           05  WS-B-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " BAL ".
           05  WS-B-BALANCE          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(5)  VALUE " INT ".
           05  WS-B-INTEREST         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(5)  VALUE " PAY ".
           05  WS-B-AMOUNT-DUE       PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-B-FORB-FLAG        PIC X(4).
       01  WS-BILL-TOTAL.
           05  FILLER                PIC X(18) VALUE
               "  TOTAL TO PAY BY ".
           05  WS-BT-DUE-DATE        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-BT-TOTAL-DUE       PIC ZZZ,ZZZ,ZZ9.99.
      *> The one-line form of the bill for the electronic extract.
       01  WS-BILL-SUMMARY.
           05  FILLER                PIC X(15) VALUE
               "CONSOL BILL DUE".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-S-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(9)  VALUE " STUDENT ".
           05  WS-S-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " PAY ".
           05  WS-S-TOTAL-DUE        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NOTICE-DETAIL.
           05  FILLER                PIC X(7)  VALUE "DUE ON ".
           05  WS-N-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " ACCT ".
           05  WS-N-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(5)  VALUE " PAY ".
           05  WS-N-AMOUNT-DUE       PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(5)  VALUE " BAL ".
           05  WS-N-BALANCE          PIC ZZZ,ZZ9.99.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(20) VALUE
               "NOTICES PRINTED".
           05  WS-T-NOTICES          PIC Z(5)9.
       01  WS-TOTAL-LINE-1A.
           05  FILLER                PIC X(20) VALUE
               "NOTICES SENT ONLINE".
           05  WS-T-ELECTRONIC       PIC Z(5)9.
       01  WS-TOTAL-LINE-1B.
           05  FILLER                PIC X(20) VALUE
               "NOTICES WITHHELD".
           05  WS-T-WITHHELD         PIC Z(5)9.
       01  WS-TOTAL-LINE-1C.
           05  FILLER                PIC X(20) VALUE
               "IN FORBEARANCE".
           05  WS-T-FORBEARANCE      PIC Z(5)9.
       01  WS-TOTAL-LINE-1D.
           05  FILLER                PIC X(20) VALUE
               "CONSOLIDATED BILLS".
           05  WS-T-CONSOLIDATED     PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(20) VALUE
               "FEES ASSESSED".
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-FEE-COUNT.
           OPEN INPUT CONSOLIDATED-BILL-FILE.
           IF WS-CONSBILL-STATUS = "00"
              MOVE "Y" TO WS-CONSBILL-FILE-SW
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT FEE-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-DATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-PROCESS-ACCOUNTS.
           IF CONSBILL-FILE-AVAILABLE
              PERFORM 2500-PRINT-CONSOLIDATED-BILLS
              CLOSE CONSOLIDATED-BILL-FILE
           END-IF.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE FEE-REPORT-FILE.
           CLOSE NOTICE-FILE.
                       MOVE LF-NOTICE-DAYS TO WS-NOTICE-DAYS
                    END-IF
                    IF LF-GRACE-DAYS NUMERIC
                       MOVE LF-GRACE-DAYS TO WS-CARD-GRACE-DAYS
                    END-IF
                    IF LF-LATE-FEE NUMERIC
                       AND LF-LATE-FEE NOT = ZERO
                       MOVE LF-LATE-FEE TO WS-CARD-LATE-FEE
                    END-IF
              END-READ
              CLOSE LATE-FEE-CARD-FILE
       2100-WORK-ONE-ACCOUNT.
           *> This month's due date is the account's due day in the
           *> business month - due days are held to 1-28 at setup,
           *> so every month has the day. An account on a
           *> consolidated bill falls due on the bill's common day.
           PERFORM 2050-CHECK-CONSOLIDATED.
           MOVE WS-RUN-YEAR  TO WS-DUE-YEAR.
           MOVE WS-RUN-MONTH TO WS-DUE-MONTH.
           IF ACCOUNT-CONSOLIDATED
              MOVE CG-DUE-DAY TO WS-DUE-DAY
           ELSE
              MOVE PF-DUE-DAY TO WS-DUE-DAY
           END-IF.
           COMPUTE WS-DAYS-TO-DUE =
              FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
              - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           *> Nothing is owed before the contract's first installment,
           *> unless a modification deferred the principal - then the
           *> interest is billed from the deferral's first due date.
           *> Nothing is owed either for a due date that falls inside
           *> a forbearance or deferment period.
           CALL "FORBCHK" USING PF-ACCOUNT-ID WS-DUE-DATE
              WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
              WS-FORB-END-DATE.
           PERFORM 2150-LOAD-PRODUCT-RULES.
           EVALUATE TRUE
              WHEN WS-DUE-DATE < PF-FIRST-PAYMENT-DATE
                 AND (PF-DEFERRAL-START-DATE = ZERO
                    OR WS-DUE-DATE < PF-DEFERRAL-START-DATE)
                 CONTINUE
              WHEN DUE-IN-FORBEARANCE
                 ADD 1 TO WS-FORB-COUNT
              WHEN WS-DAYS-TO-DUE >= ZERO
                 AND WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
                 AND ACCOUNT-CONSOLIDATED
                 *> Billed on the consolidated bill instead.
                 CONTINUE
              WHEN WS-DAYS-TO-DUE >= ZERO
                 AND WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
                 PERFORM 2200-PRINT-DUE-NOTICE
              WHEN WS-DAYS-TO-DUE < ZERO
                 AND (ZERO - WS-DAYS-TO-DUE) > WS-GRACE-DAYS
                 AND PF-LAST-PAYMENT-DATE < WS-DUE-DATE
                 AND WS-LATE-FEE NOT = ZERO
                 PERFORM 2300-ASSESS-LATE-FEE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2050-CHECK-CONSOLIDATED.
           MOVE "N" TO WS-CONSOLIDATED-SW.
           IF CONSBILL-FILE-AVAILABLE
              AND PF-STUDENT-ID NOT = ZERO
              MOVE PF-STUDENT-ID TO CG-STUDENT-ID
              READ CONSOLIDATED-BILL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CG-ACTIVE
                       MOVE "Y" TO WS-CONSOLIDATED-SW
                    END-IF
              END-READ
           END-IF.

       2150-LOAD-PRODUCT-RULES.
           CALL "PRODLOOK" USING PF-PRODUCT-CODE PRODUCT-RULES
              WS-PRODUCT-FOUND-SW.
           IF PRODUCT-ON-MASTER
              MOVE PR-GRACE-DAYS TO WS-GRACE-DAYS
              MOVE PR-LATE-FEE   TO WS-LATE-FEE
           ELSE
              MOVE WS-CARD-GRACE-DAYS TO WS-GRACE-DAYS
              MOVE WS-CARD-LATE-FEE   TO WS-LATE-FEE
           END-IF.

       2200-PRINT-DUE-NOTICE.
           MOVE WS-DUE-DATE    TO WS-N-DUE-DATE.
           MOVE PF-ACCOUNT-ID  TO WS-N-ACCOUNT-ID.
           *> A deferral bills the accrued interest only. After it,
           *> the installment is billed until the maturity date; the
           *> last installment, or an account with no contract on
           *> file, bills the whole balance.
           CALL "BILLAMT" USING PF-PRINCIPAL PF-ACCRUED-INTEREST
              PF-SCHEDULED-PAYMENT PF-FIRST-PAYMENT-DATE
              PF-MATURITY-DATE PF-DEFERRAL-START-DATE WS-DUE-DATE
              WS-BALANCE-DUE WS-AMOUNT-DUE.
           MOVE WS-BALANCE-DUE TO WS-N-BALANCE.
           MOVE WS-AMOUNT-DUE  TO WS-N-AMOUNT-DUE.
           MOVE WS-NOTICE-DETAIL TO WS-PREF-TEXT.
           CALL "PREFCHK" USING WS-PREF-PERSON-TYPE PF-ACCOUNT-ID
              WS-PREF-PERSON-SEQ WS-PREF-CATEGORY WS-PREF-LEGAL-SW
              WS-PREF-SOURCE WS-PREF-ITEM WS-PREF-TEXT
              WS-PREF-ROUTE.
           EVALUATE TRUE
              WHEN ROUTE-BY-POST
                 ADD 1 TO WS-NOTICE-COUNT
                 MOVE WS-NOTICE-DETAIL TO NOTICE-LINE
                 WRITE NOTICE-LINE
              WHEN ROUTE-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-ELECTRONIC-COUNT
           END-EVALUATE.

       2300-ASSESS-LATE-FEE.
           *> One fee per account per month - the history file is
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
                       AND AH-TYPE-LATE-FEE
                       AND WS-HISTORY-MONTH = WS-RUN-MONTH-KEY
              OPEN OUTPUT HISTORY-EXTEND-FILE
           END-IF.
           MOVE PF-ACCOUNT-ID       TO HX-ACCOUNT-ID.
           MOVE WS-NET-FEE          TO HX-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO HX-BALANCE-AFTER.
           MOVE "F"                 TO HX-POSTING-TYPE.
           MOVE WS-RUN-DATE         TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              HX-POSTING-TYPE HX-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE        TO HX-POST-DATE.
           MOVE WS-ORIGINAL-DATE    TO HX-ORIGINAL-DATE.
           WRITE HISTORY-EXTEND-RECORD.
           IF WS-EXTEND-STATUS NOT = "00"
              DISPLAY "Unable to write fee history record, status "
           END-IF.
           CLOSE HISTORY-EXTEND-FILE.

       2500-PRINT-CONSOLIDATED-BILLS.
           *> One bill per enrolled borrower whose common due day
           *> falls inside the notice lead.
           MOVE "Y" TO WS-MORE-BILLS-SW.
           MOVE ZERO TO CG-STUDENT-ID.
           START CONSOLIDATED-BILL-FILE KEY IS >= CG-STUDENT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-BILLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-BILLS
              READ CONSOLIDATED-BILL-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-BILLS-SW
                 NOT AT END
                    IF CG-ACTIVE
                       MOVE WS-RUN-YEAR  TO WS-DUE-YEAR
                       MOVE WS-RUN-MONTH TO WS-DUE-MONTH
                       MOVE CG-DUE-DAY   TO WS-DUE-DAY
                       COMPUTE WS-DAYS-TO-DUE =
                          FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
                          - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       IF WS-DAYS-TO-DUE >= ZERO
                          AND WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
                          PERFORM 2600-GATHER-BILL-ACCOUNTS
                          IF WS-CB-COUNT > ZERO
                             PERFORM 2700-ISSUE-CONSOLIDATED-BILL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2600-GATHER-BILL-ACCOUNTS.
           *> Every loan of the borrower's in repayment goes on the
           *> bill. The portfolio has no student-id key, so it is
           *> read through from the top for each bill.
           MOVE ZERO TO WS-CB-COUNT WS-CB-TOTAL-DUE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO PF-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS >= PF-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF PF-STUDENT-ID = CG-STUDENT-ID
                       AND PF-ACCT-ACTIVE
                       AND PF-DUE-DAY NOT = ZERO
                       AND (PF-PRINCIPAL NOT = ZERO
                          OR PF-ACCRUED-INTEREST NOT = ZERO)
                       PERFORM 2650-ADD-BILL-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       2650-ADD-BILL-ACCOUNT.
           IF WS-CB-COUNT >= WS-CB-MAX
              DISPLAY "Warning: more than " WS-CB-MAX " loans for"
                 " student " CG-STUDENT-ID " - account "
                 PF-ACCOUNT-ID " left off the consolidated bill."
           ELSE
              ADD 1 TO WS-CB-COUNT
              CALL "FORBCHK" USING PF-ACCOUNT-ID WS-DUE-DATE
                 WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
                 WS-FORB-END-DATE
              CALL "BILLAMT" USING PF-PRINCIPAL PF-ACCRUED-INTEREST
                 PF-SCHEDULED-PAYMENT PF-FIRST-PAYMENT-DATE
                 PF-MATURITY-DATE PF-DEFERRAL-START-DATE WS-DUE-DATE
                 WS-BALANCE-DUE WS-AMOUNT-DUE
              *> Nothing is owed for a due date inside a forbearance
              *> or deferment period.
              IF DUE-IN-FORBEARANCE
                 MOVE ZERO   TO WS-AMOUNT-DUE
                 MOVE "FORB" TO WS-CB-FORB-FLAG (WS-CB-COUNT)
              ELSE
                 MOVE SPACES TO WS-CB-FORB-FLAG (WS-CB-COUNT)
              END-IF
              MOVE WS-CB-COUNT TO WS-CB-IDX
              MOVE PF-ACCOUNT-ID TO WS-CB-ACCOUNT-ID (WS-CB-IDX)
              MOVE WS-BALANCE-DUE TO WS-CB-BALANCE (WS-CB-IDX)
              MOVE PF-ACCRUED-INTEREST TO WS-CB-INTEREST (WS-CB-IDX)
              MOVE WS-AMOUNT-DUE TO WS-CB-AMOUNT-DUE (WS-CB-IDX)
              ADD WS-AMOUNT-DUE TO WS-CB-TOTAL-DUE
           END-IF.

       2700-ISSUE-CONSOLIDATED-BILL.
           *> The bill goes to the student's own billing preference,
           *> the way a single notice goes to the borrower's.
           MOVE WS-DUE-DATE     TO WS-S-DUE-DATE.
           MOVE CG-STUDENT-ID   TO WS-S-STUDENT-ID.
           MOVE WS-CB-TOTAL-DUE TO WS-S-TOTAL-DUE.
           MOVE WS-BILL-SUMMARY TO WS-PREF-TEXT.
           CALL "PREFCHK" USING WS-STUDENT-PERSON-TYPE CG-STUDENT-ID
              WS-PREF-PERSON-SEQ WS-PREF-CATEGORY WS-PREF-LEGAL-SW
              WS-PREF-SOURCE WS-CONSOL-ITEM WS-PREF-TEXT
              WS-PREF-ROUTE.
           ADD 1 TO WS-CONSOL-COUNT.
           EVALUATE TRUE
              WHEN ROUTE-BY-POST
                 ADD 1 TO WS-NOTICE-COUNT
                 PERFORM 2750-PRINT-CONSOLIDATED-BILL
              WHEN ROUTE-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-ELECTRONIC-COUNT
           END-EVALUATE.

       2750-PRINT-CONSOLIDATED-BILL.
           MOVE CG-STUDENT-ID TO WS-H-STUDENT-ID.
           MOVE WS-DUE-DATE   TO WS-H-DUE-DATE.
           MOVE WS-CB-COUNT   TO WS-H-ACCOUNTS.
           MOVE WS-BILL-HEADER TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                 UNTIL WS-CB-IDX > WS-CB-COUNT
              MOVE WS-CB-ACCOUNT-ID (WS-CB-IDX) TO WS-B-ACCOUNT-ID
              MOVE WS-CB-BALANCE (WS-CB-IDX)    TO WS-B-BALANCE
              MOVE WS-CB-INTEREST (WS-CB-IDX)   TO WS-B-INTEREST
              MOVE WS-CB-AMOUNT-DUE (WS-CB-IDX) TO WS-B-AMOUNT-DUE
              MOVE WS-CB-FORB-FLAG (WS-CB-IDX)  TO WS-B-FORB-FLAG
              MOVE WS-BILL-DETAIL TO NOTICE-LINE
              WRITE NOTICE-LINE
           END-PERFORM.
           MOVE WS-DUE-DATE     TO WS-BT-DUE-DATE.
           MOVE WS-CB-TOTAL-DUE TO WS-BT-TOTAL-DUE.
           MOVE WS-BILL-TOTAL TO NOTICE-LINE.
           WRITE NOTICE-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-T-NOTICES.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ELECTRONIC-COUNT TO WS-T-ELECTRONIC.
           MOVE WS-TOTAL-LINE-1A TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WITHHELD-COUNT TO WS-T-WITHHELD.
           MOVE WS-TOTAL-LINE-1B TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FORB-COUNT TO WS-T-FORBEARANCE.
           MOVE WS-TOTAL-LINE-1C TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONSOL-COUNT TO WS-T-CONSOLIDATED.
           MOVE WS-TOTAL-LINE-1D TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FEE-COUNT TO WS-T-FEES.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
