       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLAMT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED AMOUNT-DUE ROUTINE, IN THE STYLE OF
      * DPDBUCKT. GIVEN A PORTFOLIO ACCOUNT'S BALANCES AND REPAYMENT
      * CONTRACT AND A DUE DATE, IT RETURNS THE BALANCE AND THE
      * AMOUNT BILLED FOR THAT DUE DATE: NOTHING BEFORE THE FIRST
      * INSTALLMENT, THE ACCRUED INTEREST ONLY DURING AN
      * INTEREST-ONLY DEFERRAL, THE SCHEDULED INSTALLMENT UP TO THE
      * MATURITY DATE, AND THE WHOLE BALANCE ON THE LAST INSTALLMENT
      * OR ON AN ACCOUNT WITH NO CONTRACT ON FILE. THE DUE NOTICE,
      * THE CONSOLIDATED BILL AND THE CONSOLIDATED PAYMENT SPLIT ALL
      * ASK HERE, SO THE THREE NEVER DISAGREE ABOUT WHAT IS OWED.
      ****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-PRINCIPAL             PIC 9(5).
       01  LK-ACCRUED-INTEREST      PIC 9(8)V99.
       01  LK-SCHEDULED-PAYMENT     PIC 9(6)V99.
       01  LK-FIRST-PAYMENT-DATE    PIC 9(8).
       01  LK-MATURITY-DATE         PIC 9(8).
       01  LK-DEFERRAL-START-DATE   PIC 9(8).
       01  LK-DUE-DATE              PIC 9(8).
       01  LK-BALANCE-DUE           PIC 9(8)V99.
       01  LK-AMOUNT-DUE            PIC 9(8)V99.

       PROCEDURE DIVISION USING LK-PRINCIPAL LK-ACCRUED-INTEREST
             LK-SCHEDULED-PAYMENT LK-FIRST-PAYMENT-DATE
             LK-MATURITY-DATE LK-DEFERRAL-START-DATE LK-DUE-DATE
             LK-BALANCE-DUE LK-AMOUNT-DUE.
       0000-MAIN.
           COMPUTE LK-BALANCE-DUE =
              LK-PRINCIPAL + LK-ACCRUED-INTEREST.
           EVALUATE TRUE
              *> Nothing is owed before the contract's first
              *> installment, unless a modification deferred the
              *> principal - then the interest is billed from the
              *> deferral's first due date.
              WHEN LK-DUE-DATE < LK-FIRST-PAYMENT-DATE
                 AND (LK-DEFERRAL-START-DATE = ZERO
                    OR LK-DUE-DATE < LK-DEFERRAL-START-DATE)
                 MOVE ZERO TO LK-AMOUNT-DUE
              WHEN LK-DUE-DATE < LK-FIRST-PAYMENT-DATE
                 MOVE LK-ACCRUED-INTEREST TO LK-AMOUNT-DUE
              WHEN LK-SCHEDULED-PAYMENT NOT = ZERO
                 AND LK-SCHEDULED-PAYMENT < LK-BALANCE-DUE
                 AND LK-DUE-DATE < LK-MATURITY-DATE
                 MOVE LK-SCHEDULED-PAYMENT TO LK-AMOUNT-DUE
              WHEN OTHER
                 MOVE LK-BALANCE-DUE TO LK-AMOUNT-DUE
           END-EVALUATE.
           GOBACK.
