       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANTERM.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED REPAYMENT-CONTRACT ROUTINE. GIVEN A
      * PRINCIPAL, A TERM IN YEARS, AN ANNUAL RATE, A DUE DAY AND
      * THE DATE THE CONTRACT STARTS, IT RETURNS THE TERM IN MONTHS,
      * THE FIRST INSTALLMENT'S DUE DATE, THE MATURITY DATE AND THE
      * SCHEDULED MONTHLY INSTALLMENT, SO BOOKING A QUOTE AND
      * MAINTAINING AN ACCOUNT BY HAND ALWAYS AGREE ON THE CONTRACT.
      *
      * THE FIRST INSTALLMENT FALLS ON THE DUE DAY OF THE MONTH
      * AFTER THE START DATE; THE MATURITY DATE IS THE DUE DATE OF
      * THE LAST INSTALLMENT, TERM-MONTHS - 1 MONTHS AFTER THE
      * FIRST. THE INSTALLMENT ITSELF COMES FROM INTCALC MODE M.
      * A ZERO TERM RETURNS AN EMPTY CONTRACT.
      ****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CALC-MODE          PIC X VALUE "M".
       01  WS-DUE-DAY            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-INDEX        PIC 9(6) VALUE ZERO.
       01  WS-WORK-DATE          PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR      PIC 9(4).
           05  WS-WORK-MONTH     PIC 9(2).
           05  WS-WORK-DAY       PIC 9(2).

       LINKAGE SECTION.
       01  LK-PRINCIPAL          PIC 9(5).
       01  LK-TERM-YEARS         PIC 9(2).
       01  LK-INTEREST-RATE      PIC 9(3)V99.
       01  LK-DUE-DAY            PIC 9(2).
       01  LK-START-DATE         PIC 9(8).
       01  LK-TERM-MONTHS        PIC 9(3).
       01  LK-FIRST-PAYMENT-DATE PIC 9(8).
       01  LK-MATURITY-DATE      PIC 9(8).
       01  LK-SCHEDULED-PAYMENT  PIC 9(6)V99.

       PROCEDURE DIVISION USING LK-PRINCIPAL LK-TERM-YEARS
             LK-INTEREST-RATE LK-DUE-DAY LK-START-DATE
             LK-TERM-MONTHS LK-FIRST-PAYMENT-DATE LK-MATURITY-DATE
             LK-SCHEDULED-PAYMENT.
       0000-MAIN.
           MOVE ZERO TO LK-TERM-MONTHS LK-FIRST-PAYMENT-DATE
              LK-MATURITY-DATE LK-SCHEDULED-PAYMENT.
           IF LK-TERM-YEARS = ZERO
              GOBACK
           END-IF.
           *> The due-day cycle only runs 1 to 28 so every month has
           *> the day; anything else falls back to the 1st.
           MOVE LK-DUE-DAY TO WS-DUE-DAY.
           IF WS-DUE-DAY < 1 OR WS-DUE-DAY > 28
              MOVE 1 TO WS-DUE-DAY
           END-IF.
           COMPUTE LK-TERM-MONTHS = LK-TERM-YEARS * 12.

           *> Month arithmetic runs on a count of months since year
           *> zero: year * 12 + (month - 1). One month on from the
           *> start date is the first installment.
           MOVE LK-START-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTH-INDEX =
              WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1 + 1.
           PERFORM 1000-INDEX-TO-DATE.
           MOVE WS-WORK-DATE TO LK-FIRST-PAYMENT-DATE.

           COMPUTE WS-MONTH-INDEX =
              WS-MONTH-INDEX + LK-TERM-MONTHS - 1.
           PERFORM 1000-INDEX-TO-DATE.
           MOVE WS-WORK-DATE TO LK-MATURITY-DATE.

           CALL "INTCALC" USING LK-PRINCIPAL LK-TERM-YEARS
              LK-INTEREST-RATE WS-CALC-MODE LK-SCHEDULED-PAYMENT.
           GOBACK.

       1000-INDEX-TO-DATE.
           DIVIDE WS-MONTH-INDEX BY 12
              GIVING WS-WORK-YEAR REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           MOVE WS-DUE-DAY TO WS-WORK-DAY.
