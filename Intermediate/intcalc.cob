      *            REPAYMENT LOAN, SINCE NEARLY EVERYTHING WE SELL
      *            IS A LEVEL-PAYMENT LOAN AND THE LUMP-SUM MODES
      *            NEVER MATCHED WHAT A BORROWER ACTUALLY PAYS.
      * 15/10/26 - ADDED A MONTHLY LEVEL-PAYMENT MODE (MODE M): THE
      *            SAME ANNUITY REPAID IN TWELVE INSTALLMENTS A YEAR
      *            AT A TWELFTH OF THE ANNUAL RATE, WITH
      *            LK-TIME-LENGTH STILL IN YEARS - THE INSTALLMENT
      *            THE PORTFOLIO NOW CARRIES AND BILLS.
      ****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-GROWTH-FACTOR  PIC 9(3)V9(9) VALUE ZERO.
       01 WS-PERIOD-RATE    PIC 9(3)V9(9) VALUE ZERO.
       01 WS-MONTH-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-MONTHLY-RATE   PIC 9V9(12) VALUE ZERO.
       01 WS-MONTHLY-GROWTH PIC 9(9)V9(9) VALUE ZERO.

       LINKAGE SECTION.
       01 LK-PRINCIPAL       PIC 9(5).
          88 LK-DAILY-ACT-365           VALUE "A".
          88 LK-DAILY-30-360            VALUE "3".
          88 LK-LEVEL-PAYMENT           VALUE "L".
          88 LK-MONTHLY-PAYMENT         VALUE "M".
       01 LK-RESULT          PIC 9(6)V99.

       PROCEDURE DIVISION USING LK-PRINCIPAL LK-TIME-LENGTH
                          * WS-GROWTH-FACTOR)
                       / (WS-GROWTH-FACTOR - 1)
                 END-IF
              WHEN LK-MONTHLY-PAYMENT
                 *> The level payment again, but monthly: twelve
                 *> installments a year over LK-TIME-LENGTH years at
                 *> a twelfth of the annual rate. The growth factor
                 *> gets its own wider field - a long term at a high
                 *> rate compounds far past the annual one.
                 COMPUTE WS-MONTH-COUNT = LK-TIME-LENGTH * 12
                 COMPUTE WS-MONTHLY-RATE = LK-INTEREST-RATE / 1200
                 IF WS-MONTHLY-RATE = ZERO
                    COMPUTE LK-RESULT ROUNDED =
                       LK-PRINCIPAL / WS-MONTH-COUNT
                 ELSE
                    COMPUTE WS-MONTHLY-GROWTH =
                       (1 + WS-MONTHLY-RATE) ** WS-MONTH-COUNT
                    COMPUTE LK-RESULT ROUNDED =
                       (LK-PRINCIPAL * WS-MONTHLY-RATE
                          * WS-MONTHLY-GROWTH)
                       / (WS-MONTHLY-GROWTH - 1)
                 END-IF
              WHEN OTHER
                 *> Compounded annually: grow the principal by the
                 *> rate once per year over LK-TIME-LENGTH years,
