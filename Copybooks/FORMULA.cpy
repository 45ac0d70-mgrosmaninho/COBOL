      ****************************************************************
      * FORMULA - NAMED FORMULA LIBRARY FOR THE CALCULATORS, KEYED
      * BY FORMULA NAME. A FORMULA TAKES UP TO FOUR NAMED INPUTS AND
      * RUNS UP TO SIX STEPS, EACH ONE A SINGLE CALCULATOR OPERATION
      * (+ - * / % ^). AN OPERAND IS AN (I)NPUT BY NUMBER, THE
      * (R)ESULT OF AN EARLIER STEP BY NUMBER, OR A (C)ONSTANT. THE
      * RESULT OF THE LAST STEP IS THE RESULT OF THE FORMULA.
      ****************************************************************
       01  FORMULA-RECORD.
           05  FM-FORMULA-NAME         PIC X(12).
           05  FM-DESCRIPTION          PIC X(30).
           05  FM-INPUT-COUNT          PIC 9.
           05  FM-INPUT-NAME           PIC X(12) OCCURS 4 TIMES.
           05  FM-STEP-COUNT           PIC 9.
           05  FM-STEP                 OCCURS 6 TIMES.
               10  FM-OPERAND-1.
                   15  FM-OPD1-TYPE    PIC X.
                   15  FM-OPD1-REF     PIC 9.
                   15  FM-OPD1-CONST   PIC S9(5)V99
                         SIGN LEADING SEPARATE CHARACTER.
               10  FM-OPERATOR         PIC X.
               10  FM-OPERAND-2.
                   15  FM-OPD2-TYPE    PIC X.
                   15  FM-OPD2-REF     PIC 9.
                   15  FM-OPD2-CONST   PIC S9(5)V99
                         SIGN LEADING SEPARATE CHARACTER.
