      * CH-NUM1-SOURCE SHOWS WHERE THE FIRST OPERAND CAME FROM -
      * (K)EYED, (P)REVIOUS RESULT, OR (M)EMORY RECALL - SO A
      * MULTI-STEP CHAIN OF CALCULATIONS CAN BE RECONSTRUCTED END
      * TO END. A STEP OF A NAMED FORMULA IS LOGGED WITH SOURCE
      * (F)ORMULA, THE FORMULA NAME AND THE STEP NUMBER; A PLAIN
      * CALCULATION LEAVES THE NAME BLANK AND THE STEP ZERO.
      ****************************************************************
       01  CALC-HISTORY-RECORD.
           05  CH-TIMESTAMP.
           05  CH-NUM2    PIC S9(5)V99 SIGN LEADING SEPARATE CHARACTER.
           05  CH-RESULT  PIC S9(9)V99 SIGN LEADING SEPARATE CHARACTER.
           05  CH-NUM1-SOURCE          PIC X.
           05  CH-FORMULA-NAME         PIC X(12).
           05  CH-FORMULA-STEP         PIC 9.
