      ****************************************************************
      * FORMEVAL - PARAMETER AREA FOR THE SHARED FORMEVAL ROUTINE.
      * THE CALLER SETS THE FORMULA NAME AND ITS INPUT VALUES; THE
      * ROUTINE HANDS BACK THE DESCRIPTION, EVERY STEP AS IT WAS
      * WORKED (OPERANDS, OPERATOR AND RESULT) FOR THE CALLER TO LOG,
      * AND THE FORMULA RESULT. A NON-BLANK FE-REJECT-REASON MEANS
      * THE FORMULA COULD NOT BE WORKED AND NOTHING SHOULD BE LOGGED.
      ****************************************************************
       01  FORMULA-EVALUATION.
           05  FE-FORMULA-NAME         PIC X(12).
           05  FE-INPUT-VALUE          PIC S9(5)V99
                 SIGN LEADING SEPARATE CHARACTER OCCURS 4 TIMES.
           05  FE-DESCRIPTION          PIC X(30).
           05  FE-STEP-COUNT           PIC 9.
           05  FE-STEP                 OCCURS 6 TIMES.
               10  FE-S-NUM1           PIC S9(5)V99
                     SIGN LEADING SEPARATE CHARACTER.
               10  FE-S-OPERATOR       PIC X.
               10  FE-S-NUM2           PIC S9(5)V99
                     SIGN LEADING SEPARATE CHARACTER.
               10  FE-S-RESULT         PIC S9(9)V99
                     SIGN LEADING SEPARATE CHARACTER.
           05  FE-RESULT               PIC S9(9)V99
                 SIGN LEADING SEPARATE CHARACTER.
           05  FE-REJECT-REASON        PIC X(40).
