      ****************************************************************
      * LOADLIM - PARAMETER CARD GIVING THE TERM CREDIT-HOUR LOAD
      * THRESHOLDS, IN THE STYLE OF ABSLIM. A STUDENT WHOSE CREDIT
      * HOURS FOR A TERM REACH THE FULL-TIME FIGURE IS FULL-TIME,
      * ONE REACHING THE HALF-TIME FIGURE IS HALF-TIME, AND ANYONE
      * BELOW IS LESS THAN HALF-TIME. STUDENT-ENROLL REFUSES TO TAKE
      * A STUDENT PAST THE MAXIMUM LOAD UNLESS AN OVERLOAD APPROVAL
      * IS ON FILE. READ THROUGH THE SHARED LOADSTAT ROUTINE, AND CAN
      * BE TUNED WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  LOAD-LIMIT-RECORD.
           05  LL-FULL-TIME-HOURS      PIC 9(2).
           05  LL-HALF-TIME-HOURS      PIC 9(2).
           05  LL-MAX-LOAD-HOURS       PIC 9(2).
