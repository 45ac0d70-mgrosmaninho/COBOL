      ****************************************************************
      * FISCPER - RECORD LAYOUT FOR THE FISCAL PERIOD FILE, KEYED ON
      * THE ACCOUNTING MONTH (YYYYMM). A MONTH WITH NO RECORD HAS
      * NEVER BEEN CLOSED AND IS OPEN. PERIOD-MAINT CLOSES A MONTH
      * ONCE THE ACCOUNTANTS HAVE REPORTED IT - AND REOPENS IT -
      * ONLY UNDER A SUPERVISOR SIGN-ON, AND THE SHARED PERIODCHK
      * ROUTINE MOVES ANY POSTING DATED INTO A CLOSED MONTH FORWARD
      * INTO THE NEXT OPEN ONE AS A PRIOR-PERIOD ADJUSTMENT.
      ****************************************************************
       01  FISCAL-PERIOD-RECORD.
           05  FP-PERIOD             PIC 9(6).
           05  FP-STATUS             PIC X.
               88  FP-PERIOD-OPEN          VALUE "O".
               88  FP-PERIOD-CLOSED        VALUE "C".
           05  FP-CLOSED-BY          PIC X(8).
           05  FP-CLOSED-DATE        PIC 9(8).
      *> The last reopening, if the month has ever been reopened.
           05  FP-REOPENED-BY        PIC X(8).
           05  FP-REOPENED-DATE      PIC 9(8).
