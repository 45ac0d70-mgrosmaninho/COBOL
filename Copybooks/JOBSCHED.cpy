      * FLAG, AND AN OPTIONAL PREDECESSOR JOB THAT MUST SHOW A
      * COMPLETE RECORD ON JOBLOG.DAT FOR THE BUSINESS DATE BEFORE
      * THIS JOB MAY RUN. WEEKLY AND MONTH-END WORK USED TO BE
      * LAUNCHED BY SOMEONE REMEMBERING. THE TARGET START AND
      * DEADLINE (HHMM, ZERO FOR NONE) ARE THE JOB'S SERVICE LEVEL,
      * CHECKED BY SLA-MONITOR AND SLA-RPT AGAINST JOBLOG.DAT.
      * JS-NEXT-DAY PUTS BOTH TIMES ON THE MORNING AFTER THE
      * BUSINESS DATE, FOR A WINDOW THAT OPENS AFTER MIDNIGHT.
      ****************************************************************
       01  JOB-SCHEDULE-RECORD.
           05  JS-JOB-NAME          PIC X(8).
           05  JS-HOLD-FLAG         PIC X.
               88  JS-HELD               VALUE "Y".
           05  JS-PREDECESSOR       PIC X(8).
      *> A deadline earlier than the target start falls the next
      *> morning, as for a nightly job that runs past midnight.
           05  JS-TARGET-START      PIC 9(4).
           05  JS-DEADLINE          PIC 9(4).
      *> "Y" when the whole window - target start and deadline - is
      *> after midnight, e.g. 0100 to 0400 for the night's business
      *> date. Anything else is the business date's own evening.
           05  JS-NEXT-DAY          PIC X.
               88  JS-WINDOW-NEXT-DAY    VALUE "Y".
