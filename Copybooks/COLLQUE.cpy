      ****************************************************************
      * COLLQUE - RECORD LAYOUT FOR THE COLLECTION WORK QUEUE, KEYED
      * ON THE ACCOUNT ID, WITH AN ALTERNATE KEY (CQ-WORK-KEY) THAT
      * READS EACH COLLECTOR'S QUEUE IN THE ORDER IT IS TO BE
      * WORKED: BROKEN PROMISES FIRST, THEN THE OPEN ACCOUNTS, THEN
      * THE ACCOUNTS WAITING ON A PROMISE, AND WITHIN EACH CLASS THE
      * MOST DAYS PAST DUE AND THEN THE LARGEST BALANCE FIRST (THE
      * INVERSE FIELDS MAKE AN ASCENDING KEY READ DESCENDING).
      * COLLQUE-BATCH REBUILDS IT EVERY DAY FROM THE DELINQUENT
      * ACCOUNTS, COLL-MAINT RECORDS THE WORK AGAINST IT AND
      * PROMISE-BATCH PUTS A BROKEN PROMISE BACK ON TOP.
      ****************************************************************
       01  COLLECTION-QUEUE-RECORD.
           05  CQ-ACCOUNT-ID        PIC 9(6).
           05  CQ-WORK-KEY.
               10  CQ-COLLECTOR     PIC X(8).
               10  CQ-PRIORITY-CLASS PIC 9.
                   88  CQ-CLASS-BROKEN    VALUE 1.
                   88  CQ-CLASS-OPEN      VALUE 2.
                   88  CQ-CLASS-PROMISED  VALUE 3.
               10  CQ-DAYS-INVERSE  PIC 9(5).
               10  CQ-BALANCE-INVERSE PIC 9(8)V99.
           05  CQ-DAYS-PAST-DUE     PIC 9(5).
           05  CQ-BUCKET            PIC 9.
           05  CQ-BALANCE           PIC 9(8)V99.
      *> The business date of the build that last found the account
      *> delinquent - an entry the day's build did not touch has
      *> come current or closed and is dropped.
           05  CQ-QUEUE-DATE        PIC 9(8).
           05  CQ-STATUS            PIC X.
               88  CQ-STATUS-OPEN        VALUE "O".
               88  CQ-STATUS-PROMISED    VALUE "P".
               88  CQ-STATUS-BROKEN      VALUE "B".
           05  CQ-PROMISE-DATE      PIC 9(8).
           05  CQ-ATTEMPTS          PIC 9(3).
           05  CQ-LAST-CONTACT-DATE PIC 9(8).
           05  CQ-LAST-OUTCOME      PIC X(2).
