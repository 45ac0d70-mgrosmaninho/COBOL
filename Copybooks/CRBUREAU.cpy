      ****************************************************************
      * CRBUREAU - RECORD LAYOUT FOR THE OUTBOUND CREDIT BUREAU FILE
      * WRITTEN BY CRBUREAU-BATCH. FIXED FORMAT: ONE HEADER RECORD
      * CARRYING THE REPORTING PERIOD AND WHETHER THIS IS THE
      * MONTHLY FILE OR A DISPUTE-CORRECTION RESUBMISSION, ONE BASE
      * RECORD PER REPORTED ACCOUNT WITH THE BORROWER'S IDENTITY
      * FROM THE STUDENT MASTER, ONE ASSOCIATE RECORD PER
      * CO-BORROWER OR GUARANTOR FOLLOWING ITS BASE RECORD, AND A
      * TRAILER CARRYING THE RECORD COUNTS AND THE BALANCE TOTAL SO
      * THE BUREAU CAN PROVE THE FILE IS COMPLETE.
      ****************************************************************
       01  CREDIT-BUREAU-RECORD.
           05  CR-RECORD-TYPE       PIC X.
               88  CR-HEADER             VALUE "H".
               88  CR-BASE               VALUE "B".
               88  CR-ASSOCIATE          VALUE "A".
               88  CR-TRAILER            VALUE "T".
           05  CR-BASE-DATA.
               10  CR-ACCOUNT-ID    PIC 9(6).
               10  CR-SURNAME       PIC X(10).
               10  CR-FORENAME      PIC X(10).
               10  CR-ADDRESS       PIC X(30).
               10  CR-NATIONAL-ID   PIC 9(9).
               10  CR-DATE-OF-BIRTH PIC 9(8).
      *> Open, closed paid-in-full, charged off, sold or
      *> transferred to another servicer, or open but in a
      *> forbearance or deferment period on the reporting date.
               10  CR-ACCOUNT-STATUS PIC X.
                   88  CR-STATUS-OPEN        VALUE "O".
                   88  CR-STATUS-CLOSED      VALUE "C".
                   88  CR-STATUS-CHARGED-OFF VALUE "X".
                   88  CR-STATUS-TRANSFERRED VALUE "T".
                   88  CR-STATUS-FORBEARANCE VALUE "F".
               10  CR-STATUS-DATE   PIC 9(8).
               10  CR-BALANCE       PIC 9(8)V99.
               10  CR-SCHEDULED-PAYMENT PIC 9(6)V99.
      *> 0 current, 1 30 days, 2 60 days, 3 90-plus - the DPDBUCKT
      *> bucket the aging report shows.
               10  CR-DPD-BUCKET    PIC 9.
               10  CR-LAST-PAYMENT-DATE PIC 9(8).
      *> "Y" on a record resubmitted to correct a dispute, with the
      *> bureau's own dispute reference.
               10  CR-CORRECTION-FLAG PIC X.
               10  CR-DISPUTE-REF   PIC X(10).
           05  CR-ASSOCIATE-DATA REDEFINES CR-BASE-DATA.
               10  CR-A-ACCOUNT-ID  PIC 9(6).
               10  CR-A-ROLE        PIC X.
                   88  CR-A-CO-BORROWER      VALUE "C".
                   88  CR-A-GUARANTOR        VALUE "G".
               10  CR-A-NAME        PIC X(20).
               10  CR-A-ADDRESS     PIC X(30).
               10  FILLER           PIC X(63).
           05  CR-HEADER-DATA REDEFINES CR-BASE-DATA.
               10  CR-H-REPORTER-ID PIC X(10).
               10  CR-H-RUN-DATE    PIC 9(8).
               10  CR-H-PERIOD      PIC 9(6).
               10  CR-H-FILE-TYPE   PIC X.
                   88  CR-H-MONTHLY          VALUE "M".
                   88  CR-H-CORRECTION       VALUE "C".
               10  FILLER           PIC X(95).
           05  CR-TRAILER-DATA REDEFINES CR-BASE-DATA.
               10  CR-T-BASE-COUNT  PIC 9(6).
               10  CR-T-ASSOC-COUNT PIC 9(6).
               10  CR-T-BALANCE     PIC 9(10)V99.
               10  FILLER           PIC X(96).
