      ****************************************************************
      * TCHPAY - RECORD LAYOUT FOR THE SESSIONAL PAY INTERFACE FILE
      * WRITTEN BY TEACH-LOAD-BATCH FOR PAYROLL. FIXED FORMAT: ONE
      * HEADER RECORD CARRYING THE TERM AND RUN DATE, ONE DETAIL
      * RECORD PER INSTRUCTOR DUE SESSIONAL PAY FOR THE TERM, AND A
      * TRAILER CARRYING THE DETAIL COUNT AND THE PAY TOTAL, SO
      * PAYROLL CAN PROVE THE FILE IS COMPLETE BEFORE IT IS LOADED.
      ****************************************************************
       01  TEACH-PAY-RECORD.
           05  TY-RECORD-TYPE       PIC X.
               88  TY-HEADER             VALUE "H".
               88  TY-DETAIL             VALUE "D".
               88  TY-TRAILER            VALUE "T".
           05  TY-TERM-CODE         PIC X(6).
           05  TY-DETAIL-DATA.
               10  TY-INSTRUCTOR-ID PIC 9(4).
               10  TY-SURNAME       PIC X(10).
               10  TY-FORENAME      PIC X(10).
               10  TY-DEPARTMENT    PIC X(10).
               10  TY-CATEGORY      PIC X(2).
               10  TY-SECTIONS      PIC 9(3).
               10  TY-CONTACT-HOURS PIC 9(4)V99.
               10  TY-SECTION-PAY   PIC 9(7)V99.
               10  TY-HOURLY-PAY    PIC 9(7)V99.
               10  TY-TOTAL-PAY     PIC 9(7)V99.
      *> "Y" when the load is over the category maximum - payroll
      *> holds the payment until the dean signs it off.
               10  TY-OVERLOAD      PIC X.
           05  TY-HEADER-DATA REDEFINES TY-DETAIL-DATA.
               10  TY-H-RUN-DATE    PIC 9(8).
               10  FILLER           PIC X(65).
           05  TY-TRAILER-DATA REDEFINES TY-DETAIL-DATA.
               10  TY-T-COUNT       PIC 9(6).
               10  TY-T-TOTAL-PAY   PIC 9(10)V99.
               10  FILLER           PIC X(55).
