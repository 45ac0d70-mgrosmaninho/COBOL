      ****************************************************************
      * TAXXTR - RECORD LAYOUT FOR THE TUITION TAX STATEMENT EXTRACT
      * WRITTEN BY TAX-STMT FOR ELECTRONIC FILING. FIXED FORMAT: ONE
      * HEADER RECORD CARRYING THE TAX YEAR AND RUN DATE, ONE DETAIL
      * RECORD PER STUDENT STATEMENT, AND A TRAILER CARRYING THE
      * DETAIL COUNT AND THE AMOUNT TOTALS, SO THE RECEIVING SIDE
      * CAN PROVE THE FILE IS COMPLETE BEFORE IT IS FILED.
      ****************************************************************
       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE       PIC X.
               88  TX-HEADER             VALUE "H".
               88  TX-DETAIL             VALUE "D".
               88  TX-TRAILER            VALUE "T".
           05  TX-TAX-YEAR          PIC 9(4).
           05  TX-DETAIL-DATA.
               10  TX-STUDENT-ID    PIC 9(6).
               10  TX-NATIONAL-ID   PIC 9(9).
               10  TX-FORENAME      PIC X(10).
               10  TX-SURNAME       PIC X(10).
               10  TX-ADDRESS       PIC X(30).
               10  TX-CHARGES       PIC 9(8)V99.
               10  TX-PAYMENTS      PIC 9(8)V99.
               10  TX-AID           PIC 9(8)V99.
               10  TX-REFUNDS       PIC 9(8)V99.
      *> "Y" when the master carries the returned-mail flag - the
      *> statement was not mailed but the student is still filed.
               10  TX-ADDRESS-BAD   PIC X.
           05  TX-HEADER-DATA REDEFINES TX-DETAIL-DATA.
               10  TX-H-RUN-DATE    PIC 9(8).
               10  FILLER           PIC X(98).
           05  TX-TRAILER-DATA REDEFINES TX-DETAIL-DATA.
               10  TX-T-COUNT       PIC 9(6).
               10  TX-T-CHARGES     PIC 9(10)V99.
               10  TX-T-PAYMENTS    PIC 9(10)V99.
               10  TX-T-AID         PIC 9(10)V99.
               10  TX-T-REFUNDS     PIC 9(10)V99.
               10  FILLER           PIC X(52).
