           05  PH-TO-CREDIT         PIC 9(6)V99.
           05  PH-REVERSED-FLAG     PIC X.
               88  PH-REVERSED           VALUE "Y".
      *> A prior-period adjustment: the date, in an accounting month
      *> already closed, the payment was meant for - PH-POST-DATE is
      *> then the business date, in an open month, the shared
      *> PERIODCHK routine moved it to. Zero on an ordinary posting.
           05  PH-ORIGINAL-DATE     PIC 9(8).
