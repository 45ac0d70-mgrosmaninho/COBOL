           05  NQ-STATUS            PIC X.
               88  NQ-PENDING            VALUE "P".
               88  NQ-DISPATCHED         VALUE "D".
      *> Addressed to a student who opted out - not sent, logged.
               88  NQ-SUPPRESSED         VALUE "S".
           05  NQ-DISPATCH-DATE     PIC 9(8).
