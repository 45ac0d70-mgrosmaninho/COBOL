               88  AH-TYPE-CAPITALIZED    VALUE "C".
               88  AH-TYPE-REVERSAL       VALUE "V".
               88  AH-TYPE-NSF-FEE        VALUE "N".
      *> A prior-period adjustment: the date, in an accounting month
      *> already closed, the posting was meant for - AH-POST-DATE
      *> is then the business date, in an open month, the shared
      *> PERIODCHK routine moved it to. Zero on an ordinary
      *> posting; spaces on records written before the marker was
      *> carried.
           05  AH-ORIGINAL-DATE     PIC 9(8).
