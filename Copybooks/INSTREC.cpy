           05  IN-DEPARTMENT        PIC X(10).
           05  IN-PHONE             PIC X(12).
           05  IN-EMAIL             PIC X(30).
      *> Pay category on the teaching pay rate table (TCHRATE.DAT),
      *> which sets the sessional rates and the maximum load.
           05  IN-CATEGORY          PIC X(2).
