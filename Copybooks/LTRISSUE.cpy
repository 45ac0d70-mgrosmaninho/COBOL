      ****************************************************************
      * LTRISSUE - RECORD LAYOUT FOR THE LETTERS-ISSUED LOG. THE
      * SHARED LETTERGEN ROUTINE APPENDS ONE RECORD FOR EVERY LETTER
      * IT ACTUALLY WRITES TO LETTERS.PRT - WHICH TEMPLATE, TO WHICH
      * STUDENT, ABOUT WHICH COURSE, TERM AND AMOUNT, AND WHEN - SO
      * "WHAT HAVE WE SENT THIS STUDENT" IS ANSWERED FROM A FILE
      * INSTEAD OF FROM A PRINT FILE THE NEXT RUN OVERWRITES.
      ****************************************************************
       01  LETTER-ISSUE-RECORD.
           05  LI-ISSUE-DATE        PIC 9(8).
           05  LI-STUDENT-ID        PIC 9(6).
           05  LI-TEMPLATE-ID       PIC X(8).
           05  LI-COURSE-CODE       PIC X(4).
           05  LI-TERM-CODE         PIC X(6).
           05  LI-AMOUNT            PIC 9(6)V99.
           05  LI-LINE-COUNT        PIC 9(4).
