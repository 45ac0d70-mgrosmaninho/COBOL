      * FILLS IN THE SUBSTITUTION VARIABLES - &NAME, &COURSE,
      * &TITLE, &TERM, &AMOUNT AND &DATE - SO CHANGING A SENTENCE
      * IN A NOTICE IS A FILE UPDATE INSTEAD OF A PROGRAM CHANGE.
      * LINE 000 OF A TEMPLATE, WHEN PRESENT, IS NOT PRINTED - IT
      * CLASSIFIES THE LETTER FOR THE CONTACT PREFERENCE CHECK.
      ****************************************************************
       01  LETTER-TEMPLATE-RECORD.
           05  LT-TEMPLATE-KEY.
               10  LT-TEMPLATE-ID   PIC X(8).
               10  LT-LINE-NUMBER   PIC 9(3).
      *> A line carrying &EXAMS prints instead as the student's exam
      *> timetable for the term, one line per exam; a line carrying
      *> &PLAN prints the student's payment plan installments for it.
           05  LT-LINE-TEXT         PIC X(70).
      *> Line 000: the message category (A academic, B billing,
      *> C collections, M marketing) and whether the letter is a
      *> legally required notice that goes out despite an opt-out.
           05  LT-HEADER-TEXT REDEFINES LT-LINE-TEXT.
               10  LT-CATEGORY      PIC X.
               10  LT-LEGAL-NOTICE  PIC X.
                   88  LT-LEGALLY-REQUIRED   VALUE "Y".
               10  FILLER           PIC X(68).
