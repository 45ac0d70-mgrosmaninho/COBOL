      *> enrollment, so billing derives from what STUDENT-ENROLL
      *> actually recorded.
           05  CM-COURSE-FEE        PIC 9(5)V99.
      *> Credit hours one pass of the course is worth. STUDENT-ENROLL
      *> totals these per student and term into the term load, which
      *> decides full-time/half-time status and the overload limit.
           05  CM-CREDIT-HOURS      PIC 9(2).
