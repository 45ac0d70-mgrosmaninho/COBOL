               88  RX-STUDENT-ACTIVE     VALUE "A".
           05  RX-COURSE-CODE   PIC X(4).
           05  RX-TERM-CODE     PIC X(6).
      *> Section of the course the enrollment is in.
           05  RX-SECTION-NO    PIC 9(2).
