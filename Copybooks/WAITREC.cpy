      ****************************************************************
      * WAITREC - RECORD LAYOUT FOR THE COURSE WAITLIST FILE. ONE
      * RECORD PER STUDENT WAITING ON A FULL SECTION OF A COURSE FOR
      * A TERM, KEYED ON COURSE/TERM/SECTION/SEQUENCE SO EACH
      * SECTION'S QUEUE IS SERVED IN THE ORDER STUDENTS WERE
      * WAITLISTED. WHEN A SEAT IS FREED THE LOWEST SEQUENCE ON FILE
      * FOR THAT COURSE, TERM AND SECTION IS PROMOTED.
      ****************************************************************
       01  WAITLIST-RECORD.
           05  WL-WAIT-KEY.
               10  WL-COURSE-CODE   PIC X(4).
               10  WL-TERM-CODE     PIC X(6).
               10  WL-SECTION-NO    PIC 9(2).
               10  WL-SEQUENCE      PIC 9(4).
           05  WL-STUDENT-ID        PIC 9(6).
           05  WL-WAIT-DATE         PIC 9(8).
