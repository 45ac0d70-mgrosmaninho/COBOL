      ****************************************************************
      * SECTREC - RECORD LAYOUT FOR THE COURSE SECTION TIMETABLE
      * FILE, KEYED ON COURSE-CODE/TERM-CODE/SECTION-NO AND
      * MAINTAINED THROUGH COURSE-MAINT (SECTION-ROLL COPIES A
      * TERM'S SECTIONS FORWARD TO THE NEXT). ONE RECORD PER SECTION OF
      * A COURSE RUN IN THE TERM, CARRYING WHEN AND WHERE THAT
      * SECTION MEETS - MEETING DAYS AS SEVEN MONDAY-TO-SUNDAY COLUMNS
      * ("-" MEANS NO MEETING THAT DAY), START AND END TIMES AS
      * 24-HOUR HHMM, THE ROOM AND THE INSTRUCTOR - SO
      * STUDENT-ENROLL CAN REJECT A MEETING-TIME CLASH BEFORE THE
      * COMPLAINT ARRIVES - AND HOW MANY SEATS THE SECTION HAS, SO
      * CAPACITY AND THE WAITLIST ARE KEPT PER SECTION.
      ****************************************************************
       01  COURSE-SECTION-RECORD.
           05  CS-SECTION-KEY.
               10  CS-COURSE-CODE   PIC X(4).
               10  CS-TERM-CODE     PIC X(6).
               10  CS-SECTION-NO    PIC 9(2).
           05  CS-MEETING-DAYS.
               10  CS-MEET-DAY      PIC X OCCURS 7 TIMES.
           05  CS-START-TIME        PIC 9(4).
           05  CS-END-TIME          PIC 9(4).
           05  CS-ROOM              PIC X(8).
           05  CS-INSTRUCTOR-ID     PIC 9(4).
      *> Seats offered in this section; the sections of a course
      *> between them replace the single course-wide capacity.
           05  CS-SEAT-LIMIT        PIC 9(3).
      *> Date COURSE-MAINT's cance(X) transaction killed the course
      *> for the term; zero while the section runs. A cancelled
      *> section books no room and is paid no teaching load.
           05  CS-CANCELLED-DATE    PIC 9(8).
