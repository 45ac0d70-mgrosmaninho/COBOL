      ****************************************************************
      * EXAMTT - RECORD LAYOUT FOR THE STUDENT EXAM TIMETABLE FILE,
      * KEYED ON STUDENT-ID/TERM-CODE/EXAM-DATE/SLOT/COURSE-CODE SO
      * A STUDENT'S EXAMS READ BACK IN THE ORDER THEY ARE SAT.
      * REBUILT FOR A TERM BY EACH EXAM-CLASH-RPT RUN FROM THE EXAM
      * SCHEDULE AND THE ENROLLMENT FILE; THE SHARED LETTERGEN
      * ROUTINE MERGES A STUDENT'S LINES INTO A NOTICE WHEREVER A
      * TEMPLATE LINE CARRIES &EXAMS.
      ****************************************************************
       01  EXAM-TIMETABLE-RECORD.
           05  ET-TIMETABLE-KEY.
               10  ET-STUDENT-ID    PIC 9(6).
               10  ET-TERM-CODE     PIC X(6).
               10  ET-EXAM-DATE     PIC 9(8).
               10  ET-SLOT          PIC 9.
               10  ET-COURSE-CODE   PIC X(4).
           05  ET-COURSE-TITLE      PIC X(30).
           05  ET-ROOM              PIC X(8).
      *> Why the exam is on the clash report - blank when it is not.
           05  ET-CLASH-FLAG        PIC X.
               88  ET-NO-CLASH           VALUE SPACE.
               88  ET-SLOT-CLASH         VALUE "S".
               88  ET-DAY-OVERLOAD       VALUE "D".
