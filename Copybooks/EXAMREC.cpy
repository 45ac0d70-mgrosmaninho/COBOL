      ****************************************************************
      * EXAMREC - RECORD LAYOUT FOR THE FINAL EXAMINATION SCHEDULE,
      * KEYED ON COURSE-CODE/TERM-CODE AND MAINTAINED BY EXAM-MAINT.
      * ONE RECORD PER COURSE EXAMINED IN A TERM - THE EXAM DATE,
      * THE SLOT ON THAT DATE AND THE ROOM FROM THE ROOM MASTER.
      * EXAM-CLASH-RPT READS IT AGAINST THE ENROLLMENT FILE TO FIND
      * STUDENTS WITH TWO EXAMS IN ONE SLOT OR THREE ON ONE DAY
      * BEFORE THE TIMETABLE IS PUBLISHED - THE TIMETABLE USED TO
      * LIVE ON A SPREADSHEET NOBODY COULD CHECK.
      ****************************************************************
       01  EXAM-RECORD.
           05  EX-EXAM-KEY.
               10  EX-COURSE-CODE   PIC X(4).
               10  EX-TERM-CODE     PIC X(6).
           05  EX-EXAM-DATE         PIC 9(8).
      *> Three sittings a day - morning 0900, afternoon 1330 and
      *> evening 1800.
           05  EX-SLOT              PIC 9.
               88  EX-MORNING            VALUE 1.
               88  EX-AFTERNOON          VALUE 2.
               88  EX-EVENING            VALUE 3.
               88  EX-SLOT-VALID         VALUES 1 THRU 3.
           05  EX-ROOM              PIC X(8).
           05  EX-OPERATOR          PIC X(8).
           05  EX-UPDATED-DATE      PIC 9(8).
