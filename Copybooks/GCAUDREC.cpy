      ****************************************************************
      * GCAUDREC - AUDIT RECORD LAYOUT FOR THE GRADE CHANGE AUDIT
      * TRAIL (GRDCHG.LOG), IN THE SAME SHAPE AS THE STUDENT SIDE'S
      * AUDITREC. ONE RECORD IS WRITTEN FOR EVERY GRADE CHANGE
      * GRADE-CHANGE APPLIES, WITH THE APPROVING OPERATOR, THE
      * OPERATOR WHO RAISED IT, THE REASON CODE, A TIMESTAMP AND THE
      * GRADE, TERM GPA AND CUMULATIVE GPA BEFORE AND AFTER.
      ****************************************************************
       01  GRADE-AUDIT-RECORD.
           05  GCA-TIMESTAMP.
               10  GCA-DATE            PIC 9(8).
               10  GCA-TIME            PIC 9(8).
           05  GCA-OPERATOR            PIC X(8).
           05  GCA-REQUESTED-BY        PIC X(8).
           05  GCA-REASON-CODE         PIC X(4).
           05  GCA-STUDENT-ID          PIC 9(6).
           05  GCA-COURSE-CODE         PIC X(4).
           05  GCA-TERM-CODE           PIC X(6).
           05  GCA-BEFORE.
               10  GCA-B-GRADE         PIC X(2).
               10  GCA-B-TERM-GPA      PIC 9V99.
               10  GCA-B-CUM-GPA       PIC 9V99.
           05  GCA-AFTER.
               10  GCA-A-GRADE         PIC X(2).
               10  GCA-A-TERM-GPA      PIC 9V99.
               10  GCA-A-CUM-GPA       PIC 9V99.
