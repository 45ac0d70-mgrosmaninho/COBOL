      * TAKING MORE THAN ONE COURSE NO LONGER NEEDS A SECOND MASTER
      * RECORD. KEYED ON STUDENT-ID/COURSE-CODE/TERM-CODE WITH AN
      * ALTERNATE INDEX ON COURSE-CODE FOR THE COURSE-DRIVEN
      * REPORTS. THE SECTION THE STUDENT SITS IN IS CARRIED ON THE
      * RECORD RATHER THAN IN THE KEY, SINCE A STUDENT TAKES ONLY
      * ONE SECTION OF A COURSE IN A TERM.
      ****************************************************************
       01  ENROLLMENT-RECORD.
           05  EN-ENROLL-KEY.
               10  EN-COURSE-CODE   PIC X(4).
               10  EN-TERM-CODE     PIC X(6).
           05  EN-ENROLL-DATE       PIC 9(8).
      *> Section of the course the student is placed in; 01 for a
      *> course run as a single section.
           05  EN-SECTION-NO        PIC 9(2).
