      ****************************************************************
      * ASSESSCH - RECORD LAYOUT FOR THE ASSESSMENT SCHEME FILE,
      * KEYED ON THE COURSE CODE AND MAINTAINED BY ASSESS-MAINT. NAMES
      * THE COMPONENTS A COURSE IS MARKED ON (COURSEWORK, MIDTERM,
      * FINAL EXAM AND SO ON) AND THE WEIGHT EACH CARRIES IN THE FINAL
      * PERCENTAGE, SO MARK-GRADE-BATCH CAN WORK THE COURSE GRADE OUT
      * FROM THE MARKS INSTEAD OF AN INSTRUCTOR CONVERTING THEM BY
      * HAND. THE WEIGHTS OF A SCHEME ALWAYS TOTAL 100.
      ****************************************************************
       01  ASSESS-SCHEME-RECORD.
           05  AS-COURSE-CODE       PIC X(4).
           05  AS-COMPONENT-COUNT   PIC 9.
      *> Component n of the scheme is the MK-COMPONENT-NO n of the
      *> marks file.
           05  AS-COMPONENT OCCURS 6 TIMES.
               10  AS-COMP-NAME     PIC X(12).
               10  AS-COMP-WEIGHT   PIC 9(3).
           05  AS-UPDATED-DATE      PIC 9(8).
           05  AS-UPDATED-BY        PIC X(8).
