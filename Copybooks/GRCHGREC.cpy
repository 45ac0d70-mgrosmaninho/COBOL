      ****************************************************************
      * GRCHGREC - RECORD LAYOUT FOR THE GRADE CHANGE REQUEST FILE,
      * KEYED ON STUDENT-ID/COURSE-CODE/TERM-CODE/SEQUENCE AND
      * WORKED BY GRADE-CHANGE. ONCE TERM-GPA-BATCH HAS CLOSED A
      * TERM, A GRADE ON IT IS ONLY CHANGED THROUGH A REQUEST: RAISED
      * WITH A REASON CODE, APPROVED OR REJECTED BY A SECOND OPERATOR
      * AT A HIGHER AUTHORIZATION LEVEL, AND ON APPROVAL APPLIED TO
      * THE GRADE FILE WITH THE STUDENT'S GPA RECOMPUTED. THE RECORD
      * KEEPS THE GPA BEFORE AND AFTER FOR THE GRADE-CHANGE REGISTER
      * - A CLOSED GRADE USED TO BE OVERWRITTEN IN GRADE-ENTRY WITH
      * NO REASON, NO APPROVAL AND GPA.DAT LEFT OUT OF STEP.
      ****************************************************************
       01  GRADE-CHANGE-RECORD.
           05  GQ-REQUEST-KEY.
               10  GQ-STUDENT-ID    PIC 9(6).
               10  GQ-COURSE-CODE   PIC X(4).
               10  GQ-TERM-CODE     PIC X(6).
               10  GQ-SEQUENCE      PIC 9(2).
           05  GQ-OLD-GRADE         PIC X(2).
           05  GQ-NEW-GRADE         PIC X(2).
           05  GQ-REASON-CODE       PIC X(4).
               88  GQ-CALCULATION-ERROR  VALUE "CALC".
               88  GQ-CLERICAL-ERROR     VALUE "CLER".
               88  GQ-INCOMPLETE-DONE    VALUE "INCP".
               88  GQ-ACADEMIC-APPEAL    VALUE "APPL".
               88  GQ-LATE-WORK          VALUE "LATE".
               88  GQ-REASON-VALID       VALUES "CALC" "CLER" "INCP"
                                                "APPL" "LATE".
           05  GQ-REASON-TEXT       PIC X(40).
           05  GQ-STATUS            PIC X.
               88  GQ-PENDING            VALUE "P".
               88  GQ-APPLIED            VALUE "A".
               88  GQ-REJECTED           VALUE "R".
           05  GQ-REQUESTED-BY      PIC X(8).
           05  GQ-REQUEST-LEVEL     PIC 9.
           05  GQ-REQUEST-DATE      PIC 9(8).
           05  GQ-DECIDED-BY        PIC X(8).
           05  GQ-DECISION-DATE     PIC 9(8).
           05  GQ-OLD-TERM-GPA      PIC 9V99.
           05  GQ-NEW-TERM-GPA      PIC 9V99.
           05  GQ-OLD-CUM-GPA       PIC 9V99.
           05  GQ-NEW-CUM-GPA       PIC 9V99.
