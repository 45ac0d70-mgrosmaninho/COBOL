      ****************************************************************
      * ADVISED - RECORD LAYOUT FOR THE TERM ADVISING FILE, KEYED ON
      * STUDENT-ID/TERM AND MAINTAINED BY ADVISOR-MAINT. THE ADVISED
      * FLAG IS SET ONCE THE STUDENT HAS MET THEIR ADVISOR FOR THE
      * TERM; STUDENT-ENROLL REFUSES THE STUDENT'S ENROLLMENTS FOR
      * THE TERM UNTIL IT IS. A CLEARED FLAG STAYS ON FILE WITH WHO
      * CLEARED IT.
      ****************************************************************
       01  ADVISED-RECORD.
           05  AV-ADVISED-KEY.
               10  AV-STUDENT-ID    PIC 9(6).
               10  AV-TERM-CODE     PIC X(6).
           05  AV-ADVISED-FLAG      PIC X.
               88  AV-STUDENT-ADVISED    VALUE "Y".
      *> The advisor of record when the flag was set.
           05  AV-INSTRUCTOR-ID     PIC 9(4).
           05  AV-CHANGED-DATE      PIC 9(8).
           05  AV-CHANGED-BY        PIC X(8).
