      ****************************************************************
      * OVLDREC - RECORD LAYOUT FOR THE CREDIT OVERLOAD APPROVALS
      * FILE, KEYED ON STUDENT-ID/TERM AND MAINTAINED BY
      * OVERLOAD-MAINT. ONE RECORD PER STUDENT ALLOWED TO CARRY MORE
      * THAN THE LOADLIM MAXIMUM IN A TERM, GIVING THE CREDIT HOURS
      * THE STUDENT MAY GO UP TO AND WHO APPROVED IT. STUDENT-ENROLL
      * REFUSES AN ENROLLMENT THAT TAKES THE TERM LOAD PAST THE
      * MAXIMUM UNLESS ONE IS ON FILE.
      ****************************************************************
       01  OVERLOAD-RECORD.
           05  OV-OVERLOAD-KEY.
               10  OV-STUDENT-ID    PIC 9(6).
               10  OV-TERM-CODE     PIC X(6).
      *> The highest term load, in credit hours, the student may
      *> enroll up to.
           05  OV-APPROVED-HOURS    PIC 9(2).
           05  OV-REASON            PIC X(30).
           05  OV-APPROVED-DATE     PIC 9(8).
           05  OV-APPROVED-BY       PIC X(8).
