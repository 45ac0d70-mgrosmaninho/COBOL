      ****************************************************************
      * MARKREC - RECORD LAYOUT FOR THE COMPONENT MARKS FILE, KEYED ON
      * STUDENT-ID/COURSE-CODE/TERM-CODE/COMPONENT AND ENTERED
      * THROUGH MARK-ENTRY. ONE RECORD PER MARK A STUDENT HAS BEEN
      * GIVEN ON ONE COMPONENT OF THE COURSE'S ASSESSMENT SCHEME, AS
      * A PERCENTAGE. A COMPONENT WITH NO RECORD IS NOT YET MARKED.
      ****************************************************************
       01  COMPONENT-MARK-RECORD.
           05  MK-MARK-KEY.
               10  MK-STUDENT-ID    PIC 9(6).
               10  MK-COURSE-CODE   PIC X(4).
               10  MK-TERM-CODE     PIC X(6).
               10  MK-COMPONENT-NO  PIC 9.
           05  MK-MARK              PIC 9(3)V9.
           05  MK-ENTERED-DATE      PIC 9(8).
           05  MK-ENTERED-BY        PIC X(8).
