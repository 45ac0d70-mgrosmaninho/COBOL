      ****************************************************************
      * ADVASGN - RECORD LAYOUT FOR THE ADVISOR ASSIGNMENT FILE,
      * KEYED ON STUDENT-ID/SEQUENCE AND MAINTAINED BY ADVISOR-MAINT.
      * ONE RECORD PER ASSIGNMENT OF AN INSTRUCTOR (IN-INSTRUCTOR-ID
      * ON INSTRUCT.DAT) AS A STUDENT'S ACADEMIC ADVISOR. A
      * REASSIGNMENT ENDS THE CURRENT RECORD AND FILES THE NEXT
      * SEQUENCE, SO THE ENDED RECORDS ARE THE HISTORY OF WHO HAS
      * ADVISED THE STUDENT. ADVISEE-RPT LISTS EACH ADVISOR'S
      * CURRENT ADVISEES FROM IT.
      ****************************************************************
       01  ADVISOR-RECORD.
           05  AD-ADVISOR-KEY.
               10  AD-STUDENT-ID    PIC 9(6).
               10  AD-SEQUENCE      PIC 9(3).
           05  AD-INSTRUCTOR-ID     PIC 9(4).
           05  AD-REASON            PIC X(30).
           05  AD-ASSIGNED-DATE     PIC 9(8).
           05  AD-ASSIGNED-BY       PIC X(8).
      *> Zero end date means this is the student's current advisor.
           05  AD-ENDED-DATE        PIC 9(8).
               88  AD-ASSIGNMENT-CURRENT VALUE ZERO.
           05  AD-ENDED-BY          PIC X(8).
