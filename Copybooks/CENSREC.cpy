      ****************************************************************
      * CENSREC - RECORD LAYOUT FOR THE CENSUS SNAPSHOT FILE WRITTEN
      * BY CENSUS-BATCH. ONE RECORD PER ENROLLMENT ON FILE FOR THE
      * TERM AT ITS CENSUS DATE, WITH THE STUDENT'S NAME AND
      * LIFECYCLE STATUS AS THEY STOOD THEN, KEYED TERM/STUDENT/
      * COURSE SO EACH TERM'S SNAPSHOT READS IN STUDENT ORDER. THE
      * FILE IS NEVER UPDATED AFTER THE FREEZE - OFFICIAL HEADCOUNT
      * AND CREDIT-LOAD FIGURES COME FROM HERE, NOT FROM ENROLL.DAT.
      ****************************************************************
       01  CENSUS-RECORD.
           05  CN-CENSUS-KEY.
               10  CN-TERM-CODE     PIC X(6).
               10  CN-STUDENT-ID    PIC 9(6).
               10  CN-COURSE-CODE   PIC X(4).
           05  CN-SURNAME           PIC X(10).
           05  CN-FORENAME          PIC X(10).
           05  CN-STATUS            PIC X.
               88  CN-STUDENT-ACTIVE      VALUE "A".
           05  CN-SECTION-NO        PIC 9(2).
           05  CN-ENROLL-DATE       PIC 9(8).
           05  CN-CENSUS-DATE       PIC 9(8).
