      * WRITTEN BY ATTEND-BATCH FROM THE INSTRUCTORS' ATTTRAN.DAT
      * FEED. KEYED SO A STUDENT'S DATES FOR A COURSE READ BACK IN
      * ORDER, WHICH IS WHAT THE CONSECUTIVE-ABSENCE EXCEPTION
      * REPORT COUNTS RUNS FROM. THE SECTION THE STUDENT SITS IN IS
      * CARRIED FROM THE ENROLLMENT SO ATTENDANCE REPORTS BY SECTION.
      ****************************************************************
       01  ATTENDANCE-RECORD.
           05  AT-ATTEND-KEY.
           05  AT-PRESENT-FLAG      PIC X.
               88  AT-PRESENT            VALUE "P".
               88  AT-ABSENT             VALUE "A".
           05  AT-SECTION-NO        PIC 9(2).
