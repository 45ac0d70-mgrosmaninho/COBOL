      ****************************************************************
      * SAPPARM - PARAMETER CARD FOR THE SATISFACTORY ACADEMIC
      * PROGRESS CHECK A STUDENT-LOAN DRAW MUST PASS BEFORE
      * DISBURSE-BATCH RELEASES IT, IN THE STYLE OF GRACEPER. CARRIES
      * THE LOWEST CUMULATIVE GPA, THE LOWEST PERCENTAGE OF ATTEMPTED
      * COURSES COMPLETED, AND THE LIGHTEST TERM LOAD - H(ALF-TIME)
      * OR F(ULL-TIME), AS THE SHARED LOADSTAT ROUTINE RATES IT -
      * THAT STILL COUNT AS PROGRESS. READ THROUGH THE SHARED SAPCHK
      * ROUTINE, AND CAN BE TUNED WITHOUT CHANGING THE PROGRAM
      * SOURCE.
      ****************************************************************
       01  SAP-PARAMETER-RECORD.
           05  SP-MIN-CUM-GPA          PIC 9V99.
           05  SP-MIN-COMPLETION-PCT   PIC 9(3).
           05  SP-MIN-LOAD-STATUS      PIC X.
