      ****************************************************************
      * GRADCLR - RECORD LAYOUT FOR THE GRADUATION CLEARANCE FILE,
      * KEYED ON TERM-CODE/STUDENT-ID. GRAD-CLEAR WRITES ONE RECORD
      * FOR EVERY STUDENT WHO CLEARS FOR GRADUATION IN THE TERM - ALL
      * PROGRAM REQUIREMENTS PASSED, A ZERO ACCOUNT BALANCE AND
      * NOTHING OUTSTANDING - CARRYING THE DIPLOMA NAME AS HELD ON
      * THE STUDENT MASTER. NOTHING MOVES TO GRADUATED UNTIL THE
      * REGISTRAR APPROVES THE CERTIFIED LIST THROUGH GRAD-APPROVE,
      * WHICH SETS THE MASTER STATUS AND STAMPS THE RECORD - THE
      * STATUS USED TO BE CHANGED BY HAND, ONE STUDENT AT A TIME,
      * AFTER CHECKING THREE REPORTS.
      ****************************************************************
       01  GRAD-CLEAR-RECORD.
           05  GL-CLEAR-KEY.
               10  GL-TERM-CODE     PIC X(6).
               10  GL-STUDENT-ID    PIC 9(6).
           05  GL-PROGRAM-CODE      PIC X(4).
           05  GL-DIPLOMA-NAME      PIC X(21).
           05  GL-CLEARED-DATE      PIC 9(8).
           05  GL-STATUS            PIC X.
               88  GL-AWAITING-APPROVAL  VALUE "C".
               88  GL-GRADUATED          VALUE "G".
           05  GL-APPROVED-BY       PIC X(8).
           05  GL-APPROVED-DATE     PIC 9(8).
