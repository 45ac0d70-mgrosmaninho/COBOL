      *            OFFERED ONLY TO A SUPERVISOR-LEVEL SIGN-ON -
      *            ANY OPERATOR COULD KEY "Y" TO A PROMPT THAT
      *            EXISTS PRECISELY TO REQUIRE A SUPERVISOR.
      * 15/10/26 - A GRADE ON A TERM TERM-GPA-BATCH HAS CLOSED IS NO
      *            LONGER REPLACED HERE - THE OPERATOR IS SENT TO
      *            GRADE-CHANGE, WHERE THE CHANGE IS RAISED WITH A
      *            REASON, APPROVED AND CARRIED INTO THE GPA FILE.
      * 15/10/26 - A GRADE EARNED HERE IS FILED WITH THE TRANSFER
      *            INSTITUTION NOW ON THE GRADE RECORD LEFT BLANK.
      * 15/10/26 - FILING A NEW GRADE (ADD), REPLACING ONE (CHANGE)
      *            AND APPROVING A THIRD ATTEMPT (APPROVE) ARE NOW
      *            CHECKED AGAINST THE ACCESS-CONTROL FILE THROUGH
      *            THE SHARED ACCCHK ROUTINE. UNTIL THE ACCESS-
      *            CONTROL FILE IS SET UP THE THIRD-ATTEMPT APPROVAL
      *            STILL NEEDS A LEVEL-2 SIGN-ON.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  GPA-FILE.
       COPY GPAREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS         PIC XX VALUE SPACES.
       01  WS-CRSFILE-SW            PIC X VALUE "N".
           88 COURSE-FILE-AVAILABLE        VALUE "Y".
       01  WS-GRADE-STATUS          PIC XX VALUE SPACES.
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-GPA-STATUS            PIC XX VALUE SPACES.
       01  WS-GPAFILE-SW            PIC X VALUE "N".
           88 GPA-FILE-AVAILABLE           VALUE "Y".
       01  WS-TERM-CLOSED-SW        PIC X VALUE "N".
           88 TERM-CLOSED                  VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".
       01  WS-ACCESS-PROGRAM        PIC X(30) VALUE "GRADE-ENTRY".
       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88 ACCESS-PERMITTED             VALUE "Y".
           88 ACCESS-REFUSED               VALUE "N".
           88 ACCESS-NO-TABLE              VALUE "U".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
                 CLOSE GRADE-FILE
                 OPEN I-O GRADE-FILE
              END-IF
              OPEN INPUT TERM-CAL-FILE
              IF WS-TERM-STATUS = "00"
                 MOVE "Y" TO WS-TRMFILE-SW
              END-IF
              OPEN INPUT GPA-FILE
              IF WS-GPA-STATUS = "00"
                 MOVE "Y" TO WS-GPAFILE-SW
              END-IF
              PERFORM 1000-RECORD-GRADES
              IF TERM-FILE-AVAILABLE
                 CLOSE TERM-CAL-FILE
              END-IF
              IF GPA-FILE-AVAILABLE
                 CLOSE GPA-FILE
              END-IF
              CLOSE GRADE-FILE
              CLOSE COURSE-MASTER-FILE
              CLOSE STUDENT-MASTER-FILE
              DISPLAY "Student " WS-STUDENT-ID " already has grade "
                 GR-GRADE " for " WS-COURSE-CODE " term "
                 WS-TERM-CODE "."
              PERFORM 2100-CHECK-TERM-CLOSED
              MOVE "N" TO WS-REPLACE-SW
              IF TERM-CLOSED
                 DISPLAY "Term " WS-TERM-CODE " grades are closed -"
                    " raise the change through GRADE-CHANGE."
              ELSE
                 MOVE "CHANGE" TO WS-ACCESS-FUNCTION
                 PERFORM 2050-CHECK-ACCESS
                 IF ACCESS-REFUSED
                    DISPLAY "You are not permitted to replace a"
                       " grade."
                 ELSE
                    DISPLAY "Replace it (Y/N): " WITH NO ADVANCING
                    ACCEPT WS-REPLACE-SW
                 END-IF
              END-IF
              IF REPLACE-GRADE
                 MOVE WS-GRADE TO GR-GRADE
                 ACCEPT GR-GRADE-DATE FROM DATE YYYYMMDD
                 DISPLAY "Existing grade kept."
              END-IF
           ELSE
              MOVE "ADD" TO WS-ACCESS-FUNCTION
              PERFORM 2050-CHECK-ACCESS
              MOVE "N" TO WS-BLOCKED-SW
              IF ACCESS-REFUSED
                 DISPLAY "You are not permitted to record a grade."
                 MOVE "Y" TO WS-BLOCKED-SW
              ELSE
                 PERFORM 2200-COUNT-PRIOR-ATTEMPTS
                 PERFORM 2300-CHECK-ATTEMPT-POLICY
              END-IF
              IF NOT ATTEMPT-BLOCKED
                 MOVE WS-STUDENT-ID  TO GR-STUDENT-ID
                 MOVE WS-COURSE-CODE TO GR-COURSE-CODE
                 MOVE WS-GRADE       TO GR-GRADE
                 ACCEPT GR-GRADE-DATE FROM DATE YYYYMMDD
                 MOVE "C"            TO GR-REPEAT-FLAG
                 MOVE SPACES         TO GR-TRANSFER-INST
                 WRITE GRADE-RECORD
                 IF WS-GRADE-STATUS NOT = "00"
                    DISPLAY "Unable to save grade, status "
              END-IF
           END-IF.

       2050-CHECK-ACCESS.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.

       2100-CHECK-TERM-CLOSED.
           *> The term is closed once TERM-GPA-BATCH has stamped it on
           *> the calendar - or, with no calendar entry to go by, once
           *> the run has filed a GPA for this student and term.
           MOVE "N" TO WS-TERM-CLOSED-SW.
           IF TERM-FILE-AVAILABLE
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TR-GRADES-CLOSED NOT = ZERO
                       MOVE "Y" TO WS-TERM-CLOSED-SW
                    END-IF
              END-READ
           END-IF.
           IF GPA-FILE-AVAILABLE AND NOT TERM-CLOSED
              MOVE WS-STUDENT-ID TO GP-STUDENT-ID
              MOVE WS-TERM-CODE  TO GP-TERM-CODE
              READ GPA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-TERM-CLOSED-SW
              END-READ
           END-IF.

       2200-COUNT-PRIOR-ATTEMPTS.
           *> Every grade record already on file for this student
           *> and course - counting or superseded - is one prior
              DISPLAY "Student " WS-STUDENT-ID " already has "
                 WS-ATTEMPT-COUNT " attempt(s) on " WS-COURSE-CODE
                 " - a third attempt needs supervisor approval."
              MOVE "APPROVE" TO WS-ACCESS-FUNCTION
              PERFORM 2050-CHECK-ACCESS
              IF ACCESS-PERMITTED
                 OR (ACCESS-NO-TABLE AND WS-AUTH-LEVEL >= 2)
                 MOVE "N" TO WS-APPROVE-SW
                 DISPLAY "Supervisor approval - record anyway (Y/N): "
                    WITH NO ADVANCING
