       IDENTIFICATION DIVISION.
        PROGRAM-ID. ADVISOR-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN STUDENTS' ACADEMIC
      * ADVISORS AND THEIR TERM ADVISING FLAGS, IN THE SAME STYLE
      * AS HOLD-MAINT. (A)SSIGN MAKES AN INSTRUCTOR ON THE
      * INSTRUCTOR MASTER THE STUDENT'S ADVISOR - A REASSIGNMENT
      * ENDS THE CURRENT ASSIGNMENT RATHER THAN OVERWRITING IT, SO
      * THE ADVISOR HISTORY STAYS ON FILE. (S)ET MARKS THE STUDENT
      * ADVISED FOR A TERM, WHICH STUDENT-ENROLL REQUIRES BEFORE
      * IT ACCEPTS THE STUDENT'S ENROLLMENTS FOR THAT TERM, AND
      * (C)LEAR TAKES THE FLAG OFF AGAIN. (H)ISTORY SHOWS BOTH.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE ASSIGN TO "ADVISORS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AD-ADVISOR-KEY
              FILE STATUS IS WS-ADVISOR-STATUS.

           SELECT ADVISED-FILE ASSIGN TO "ADVISED.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AV-ADVISED-KEY
              FILE STATUS IS WS-ADVISED-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SM-STUDENT-ID
              ALTERNATE RECORD KEY IS SM-COURSE-CODE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-SURNAME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-NATIONAL-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-INSTRUCTOR-ID
              FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADVISOR-FILE.
       COPY ADVASGN.

       FD  ADVISED-FILE.
       COPY ADVISED.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       01  WS-ADVISOR-STATUS        PIC XX VALUE SPACES.
       01  WS-ADVISED-STATUS        PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS     PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW           PIC X VALUE "N".
           88 INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ASSIGN                 VALUE "A".
           88 TRANS-SET-ADVISED            VALUE "S".
           88 TRANS-CLEAR-ADVISED          VALUE "C".
           88 TRANS-HISTORY                VALUE "H".
           88 TRANS-CODE-VALID             VALUES "A" "S" "C" "H".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-INSTRUCTOR-ID         PIC 9(4) VALUE ZERO.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-REASON                PIC X(30) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LAST-SEQUENCE         PIC 9(3) VALUE ZERO.
      *> The student's current assignment, found by
      *> 1500-FIND-CURRENT-ADVISOR - zero sequence when none.
       01  WS-CURRENT-SEQUENCE      PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-ADVISOR       PIC 9(4) VALUE ZERO.
       01  WS-ADVISED-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-INSTR-SW        PIC X VALUE "N".
           88 VALID-INSTRUCTOR-ID          VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-HISTORY-LINE.
           05  WS-H-SEQUENCE        PIC 9(3).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-H-INSTRUCTOR-ID   PIC 9(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-H-SURNAME         PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-H-ASSIGNED-DATE   PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-H-REASON          PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-H-STATE           PIC X(17).

       01  WS-ADVISED-LINE.
           05  FILLER               PIC X(5)  VALUE "TERM ".
           05  WS-V-TERM-CODE       PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-V-STATE           PIC X(11).
           05  FILLER               PIC X(8)  VALUE " ADVISOR".
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-V-INSTRUCTOR-ID   PIC 9(4).
           05  FILLER               PIC X(4)  VALUE " ON ".
           05  WS-V-CHANGED-DATE    PIC 9(8).
           05  FILLER               PIC X(4)  VALUE " BY ".
           05  WS-V-CHANGED-BY      PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - advisors cannot be"
                 " maintained."
              GOBACK
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
           END-IF.
           IF TRANS-ASSIGN AND NOT INSTRUCTOR-FILE-AVAILABLE
              DISPLAY "Unable to open instructor master, status "
                 WS-INSTRUCTOR-STATUS " - an advisor cannot be"
                 " assigned."
              CLOSE STUDENT-MASTER-FILE
              GOBACK
           END-IF.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE "Y" TO WS-TRMFILE-SW
           END-IF.
           OPEN I-O ADVISOR-FILE.
           IF WS-ADVISOR-STATUS = "35"
              CLOSE ADVISOR-FILE
              OPEN OUTPUT ADVISOR-FILE
              CLOSE ADVISOR-FILE
              OPEN I-O ADVISOR-FILE
           END-IF.
           OPEN I-O ADVISED-FILE.
           IF WS-ADVISED-STATUS = "35"
              CLOSE ADVISED-FILE
              OPEN OUTPUT ADVISED-FILE
              CLOSE ADVISED-FILE
              OPEN I-O ADVISED-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-STUDENT-ID.
           EVALUATE TRUE
              WHEN TRANS-ASSIGN
                 PERFORM 1000-ASSIGN-ADVISOR
              WHEN TRANS-SET-ADVISED
                 PERFORM 2000-SET-ADVISED
              WHEN TRANS-CLEAR-ADVISED
                 PERFORM 3000-CLEAR-ADVISED
              WHEN TRANS-HISTORY
                 PERFORM 6000-LIST-HISTORY
           END-EVALUATE.
           CLOSE ADVISED-FILE.
           CLOSE ADVISOR-FILE.
           IF TERM-FILE-AVAILABLE
              CLOSE TERM-CAL-FILE
           END-IF.
           IF INSTRUCTOR-FILE-AVAILABLE
              CLOSE INSTRUCTOR-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)ssign advisor, (S)et advised,"
                 " (C)lear advised, (H)istory: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, S, C"
                    " or H."
              END-IF
           END-PERFORM.

       1000-ASSIGN-ADVISOR.
           PERFORM 1500-FIND-CURRENT-ADVISOR.
           IF WS-CURRENT-SEQUENCE NOT = ZERO
              DISPLAY "Current advisor: " WS-CURRENT-ADVISOR
           END-IF.
           PERFORM 1200-GET-INSTRUCTOR-ID.
           EVALUATE TRUE
              WHEN WS-CURRENT-SEQUENCE NOT = ZERO
                 AND WS-INSTRUCTOR-ID = WS-CURRENT-ADVISOR
                 DISPLAY "Instructor " WS-INSTRUCTOR-ID " already"
                    " advises student " WS-STUDENT-ID
                    " - nothing changed."
              WHEN WS-LAST-SEQUENCE = 999
                 DISPLAY "Student " WS-STUDENT-ID " has 999 advisor"
                    " assignments on file - no more can be made."
              WHEN OTHER
                 DISPLAY "Input reason: " WITH NO ADVANCING
                 MOVE SPACES TO WS-REASON
                 ACCEPT WS-REASON
                 IF WS-CURRENT-SEQUENCE NOT = ZERO
                    PERFORM 1600-END-CURRENT-ASSIGNMENT
                 END-IF
                 PERFORM 1700-WRITE-ASSIGNMENT
           END-EVALUATE.

       1100-GET-STUDENT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-STUDENT-ID
              DISPLAY "Input student id: " WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              IF WS-STUDENT-ID NUMERIC AND WS-STUDENT-ID NOT = ZEROS
                 MOVE WS-STUDENT-ID TO SM-STUDENT-ID
                 READ STUDENT-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Student " WS-STUDENT-ID
                          " is not on the master file."
                    NOT INVALID KEY
                       DISPLAY "Student: " SM-FORENAME " " SM-SURNAME
                       MOVE "Y" TO WS-VALID-ID-SW
                 END-READ
              ELSE
                 DISPLAY "Invalid student id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-INSTRUCTOR-ID.
           MOVE "N" TO WS-VALID-INSTR-SW.
           PERFORM UNTIL VALID-INSTRUCTOR-ID
              DISPLAY "Input advisor instructor id: "
                 WITH NO ADVANCING
              ACCEPT WS-INSTRUCTOR-ID
              IF WS-INSTRUCTOR-ID NUMERIC
                 AND WS-INSTRUCTOR-ID NOT = ZEROS
                 MOVE WS-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
                 READ INSTRUCTOR-FILE
                    INVALID KEY
                       DISPLAY "Instructor " WS-INSTRUCTOR-ID
                          " is not on the instructor master."
                    NOT INVALID KEY
                       DISPLAY "Advisor: " IN-FORENAME " "
                          IN-SURNAME " (" IN-DEPARTMENT ")"
                       MOVE "Y" TO WS-VALID-INSTR-SW
                 END-READ
              ELSE
                 DISPLAY "Invalid instructor id - enter a 4-digit"
                    " id greater than zero."
              END-IF
           END-PERFORM.

       1300-GET-TERM-CODE.
           *> With no term calendar on hand the keyed code is taken
           *> as-is, as STUDENT-ENROLL takes it.
           MOVE "N" TO WS-VALID-TERM-SW.
           PERFORM UNTIL VALID-TERM-CODE
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
              IF WS-TERM-CODE = SPACES
                 DISPLAY "Invalid term code - it may not be blank."
              ELSE
                 IF NOT TERM-FILE-AVAILABLE
                    MOVE "Y" TO WS-VALID-TERM-SW
                 ELSE
                    MOVE WS-TERM-CODE TO TR-TERM-CODE
                    READ TERM-CAL-FILE
                       INVALID KEY
                          DISPLAY "Invalid term code - "
                             WS-TERM-CODE
                             " is not on the term calendar."
                       NOT INVALID KEY
                          MOVE "Y" TO WS-VALID-TERM-SW
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       1500-FIND-CURRENT-ADVISOR.
           MOVE ZERO TO WS-LAST-SEQUENCE WS-CURRENT-SEQUENCE
              WS-CURRENT-ADVISOR.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO AD-STUDENT-ID.
           MOVE ZERO          TO AD-SEQUENCE.
           START ADVISOR-FILE KEY IS >= AD-ADVISOR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ADVISOR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF AD-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       MOVE AD-SEQUENCE TO WS-LAST-SEQUENCE
                       IF AD-ASSIGNMENT-CURRENT
                          MOVE AD-SEQUENCE TO WS-CURRENT-SEQUENCE
                          MOVE AD-INSTRUCTOR-ID
                             TO WS-CURRENT-ADVISOR
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1600-END-CURRENT-ASSIGNMENT.
           MOVE WS-STUDENT-ID       TO AD-STUDENT-ID.
           MOVE WS-CURRENT-SEQUENCE TO AD-SEQUENCE.
           READ ADVISOR-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ADVISOR-STATUS = "00"
              MOVE WS-TODAY-DATE  TO AD-ENDED-DATE
              MOVE WS-OPERATOR-ID TO AD-ENDED-BY
              REWRITE ADVISOR-RECORD
           END-IF.
           IF WS-ADVISOR-STATUS NOT = "00"
              DISPLAY "Unable to end the assignment to advisor "
                 WS-CURRENT-ADVISOR ", status " WS-ADVISOR-STATUS
           END-IF.

       1700-WRITE-ASSIGNMENT.
           INITIALIZE ADVISOR-RECORD.
           MOVE WS-STUDENT-ID    TO AD-STUDENT-ID.
           COMPUTE AD-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE WS-INSTRUCTOR-ID TO AD-INSTRUCTOR-ID.
           MOVE WS-REASON        TO AD-REASON.
           MOVE WS-TODAY-DATE    TO AD-ASSIGNED-DATE.
           MOVE WS-OPERATOR-ID   TO AD-ASSIGNED-BY.
           MOVE ZERO             TO AD-ENDED-DATE.
           MOVE SPACES           TO AD-ENDED-BY.
           WRITE ADVISOR-RECORD.
           IF WS-ADVISOR-STATUS NOT = "00"
              DISPLAY "Unable to save advisor assignment, status "
                 WS-ADVISOR-STATUS
           ELSE
              DISPLAY "Instructor " WS-INSTRUCTOR-ID " now advises"
                 " student " WS-STUDENT-ID "."
           END-IF.

       2000-SET-ADVISED.
           *> The flag records the advisor of record at the time, so
           *> the student needs one assigned first.
           PERFORM 1500-FIND-CURRENT-ADVISOR.
           IF WS-CURRENT-SEQUENCE = ZERO
              DISPLAY "Student " WS-STUDENT-ID " has no advisor"
                 " assigned - assign one first."
           ELSE
              PERFORM 1300-GET-TERM-CODE
              MOVE WS-STUDENT-ID TO AV-STUDENT-ID
              MOVE WS-TERM-CODE  TO AV-TERM-CODE
              READ ADVISED-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-ADVISED-STATUS = "00" AND AV-STUDENT-ADVISED
                 DISPLAY "Student " WS-STUDENT-ID " was already"
                    " marked advised for term " WS-TERM-CODE " on "
                    AV-CHANGED-DATE " by " AV-CHANGED-BY "."
              ELSE
                 MOVE "Y"                TO AV-ADVISED-FLAG
                 MOVE WS-CURRENT-ADVISOR TO AV-INSTRUCTOR-ID
                 MOVE WS-TODAY-DATE      TO AV-CHANGED-DATE
                 MOVE WS-OPERATOR-ID     TO AV-CHANGED-BY
                 IF WS-ADVISED-STATUS = "00"
                    REWRITE ADVISED-RECORD
                 ELSE
                    MOVE WS-STUDENT-ID TO AV-STUDENT-ID
                    MOVE WS-TERM-CODE  TO AV-TERM-CODE
                    WRITE ADVISED-RECORD
                 END-IF
                 IF WS-ADVISED-STATUS NOT = "00"
                    DISPLAY "Unable to save advised flag, status "
                       WS-ADVISED-STATUS
                 ELSE
                    DISPLAY "Student " WS-STUDENT-ID " marked"
                       " advised for term " WS-TERM-CODE
                       " - enrollment is open to them."
                 END-IF
              END-IF
           END-IF.

       3000-CLEAR-ADVISED.
           PERFORM 1300-GET-TERM-CODE.
           MOVE WS-STUDENT-ID TO AV-STUDENT-ID.
           MOVE WS-TERM-CODE  TO AV-TERM-CODE.
           READ ADVISED-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ADVISED-STATUS NOT = "00" OR NOT AV-STUDENT-ADVISED
              DISPLAY "Student " WS-STUDENT-ID " is not marked"
                 " advised for term " WS-TERM-CODE
                 " - nothing cleared."
           ELSE
              MOVE "N"            TO AV-ADVISED-FLAG
              MOVE WS-TODAY-DATE  TO AV-CHANGED-DATE
              MOVE WS-OPERATOR-ID TO AV-CHANGED-BY
              REWRITE ADVISED-RECORD
              IF WS-ADVISED-STATUS NOT = "00"
                 DISPLAY "Unable to clear advised flag, status "
                    WS-ADVISED-STATUS
              ELSE
                 DISPLAY "Advised flag for term " WS-TERM-CODE
                    " cleared - further enrollment is refused"
                    " until it is set again."
              END-IF
           END-IF.

       6000-LIST-HISTORY.
           *> Every advisor the student has had, then every term
           *> advising flag on file.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO AD-STUDENT-ID.
           MOVE ZERO          TO AD-SEQUENCE.
           START ADVISOR-FILE KEY IS >= AD-ADVISOR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
                 DISPLAY "Student " WS-STUDENT-ID " has no advisor"
                    " assignments on file."
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ADVISOR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF AD-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       PERFORM 6100-DISPLAY-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM.
           MOVE ZERO TO WS-ADVISED-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO AV-STUDENT-ID.
           MOVE SPACES        TO AV-TERM-CODE.
           START ADVISED-FILE KEY IS >= AV-ADVISED-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ADVISED-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF AV-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-ADVISED-COUNT
                       PERFORM 6200-DISPLAY-ADVISED-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ADVISED-COUNT = ZERO
              DISPLAY "No term advising flags on file."
           END-IF.

       6100-DISPLAY-HISTORY-LINE.
           MOVE AD-SEQUENCE      TO WS-H-SEQUENCE.
           MOVE AD-INSTRUCTOR-ID TO WS-H-INSTRUCTOR-ID.
           MOVE SPACES           TO WS-H-SURNAME.
           IF INSTRUCTOR-FILE-AVAILABLE
              MOVE AD-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
              READ INSTRUCTOR-FILE
                 INVALID KEY
                    MOVE "(NOT ON)" TO WS-H-SURNAME
                 NOT INVALID KEY
                    MOVE IN-SURNAME TO WS-H-SURNAME
              END-READ
           END-IF.
           MOVE AD-ASSIGNED-DATE TO WS-H-ASSIGNED-DATE.
           MOVE AD-REASON        TO WS-H-REASON.
           IF AD-ASSIGNMENT-CURRENT
              MOVE "CURRENT" TO WS-H-STATE
           ELSE
              MOVE SPACES TO WS-H-STATE
              STRING "ENDED " AD-ENDED-DATE
                 DELIMITED BY SIZE INTO WS-H-STATE
           END-IF.
           DISPLAY WS-HISTORY-LINE.

       6200-DISPLAY-ADVISED-LINE.
           MOVE AV-TERM-CODE     TO WS-V-TERM-CODE.
           IF AV-STUDENT-ADVISED
              MOVE "ADVISED" TO WS-V-STATE
           ELSE
              MOVE "CLEARED" TO WS-V-STATE
           END-IF.
           MOVE AV-INSTRUCTOR-ID TO WS-V-INSTRUCTOR-ID.
           MOVE AV-CHANGED-DATE  TO WS-V-CHANGED-DATE.
           MOVE AV-CHANGED-BY    TO WS-V-CHANGED-BY.
           DISPLAY WS-ADVISED-LINE.
