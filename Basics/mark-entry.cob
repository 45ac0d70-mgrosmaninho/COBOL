       IDENTIFICATION DIVISION.
        PROGRAM-ID. MARK-ENTRY.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO KEY THE MARKS A SECTION'S STUDENTS
      * EARNED ON ONE COMPONENT OF THEIR COURSE'S ASSESSMENT SCHEME.
      * THE OPERATOR NAMES THE COURSE, TERM, SECTION AND COMPONENT
      * AND IS TAKEN DOWN THE SECTION'S ENROLLMENTS ONE STUDENT AT
      * A TIME, SEEING ANY MARK ALREADY KEYED. MARK-GRADE-BATCH
      * WORKS THE WEIGHTED PERCENTAGE AND THE COURSE GRADE OUT FROM
      * THESE MARKS. NO MARK IS TAKEN ONCE THE TERM'S GRADES ARE
      * CLOSED - A LATE CORRECTION GOES THROUGH GRADE-CHANGE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-SCHEME-FILE ASSIGN TO "ASSESS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-COURSE-CODE
              FILE STATUS IS WS-SCHEME-STATUS.

           SELECT COMPONENT-MARK-FILE ASSIGN TO "MARKS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MK-MARK-KEY
              FILE STATUS IS WS-MARK-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

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

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-SCHEME-FILE.
       COPY ASSESSCH.

       FD  COMPONENT-MARK-FILE.
       COPY MARKREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       01  WS-SCHEME-STATUS         PIC XX VALUE SPACES.
       01  WS-MARK-STATUS           PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW            PIC X VALUE "N".
           88 MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-SECTION-NO            PIC 9(2) VALUE ZERO.
       01  WS-COMPONENT-NO          PIC 9 VALUE ZERO.
       01  WS-COMP-IDX              PIC 9 VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
      *> A keyed mark of 999 leaves the student's mark as it is.
       01  WS-MARK                  PIC 9(3)V9 VALUE ZERO.
       01  WS-SKIP-MARK             PIC 9(3)V9 VALUE 999.
       01  WS-MAX-MARK              PIC 9(3)V9 VALUE 100.
       01  WS-STUDENTS-SEEN         PIC 9(4) VALUE ZERO.
       01  WS-MARKS-FILED           PIC 9(4) VALUE ZERO.

       01  WS-VALID-COURSE-SW       PIC X VALUE "N".
           88 VALID-COURSE-CODE            VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-VALID-COMP-SW         PIC X VALUE "N".
           88 VALID-COMPONENT              VALUE "Y".
       01  WS-VALID-MARK-SW         PIC X VALUE "N".
           88 VALID-MARK                   VALUE "Y".
       01  WS-MARK-ON-FILE-SW       PIC X VALUE "N".
           88 MARK-ON-FILE                 VALUE "Y".
       01  WS-MORE-ENROLLS-SW       PIC X VALUE "Y".
           88 NO-MORE-ENROLLS              VALUE "N".
       01  WS-MORE-COMPS-SW         PIC X VALUE "Y".
           88 NO-MORE-COMPONENTS           VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           OPEN INPUT ASSESS-SCHEME-FILE.
           IF WS-SCHEME-STATUS NOT = "00"
              DISPLAY "Unable to open the assessment schemes, status "
                 WS-SCHEME-STATUS " - set the course's scheme up"
                 " through ASSESS-MAINT first."
              GOBACK
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "Unable to open enrollment file, status "
                 WS-ENROLL-STATUS
              CLOSE ASSESS-SCHEME-FILE
              GOBACK
           END-IF.
           OPEN I-O COMPONENT-MARK-FILE.
           IF WS-MARK-STATUS = "35"
              CLOSE COMPONENT-MARK-FILE
              OPEN OUTPUT COMPONENT-MARK-FILE
              CLOSE COMPONENT-MARK-FILE
              OPEN I-O COMPONENT-MARK-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           END-IF.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE "Y" TO WS-TRMFILE-SW
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-GET-COURSE-CODE.
           PERFORM 1100-GET-TERM-CODE.
           IF VALID-TERM-CODE
              PERFORM 1200-GET-SECTION-NO
              PERFORM UNTIL NO-MORE-COMPONENTS
                 PERFORM 1300-GET-COMPONENT-NO
                 PERFORM 2000-KEY-SECTION-MARKS
                 DISPLAY WS-MARKS-FILED " mark(s) filed for "
                    WS-STUDENTS-SEEN " student(s)."
                 DISPLAY "Key marks for another component (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-MORE-COMPS-SW
                 IF WS-MORE-COMPS-SW NOT = "Y"
                    MOVE "N" TO WS-MORE-COMPS-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF TERM-FILE-AVAILABLE
              CLOSE TERM-CAL-FILE
           END-IF.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE COMPONENT-MARK-FILE.
           CLOSE ENROLLMENT-FILE.
           CLOSE ASSESS-SCHEME-FILE.
           GOBACK.

       1000-GET-COURSE-CODE.
           *> Only a course with an assessment scheme can be marked.
           MOVE "N" TO WS-VALID-COURSE-SW.
           PERFORM UNTIL VALID-COURSE-CODE
              DISPLAY "Input course code: " WITH NO ADVANCING
              ACCEPT WS-COURSE-CODE
              MOVE WS-COURSE-CODE TO AS-COURSE-CODE
              READ ASSESS-SCHEME-FILE
                 INVALID KEY
                    DISPLAY "Course " WS-COURSE-CODE " has no"
                       " assessment scheme - set one up through"
                       " ASSESS-MAINT."
                 NOT INVALID KEY
                    MOVE "Y" TO WS-VALID-COURSE-SW
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > AS-COMPONENT-COUNT
              DISPLAY "  " WS-COMP-IDX "  " AS-COMP-NAME (WS-COMP-IDX)
                 " " AS-COMP-WEIGHT (WS-COMP-IDX) "%"
           END-PERFORM.

       1100-GET-TERM-CODE.
           MOVE SPACES TO WS-TERM-CODE.
           PERFORM UNTIL WS-TERM-CODE NOT = SPACES
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
           END-PERFORM.
           MOVE "Y" TO WS-VALID-TERM-SW.
           IF TERM-FILE-AVAILABLE
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TR-GRADES-CLOSED NOT = ZERO
                       DISPLAY "Term " WS-TERM-CODE " grades were"
                          " closed on " TR-GRADES-CLOSED " - marks"
                          " can no longer be keyed."
                       MOVE "N" TO WS-VALID-TERM-SW
                    END-IF
              END-READ
           END-IF.

       1200-GET-SECTION-NO.
           DISPLAY "Input section number (0 for every section): "
              WITH NO ADVANCING.
           MOVE ZERO TO WS-SECTION-NO.
           ACCEPT WS-SECTION-NO.
           IF WS-SECTION-NO NOT NUMERIC
              MOVE ZERO TO WS-SECTION-NO
           END-IF.

       1300-GET-COMPONENT-NO.
           MOVE "N" TO WS-VALID-COMP-SW.
           PERFORM UNTIL VALID-COMPONENT
              DISPLAY "Input component number: " WITH NO ADVANCING
              ACCEPT WS-COMPONENT-NO
              IF WS-COMPONENT-NO NUMERIC
                 AND WS-COMPONENT-NO NOT = ZERO
                 AND WS-COMPONENT-NO NOT > AS-COMPONENT-COUNT
                 DISPLAY "Component: "
                    AS-COMP-NAME (WS-COMPONENT-NO)
                 MOVE "Y" TO WS-VALID-COMP-SW
              ELSE
                 DISPLAY "Invalid component - enter 1 through "
                    AS-COMPONENT-COUNT "."
              END-IF
           END-PERFORM.

       2000-KEY-SECTION-MARKS.
           MOVE ZERO TO WS-STUDENTS-SEEN WS-MARKS-FILED.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE WS-COURSE-CODE TO EN-COURSE-CODE.
           START ENROLLMENT-FILE KEY IS >= EN-COURSE-CODE
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENROLLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENROLLS-SW
                 NOT AT END
                    IF EN-COURSE-CODE NOT = WS-COURSE-CODE
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          AND (WS-SECTION-NO = ZERO
                             OR EN-SECTION-NO = WS-SECTION-NO)
                          PERFORM 2100-KEY-ONE-MARK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-STUDENTS-SEEN = ZERO
              DISPLAY "No students enrolled in " WS-COURSE-CODE
                 " for term " WS-TERM-CODE "."
           END-IF.

       2100-KEY-ONE-MARK.
           ADD 1 TO WS-STUDENTS-SEEN.
           MOVE SPACES TO SM-FORENAME SM-SURNAME.
           IF MASTER-FILE-AVAILABLE
              MOVE EN-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           MOVE EN-STUDENT-ID   TO MK-STUDENT-ID.
           MOVE WS-COURSE-CODE  TO MK-COURSE-CODE.
           MOVE WS-TERM-CODE    TO MK-TERM-CODE.
           MOVE WS-COMPONENT-NO TO MK-COMPONENT-NO.
           MOVE "N" TO WS-MARK-ON-FILE-SW.
           READ COMPONENT-MARK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-MARK-ON-FILE-SW
           END-READ.
           IF MARK-ON-FILE
              DISPLAY EN-STUDENT-ID " " SM-FORENAME " " SM-SURNAME
                 " section " EN-SECTION-NO " - mark on file "
                 MK-MARK
           ELSE
              DISPLAY EN-STUDENT-ID " " SM-FORENAME " " SM-SURNAME
                 " section " EN-SECTION-NO " - not yet marked"
           END-IF.
           MOVE "N" TO WS-VALID-MARK-SW.
           PERFORM UNTIL VALID-MARK
              DISPLAY "  Mark (0 to 100.0, 999 to leave as is): "
                 WITH NO ADVANCING
              MOVE ZERO TO WS-MARK
              ACCEPT WS-MARK
              IF WS-MARK NUMERIC
                 AND (WS-MARK NOT > WS-MAX-MARK
                    OR WS-MARK = WS-SKIP-MARK)
                 MOVE "Y" TO WS-VALID-MARK-SW
              ELSE
                 DISPLAY "  Invalid mark - enter 0 through 100.0,"
                    " or 999."
              END-IF
           END-PERFORM.
           IF WS-MARK NOT = WS-SKIP-MARK
              MOVE WS-MARK        TO MK-MARK
              MOVE WS-TODAY-DATE  TO MK-ENTERED-DATE
              MOVE WS-OPERATOR-ID TO MK-ENTERED-BY
              IF MARK-ON-FILE
                 REWRITE COMPONENT-MARK-RECORD
              ELSE
                 WRITE COMPONENT-MARK-RECORD
              END-IF
              IF WS-MARK-STATUS NOT = "00"
                 DISPLAY "  Unable to save mark, status "
                    WS-MARK-STATUS
              ELSE
                 ADD 1 TO WS-MARKS-FILED
              END-IF
           END-IF.
