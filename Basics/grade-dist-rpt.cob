       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADE-DIST-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: GRADE DISTRIBUTION REPORT FOR ONE TERM, FOR
      * THE DEANS. EVERY GRADE ON THE GRADE FILE FOR THE TERM IS
      * PLACED IN ITS SECTION THROUGH THE ENROLLMENT RECORD AND
      * CREDITED TO THAT SECTION'S INSTRUCTOR ON THE SECTION
      * TIMETABLE (THE COURSE MASTER'S INSTRUCTOR WHERE NO SECTION
      * IS FILED), THEN SORTED BY THE COURSE'S DEPARTMENT,
      * INSTRUCTOR AND COURSE. EACH COURSE PRINTS THE COUNT AND
      * PERCENTAGE OF EVERY GRADE ON THE GRADE SCALE, THE MEAN
      * GRADE POINTS, THE PASS RATE AND THE WITHDRAWAL COUNT, AND
      * EACH DEPARTMENT IS SUBTOTALLED. A COURSE WHOSE PASS RATE OR
      * MEAN FALLS OUTSIDE THE GRDBAND.DAT BAND AROUND ITS
      * DEPARTMENT'S FIGURE IS FLAGGED - THIS USED TO BE A HAND
      * COUNT OF THE GRADE FILE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADSCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GS-GRADE
              FILE STATUS IS WS-SCALE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-INSTRUCTOR-ID
              FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT GRADE-BAND-FILE ASSIGN TO "GRDBAND.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAND-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GRDDSORT.WRK".

           SELECT DISTRIBUTION-FILE ASSIGN TO "GRADDIST.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  GRADE-SCALE-FILE.
       COPY GRADSCAL.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  SECTION-FILE.
       COPY SECTREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  GRADE-BAND-FILE.
       COPY GRDBAND.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-DEPARTMENT        PIC X(10).
           05  SR-INSTRUCTOR-ID     PIC 9(4).
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-GRADE             PIC X(2).

       FD  DISTRIBUTION-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GRADE-STATUS           PIC XX VALUE SPACES.
       01  WS-SCALE-STATUS           PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-ENRFILE-SW             PIC X VALUE "N".
           88  ENROLL-FILE-AVAILABLE        VALUE "Y".
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-SECTFILE-SW            PIC X VALUE "N".
           88  SECTION-FILE-AVAILABLE       VALUE "Y".
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-CRSFILE-SW             PIC X VALUE "N".
           88  COURSE-FILE-AVAILABLE        VALUE "Y".
       01  WS-INSTRUCTOR-STATUS      PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW            PIC X VALUE "N".
           88  INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-BAND-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-JOB-NAME               PIC X(8) VALUE "GRADDIST".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-GRADES-READ            PIC 9(6) VALUE ZERO.
       01  WS-COURSES-PRINTED        PIC 9(4) VALUE ZERO.
       01  WS-COURSES-FLAGGED        PIC 9(4) VALUE ZERO.

      *> The GRDBAND.DAT figures, with the shipped fallbacks.
       01  WS-PASS-RATE-BAND         PIC 9(2) VALUE 15.
       01  WS-MEAN-BAND              PIC 9V99 VALUE 0.50.

      *> A grade not on the scale is not graded work - W is counted
      *> as a withdrawal, anything else (I) is left out. F is the
      *> one scale grade that is not a pass.
       01  WS-WITHDRAWAL-GRADE       PIC X(2) VALUE "W ".
       01  WS-FAIL-GRADE             PIC X(2) VALUE "F ".

      *> The grade scale, in grade order, loaded once.
       01  WS-SCALE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-SCALE-MAX              PIC 9(2) VALUE 20.
       01  WS-SCALE-TABLE.
           05  WS-SCALE-ENTRY OCCURS 20 TIMES
                  INDEXED BY WS-SCALE-IDX.
               10  WS-SC-GRADE       PIC X(2).
               10  WS-SC-POINTS      PIC 9V99.

      *> One department's courses, held until the department's own
      *> figures are known so each course can be compared with
      *> them. Each entry is one course under one instructor.
       01  WS-ENTRY-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-MAX              PIC 9(3) VALUE 200.
       01  WS-ENTRY-IDX              PIC 9(3) VALUE ZERO.
       01  WS-GRADE-IDX              PIC 9(2) VALUE ZERO.
       01  WS-COURSE-TABLE.
           05  WS-CT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-INSTRUCTOR-ID   PIC 9(4).
               10  WS-CT-COURSE-CODE     PIC X(4).
               10  WS-CT-GRADED          PIC 9(5).
               10  WS-CT-PASSED          PIC 9(5).
               10  WS-CT-WITHDRAWN       PIC 9(5).
               10  WS-CT-POINTS          PIC 9(6)V99.
               10  WS-CT-GRADE-COUNT     PIC 9(5) OCCURS 20 TIMES.

      *> The department being gathered and its pooled figures.
       01  WS-CURRENT-DEPARTMENT     PIC X(10) VALUE SPACES.
       01  WS-FIRST-DEPT-SW          PIC X VALUE "Y".
           88  FIRST-DEPARTMENT             VALUE "Y".
       01  WS-DEPT-GRADED            PIC 9(6) VALUE ZERO.
       01  WS-DEPT-PASSED            PIC 9(6) VALUE ZERO.
       01  WS-DEPT-WITHDRAWN         PIC 9(6) VALUE ZERO.
       01  WS-DEPT-POINTS            PIC 9(7)V99 VALUE ZERO.
       01  WS-DEPT-PASS-RATE         PIC 9(3)V9 VALUE ZERO.
       01  WS-DEPT-MEAN              PIC 9V99 VALUE ZERO.
       01  WS-COURSE-PASS-RATE       PIC 9(3)V9 VALUE ZERO.
       01  WS-COURSE-MEAN            PIC 9V99 VALUE ZERO.
       01  WS-RATE-DIFF              PIC S9(3)V9 VALUE ZERO.
       01  WS-MEAN-DIFF              PIC S9V99 VALUE ZERO.
       01  WS-GRADE-PCT              PIC 9(3)V9 VALUE ZERO.
       01  WS-PRIOR-INSTRUCTOR       PIC 9(4) VALUE 9999.
       01  WS-PASS-FLAG-SW           PIC X VALUE "N".
           88  PASS-RATE-OUT-OF-BAND        VALUE "Y".
       01  WS-MEAN-FLAG-SW           PIC X VALUE "N".
           88  MEAN-OUT-OF-BAND             VALUE "Y".
       01  WS-CELL-IDX               PIC 9 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(27) VALUE
               "GRADE DISTRIBUTION - TERM ".
           05  WS-TITLE-TERM         PIC X(6).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).

       01  WS-BAND-LINE.
           05  FILLER                PIC X(24) VALUE
               "FLAGGED WHEN PASS RATE ".
           05  WS-B-PASS-BAND        PIC Z9.
           05  FILLER                PIC X(16) VALUE
               " PTS OR MEAN ".
           05  WS-B-MEAN-BAND        PIC 9.99.
           05  FILLER                PIC X(24) VALUE
               " OFF THE DEPT FIGURE".

       01  WS-DEPARTMENT-LINE.
           05  FILLER                PIC X(11) VALUE "DEPARTMENT ".
           05  WS-DP-DEPARTMENT      PIC X(10).

       01  WS-INSTRUCTOR-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "INSTRUCTOR ".
           05  WS-I-INSTRUCTOR-ID    PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-I-FORENAME         PIC X(11).
           05  WS-I-SURNAME          PIC X(10).

       01  WS-COURSE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-C-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-C-TITLE            PIC X(20).
           05  FILLER                PIC X(7)  VALUE " GRADED".
           05  WS-C-GRADED           PIC ZZZZ9.
           05  FILLER                PIC X(6)  VALUE " MEAN ".
           05  WS-C-MEAN             PIC 9.99.
           05  FILLER                PIC X(6)  VALUE " PASS ".
           05  WS-C-PASS-RATE        PIC ZZ9.9.
           05  FILLER                PIC X(4)  VALUE "% W ".
           05  WS-C-WITHDRAWN        PIC ZZZ9.

      *> Up to four grades a line - grade, count, percentage.
       01  WS-GRADE-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  WS-GL-CELL OCCURS 4 TIMES.
               10  WS-GL-GRADE       PIC X(2).
               10  WS-GL-COUNT       PIC ZZZZ9.
               10  FILLER            PIC X     VALUE SPACE.
               10  WS-GL-PCT         PIC ZZ9.9.
               10  WS-GL-PCT-SIGN    PIC X.
               10  FILLER            PIC X(4)  VALUE SPACES.

       01  WS-FLAG-LINE.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  FILLER                PIC X(18) VALUE
               "** OUTSIDE BAND - ".
           05  WS-F-TEXT             PIC X(40).

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER                PIC X(21) VALUE
               "DEPARTMENT TOTAL".
           05  FILLER                PIC X(8)  VALUE " GRADED ".
           05  WS-DT-GRADED          PIC ZZZZZ9.
           05  FILLER                PIC X(6)  VALUE " MEAN ".
           05  WS-DT-MEAN            PIC 9.99.
           05  FILLER                PIC X(6)  VALUE " PASS ".
           05  WS-DT-PASS-RATE       PIC ZZ9.9.
           05  FILLER                PIC X(4)  VALUE "% W ".
           05  WS-DT-WITHDRAWN       PIC ZZZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 0200-READ-GRADE-BAND.
           PERFORM 0300-LOAD-GRADE-SCALE.
           IF WS-SCALE-COUNT = ZERO
              DISPLAY "No grade scale on file - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
              DISPLAY "Unable to open grade file, status "
                 WS-GRADE-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-GRADES-READ.
           PERFORM 0400-OPEN-LOOKUP-FILES.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-DEPARTMENT SR-INSTRUCTOR-ID
                 SR-COURSE-CODE SR-GRADE
              INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
              OUTPUT PROCEDURE IS 2000-PRINT-DISTRIBUTION.
           PERFORM 0500-CLOSE-LOOKUP-FILES.
           CLOSE GRADE-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-GRADES-READ.
           DISPLAY "Grade distribution written - " WS-GRADES-READ
              " grade(s), " WS-COURSES-PRINTED " course(s), "
              WS-COURSES-FLAGGED " flagged.".
           GOBACK.

       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-TERM-CODE.
           PERFORM UNTIL WS-TERM-CODE NOT = SPACES
              DISPLAY "Term to report (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
           END-PERFORM.

       0200-READ-GRADE-BAND.
           *> A blank or non-numeric figure on the card leaves the
           *> shipped fallback for that figure in place.
           OPEN INPUT GRADE-BAND-FILE.
           IF WS-BAND-STATUS = "00"
              READ GRADE-BAND-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF GB-PASS-RATE-BAND NUMERIC
                       AND GB-PASS-RATE-BAND NOT = ZERO
                       MOVE GB-PASS-RATE-BAND TO WS-PASS-RATE-BAND
                    END-IF
                    IF GB-MEAN-BAND NUMERIC
                       AND GB-MEAN-BAND NOT = ZERO
                       MOVE GB-MEAN-BAND TO WS-MEAN-BAND
                    END-IF
              END-READ
              CLOSE GRADE-BAND-FILE
           END-IF.

       0300-LOAD-GRADE-SCALE.
           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-SCALE-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ GRADE-SCALE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF WS-SCALE-COUNT < WS-SCALE-MAX
                          ADD 1 TO WS-SCALE-COUNT
                          MOVE GS-GRADE
                             TO WS-SC-GRADE (WS-SCALE-COUNT)
                          MOVE GS-POINTS
                             TO WS-SC-POINTS (WS-SCALE-COUNT)
                       ELSE
                          DISPLAY "Warning: more than " WS-SCALE-MAX
                             " grades on the scale - grade "
                             GS-GRADE " left out."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-SCALE-FILE
           END-IF.

       0400-OPEN-LOOKUP-FILES.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              MOVE "Y" TO WS-ENRFILE-SW
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS = "00"
              MOVE "Y" TO WS-SECTFILE-SW
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
              MOVE "Y" TO WS-CRSFILE-SW
           ELSE
              DISPLAY "Warning: unable to open course master, "
                 "status " WS-COURSE-STATUS " - departments and"
                 " titles print blank."
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
           END-IF.

       0500-CLOSE-LOOKUP-FILES.
           IF ENROLL-FILE-AVAILABLE
              CLOSE ENROLLMENT-FILE
           END-IF.
           IF SECTION-FILE-AVAILABLE
              CLOSE SECTION-FILE
           END-IF.
           IF COURSE-FILE-AVAILABLE
              CLOSE COURSE-MASTER-FILE
           END-IF.
           IF INSTRUCTOR-FILE-AVAILABLE
              CLOSE INSTRUCTOR-FILE
           END-IF.

       1000-LOAD-SORT-FILE.
           *> Transfer credit was not graded here and is left out.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GR-TERM-CODE = WS-TERM-CODE
                       AND NOT GR-TRANSFER-CREDIT
                       PERFORM 1100-RELEASE-ONE-GRADE
                    END-IF
              END-READ
           END-PERFORM.

       1100-RELEASE-ONE-GRADE.
           *> The instructor comes off the section the student sat
           *> in, else the course master; nobody assigned sorts under
           *> instructor 0000 rather than losing the grade.
           ADD 1 TO WS-GRADES-READ.
           MOVE SPACES TO SR-DEPARTMENT.
           MOVE ZERO   TO SR-INSTRUCTOR-ID.
           IF COURSE-FILE-AVAILABLE
              MOVE GR-COURSE-CODE TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CM-DEPARTMENT    TO SR-DEPARTMENT
                    MOVE CM-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
              END-READ
           END-IF.
           IF ENROLL-FILE-AVAILABLE AND SECTION-FILE-AVAILABLE
              MOVE GR-GRADE-KEY TO EN-ENROLL-KEY
              READ ENROLLMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EN-COURSE-CODE TO CS-COURSE-CODE
                    MOVE EN-TERM-CODE   TO CS-TERM-CODE
                    MOVE EN-SECTION-NO  TO CS-SECTION-NO
                    READ SECTION-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF CS-INSTRUCTOR-ID NOT = ZERO
                             MOVE CS-INSTRUCTOR-ID
                                TO SR-INSTRUCTOR-ID
                          END-IF
                    END-READ
              END-READ
           END-IF.
           MOVE GR-COURSE-CODE TO SR-COURSE-CODE.
           MOVE GR-GRADE       TO SR-GRADE.
           RELEASE SORT-RECORD.

       2000-PRINT-DISTRIBUTION.
           OPEN OUTPUT DISTRIBUTION-FILE.
           MOVE WS-TERM-CODE TO WS-TITLE-TERM.
           MOVE WS-RUN-DATE  TO WS-TITLE-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PASS-RATE-BAND TO WS-B-PASS-BAND.
           MOVE WS-MEAN-BAND      TO WS-B-MEAN-BAND.
           MOVE WS-BAND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-TALLY-ONE-GRADE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-DEPARTMENT
              PERFORM 3000-PRINT-DEPARTMENT
           END-IF.
           IF WS-GRADES-READ = ZERO
              MOVE "NO GRADES ON FILE FOR THE TERM" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           CLOSE DISTRIBUTION-FILE.

       2100-TALLY-ONE-GRADE.
           IF FIRST-DEPARTMENT
              OR SR-DEPARTMENT NOT = WS-CURRENT-DEPARTMENT
              IF NOT FIRST-DEPARTMENT
                 PERFORM 3000-PRINT-DEPARTMENT
              END-IF
              MOVE "N" TO WS-FIRST-DEPT-SW
              MOVE SR-DEPARTMENT TO WS-CURRENT-DEPARTMENT
              MOVE ZERO TO WS-ENTRY-COUNT
           END-IF.
           IF WS-ENTRY-COUNT = ZERO
              OR SR-INSTRUCTOR-ID
                 NOT = WS-CT-INSTRUCTOR-ID (WS-ENTRY-COUNT)
              OR SR-COURSE-CODE
                 NOT = WS-CT-COURSE-CODE (WS-ENTRY-COUNT)
              PERFORM 2200-START-COURSE-ENTRY
           END-IF.
           IF WS-ENTRY-COUNT NOT = ZERO
              PERFORM 2300-ADD-GRADE-TO-ENTRY
           END-IF.

       2200-START-COURSE-ENTRY.
           IF WS-ENTRY-COUNT = WS-ENTRY-MAX
              DISPLAY "Warning: department " WS-CURRENT-DEPARTMENT
                 " has more than " WS-ENTRY-MAX " courses - course "
                 SR-COURSE-CODE " is counted with the one before."
           ELSE
              ADD 1 TO WS-ENTRY-COUNT
              INITIALIZE WS-CT-ENTRY (WS-ENTRY-COUNT)
              MOVE SR-INSTRUCTOR-ID
                 TO WS-CT-INSTRUCTOR-ID (WS-ENTRY-COUNT)
              MOVE SR-COURSE-CODE
                 TO WS-CT-COURSE-CODE (WS-ENTRY-COUNT)
           END-IF.

       2300-ADD-GRADE-TO-ENTRY.
           IF SR-GRADE = WS-WITHDRAWAL-GRADE
              ADD 1 TO WS-CT-WITHDRAWN (WS-ENTRY-COUNT)
           ELSE
              SET WS-SCALE-IDX TO 1
              SEARCH WS-SCALE-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-SC-GRADE (WS-SCALE-IDX) = SR-GRADE
                    SET WS-GRADE-IDX TO WS-SCALE-IDX
                    ADD 1 TO WS-CT-GRADED (WS-ENTRY-COUNT)
                    ADD 1 TO WS-CT-GRADE-COUNT
                       (WS-ENTRY-COUNT, WS-GRADE-IDX)
                    ADD WS-SC-POINTS (WS-SCALE-IDX)
                       TO WS-CT-POINTS (WS-ENTRY-COUNT)
                    IF SR-GRADE NOT = WS-FAIL-GRADE
                       ADD 1 TO WS-CT-PASSED (WS-ENTRY-COUNT)
                    END-IF
              END-SEARCH
           END-IF.

       3000-PRINT-DEPARTMENT.
           *> The department's pooled figures first, then each
           *> course against them, then the subtotal.
           MOVE ZERO TO WS-DEPT-GRADED WS-DEPT-PASSED
              WS-DEPT-WITHDRAWN WS-DEPT-POINTS WS-DEPT-PASS-RATE
              WS-DEPT-MEAN.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
              ADD WS-CT-GRADED (WS-ENTRY-IDX)    TO WS-DEPT-GRADED
              ADD WS-CT-PASSED (WS-ENTRY-IDX)    TO WS-DEPT-PASSED
              ADD WS-CT-WITHDRAWN (WS-ENTRY-IDX) TO WS-DEPT-WITHDRAWN
              ADD WS-CT-POINTS (WS-ENTRY-IDX)    TO WS-DEPT-POINTS
           END-PERFORM.
           IF WS-DEPT-GRADED NOT = ZERO
              COMPUTE WS-DEPT-PASS-RATE ROUNDED =
                 WS-DEPT-PASSED * 100 / WS-DEPT-GRADED
              COMPUTE WS-DEPT-MEAN ROUNDED =
                 WS-DEPT-POINTS / WS-DEPT-GRADED
           END-IF.
           MOVE WS-CURRENT-DEPARTMENT TO WS-DP-DEPARTMENT.
           IF WS-CURRENT-DEPARTMENT = SPACES
              MOVE "(NONE)" TO WS-DP-DEPARTMENT
           END-IF.
           MOVE WS-DEPARTMENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 9999 TO WS-PRIOR-INSTRUCTOR.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
              IF WS-CT-INSTRUCTOR-ID (WS-ENTRY-IDX)
                 NOT = WS-PRIOR-INSTRUCTOR
                 PERFORM 3100-PRINT-INSTRUCTOR-LINE
              END-IF
              PERFORM 3200-PRINT-COURSE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEPT-GRADED    TO WS-DT-GRADED.
           MOVE WS-DEPT-MEAN      TO WS-DT-MEAN.
           MOVE WS-DEPT-PASS-RATE TO WS-DT-PASS-RATE.
           MOVE WS-DEPT-WITHDRAWN TO WS-DT-WITHDRAWN.
           MOVE WS-DEPT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-INSTRUCTOR-LINE.
           MOVE WS-CT-INSTRUCTOR-ID (WS-ENTRY-IDX)
              TO WS-PRIOR-INSTRUCTOR WS-I-INSTRUCTOR-ID.
           MOVE SPACES TO WS-I-FORENAME WS-I-SURNAME.
           IF WS-PRIOR-INSTRUCTOR = ZERO
              MOVE "(NO"        TO WS-I-FORENAME
              MOVE "INSTRUCTR)" TO WS-I-SURNAME
           ELSE
              IF INSTRUCTOR-FILE-AVAILABLE
                 MOVE WS-PRIOR-INSTRUCTOR TO IN-INSTRUCTOR-ID
                 READ INSTRUCTOR-FILE
                    INVALID KEY
                       MOVE "(NOT ON" TO WS-I-FORENAME
                       MOVE "MASTER)" TO WS-I-SURNAME
                    NOT INVALID KEY
                       MOVE IN-FORENAME TO WS-I-FORENAME
                       MOVE IN-SURNAME  TO WS-I-SURNAME
                 END-READ
              END-IF
           END-IF.
           MOVE WS-INSTRUCTOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-PRINT-COURSE.
           ADD 1 TO WS-COURSES-PRINTED.
           MOVE WS-CT-COURSE-CODE (WS-ENTRY-IDX) TO WS-C-COURSE-CODE.
           MOVE SPACES TO WS-C-TITLE.
           IF COURSE-FILE-AVAILABLE
              MOVE WS-CT-COURSE-CODE (WS-ENTRY-IDX) TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                 INVALID KEY
                    MOVE "(NOT ON MASTER)" TO WS-C-TITLE
                 NOT INVALID KEY
                    MOVE CM-COURSE-TITLE TO WS-C-TITLE
              END-READ
           END-IF.
           MOVE ZERO TO WS-COURSE-PASS-RATE WS-COURSE-MEAN.
           IF WS-CT-GRADED (WS-ENTRY-IDX) NOT = ZERO
              COMPUTE WS-COURSE-PASS-RATE ROUNDED =
                 WS-CT-PASSED (WS-ENTRY-IDX) * 100
                 / WS-CT-GRADED (WS-ENTRY-IDX)
              COMPUTE WS-COURSE-MEAN ROUNDED =
                 WS-CT-POINTS (WS-ENTRY-IDX)
                 / WS-CT-GRADED (WS-ENTRY-IDX)
           END-IF.
           MOVE WS-CT-GRADED (WS-ENTRY-IDX)    TO WS-C-GRADED.
           MOVE WS-COURSE-MEAN                 TO WS-C-MEAN.
           MOVE WS-COURSE-PASS-RATE            TO WS-C-PASS-RATE.
           MOVE WS-CT-WITHDRAWN (WS-ENTRY-IDX) TO WS-C-WITHDRAWN.
           MOVE WS-COURSE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 3300-PRINT-GRADE-CELLS.
           PERFORM 3400-CHECK-BAND.

       3300-PRINT-GRADE-CELLS.
           MOVE SPACES TO WS-GRADE-LINE.
           MOVE ZERO TO WS-CELL-IDX.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                 UNTIL WS-GRADE-IDX > WS-SCALE-COUNT
              ADD 1 TO WS-CELL-IDX
              MOVE ZERO TO WS-GRADE-PCT
              IF WS-CT-GRADED (WS-ENTRY-IDX) NOT = ZERO
                 COMPUTE WS-GRADE-PCT ROUNDED =
                    WS-CT-GRADE-COUNT (WS-ENTRY-IDX, WS-GRADE-IDX)
                    * 100 / WS-CT-GRADED (WS-ENTRY-IDX)
              END-IF
              MOVE WS-SC-GRADE (WS-GRADE-IDX)
                 TO WS-GL-GRADE (WS-CELL-IDX)
              MOVE WS-CT-GRADE-COUNT (WS-ENTRY-IDX, WS-GRADE-IDX)
                 TO WS-GL-COUNT (WS-CELL-IDX)
              MOVE WS-GRADE-PCT TO WS-GL-PCT (WS-CELL-IDX)
              MOVE "%" TO WS-GL-PCT-SIGN (WS-CELL-IDX)
              IF WS-CELL-IDX = 4
                 MOVE WS-GRADE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO WS-GRADE-LINE
                 MOVE ZERO TO WS-CELL-IDX
              END-IF
           END-PERFORM.
           IF WS-CELL-IDX NOT = ZERO
              MOVE WS-GRADE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       3400-CHECK-BAND.
           *> A course with nothing graded has no figures to compare.
           MOVE "N" TO WS-PASS-FLAG-SW WS-MEAN-FLAG-SW.
           IF WS-CT-GRADED (WS-ENTRY-IDX) NOT = ZERO
              COMPUTE WS-RATE-DIFF =
                 WS-COURSE-PASS-RATE - WS-DEPT-PASS-RATE
              COMPUTE WS-MEAN-DIFF =
                 WS-COURSE-MEAN - WS-DEPT-MEAN
              IF WS-RATE-DIFF > WS-PASS-RATE-BAND
                 OR WS-RATE-DIFF < 0 - WS-PASS-RATE-BAND
                 MOVE "Y" TO WS-PASS-FLAG-SW
              END-IF
              IF WS-MEAN-DIFF > WS-MEAN-BAND
                 OR WS-MEAN-DIFF < 0 - WS-MEAN-BAND
                 MOVE "Y" TO WS-MEAN-FLAG-SW
              END-IF
           END-IF.
           IF PASS-RATE-OUT-OF-BAND OR MEAN-OUT-OF-BAND
              ADD 1 TO WS-COURSES-FLAGGED
              EVALUATE TRUE
                 WHEN PASS-RATE-OUT-OF-BAND AND MEAN-OUT-OF-BAND
                    MOVE "PASS RATE AND MEAN VS DEPARTMENT"
                       TO WS-F-TEXT
                 WHEN PASS-RATE-OUT-OF-BAND
                    MOVE "PASS RATE VS DEPARTMENT" TO WS-F-TEXT
                 WHEN OTHER
                    MOVE "MEAN GRADE POINTS VS DEPARTMENT"
                       TO WS-F-TEXT
              END-EVALUATE
              MOVE WS-FLAG-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
