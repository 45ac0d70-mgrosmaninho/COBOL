       IDENTIFICATION DIVISION.
        PROGRAM-ID. MARK-GRADE-BATCH.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: WORKS THE FINAL COURSE GRADE OUT FROM THE
      * COMPONENT MARKS FOR ONE TERM - ONE COURSE, OR EVERY COURSE
      * WITH AN ASSESSMENT SCHEME. EACH ENROLLED STUDENT'S MARKS ARE
      * WEIGHTED BY THE COURSE'S SCHEME INTO A PERCENTAGE, AND THE
      * PERCENTAGE IS TURNED INTO A LETTER GRADE THROUGH THE MARK
      * BAND TABLE. A MARKS SHEET IS PRINTED PER SECTION SHOWING
      * EVERY COMPONENT MARK, THE WEIGHTED TOTAL AND THE RESULTING
      * GRADE. RUN AS A PROOF, ONLY THE SHEETS ARE PRINTED, FOR THE
      * INSTRUCTORS TO CHECK; RUN TO POST, THE GRADES ARE ALSO
      * WRITTEN TO THE GRADE FILE UNDER THE SAME RULES AS
      * GRADE-ENTRY - NOTHING IS POSTED TO A CLOSED TERM, A STUDENT
      * WITH A COMPONENT UNMARKED IS LEFT UNGRADED, A THIRD ATTEMPT
      * AT A COURSE IS LEFT FOR A SUPERVISOR TO FILE THROUGH
      * GRADE-ENTRY, AND A RETAKE SUPERSEDES THE EARLIER ATTEMPTS.
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

           SELECT MARK-BAND-FILE ASSIGN TO "MARKBAND.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MB-LOWER-PCT
              FILE STATUS IS WS-BAND-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

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

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

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

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT MARKS-SHEET-FILE ASSIGN TO "MARKSHT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-SCHEME-FILE.
       COPY ASSESSCH.

       FD  COMPONENT-MARK-FILE.
       COPY MARKREC.

       FD  MARK-BAND-FILE.
       COPY MARKBAND.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  SECTION-FILE.
       COPY SECTREC.

       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  GPA-FILE.
       COPY GPAREC.

       FD  MARKS-SHEET-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCHEME-STATUS          PIC XX VALUE SPACES.
       01  WS-MARK-STATUS            PIC XX VALUE SPACES.
       01  WS-BAND-STATUS            PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-SECTFILE-SW            PIC X VALUE "N".
           88  SECTION-FILE-AVAILABLE       VALUE "Y".
       01  WS-INSTRUCTOR-STATUS      PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW            PIC X VALUE "N".
           88  INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-GPA-STATUS             PIC XX VALUE SPACES.
       01  WS-GPAFILE-SW             PIC X VALUE "N".
           88  GPA-FILE-AVAILABLE           VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-ENROLLS-SW        PIC X VALUE "Y".
           88  NO-MORE-ENROLLS              VALUE "N".
       01  WS-MORE-ATTEMPTS-SW       PIC X VALUE "Y".
           88  NO-MORE-ATTEMPTS             VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-COURSE-CODE            PIC X(4) VALUE SPACES.
       01  WS-RUN-MODE               PIC X VALUE SPACE.
           88  PROOF-RUN                    VALUE "S".
           88  POSTING-RUN                  VALUE "P".
           88  RUN-MODE-VALID               VALUES "S" "P".
       01  WS-JOB-NAME               PIC X(8) VALUE "MARKGRAD".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-TERM-CLOSED-SW         PIC X VALUE "N".
           88  TERM-CLOSED                  VALUE "Y".
       01  WS-STUDENT-CLOSED-SW      PIC X VALUE "N".
           88  STUDENT-TERM-CLOSED          VALUE "Y".

      *> The mark band table, lowest band first, loaded once.
       01  WS-BAND-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-BAND-MAX               PIC 9(2) VALUE 20.
       01  WS-BAND-IDX               PIC 9(2) VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 20 TIMES.
               10  WS-BT-LOWER-PCT   PIC 9(3)V9.
               10  WS-BT-GRADE       PIC X(2).

      *> The sections of the course that have enrollments in the
      *> term, flagged by section number plus one so a section
      *> number of zero has a place.
       01  WS-SECTION-FLAGS.
           05  WS-SECTION-FLAG       PIC X OCCURS 100 TIMES.
       01  WS-SECT-IDX               PIC 9(3) VALUE ZERO.
       01  WS-SECTION-NO             PIC 9(2) VALUE ZERO.
       01  WS-COURSE-ENROLLS         PIC 9(5) VALUE ZERO.
       01  WS-SECTION-STUDENTS       PIC 9(5) VALUE ZERO.

      *> One student's result.
       01  WS-COMP-IDX               PIC 9 VALUE ZERO.
       01  WS-WEIGHTED-SUM           PIC 9(5)V99 VALUE ZERO.
       01  WS-WEIGHTED-PCT           PIC 9(3)V9 VALUE ZERO.
       01  WS-RESULT-GRADE           PIC X(2) VALUE SPACES.
       01  WS-COMPLETE-SW            PIC X VALUE "Y".
           88  MARKS-COMPLETE               VALUE "Y".
       01  WS-ATTEMPT-COUNT          PIC 9(2) VALUE ZERO.

       01  WS-STUDENTS-READ          PIC 9(6) VALUE ZERO.
       01  WS-COURSES-PRINTED        PIC 9(4) VALUE ZERO.
       01  WS-STUDENTS-COMPLETE      PIC 9(6) VALUE ZERO.
       01  WS-STUDENTS-INCOMPLETE    PIC 9(6) VALUE ZERO.
       01  WS-GRADES-POSTED          PIC 9(6) VALUE ZERO.
       01  WS-GRADES-REPLACED        PIC 9(6) VALUE ZERO.
       01  WS-GRADES-UNCHANGED       PIC 9(6) VALUE ZERO.
       01  WS-GRADES-HELD            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(20) VALUE
               "MARKS SHEET - TERM ".
           05  WS-TITLE-TERM         PIC X(6).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-TITLE-MODE         PIC X(24).

       01  WS-COURSE-LINE.
           05  FILLER                PIC X(7)  VALUE "COURSE ".
           05  WS-C-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(14) VALUE
               "  ASSESSED ON ".
           05  WS-C-COMPONENTS       PIC 9.
           05  FILLER                PIC X(14) VALUE " COMPONENT(S)".

       01  WS-COMPONENT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X     VALUE "C".
           05  WS-CL-COMP-NO         PIC 9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-CL-COMP-NAME       PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CL-COMP-WEIGHT     PIC ZZ9.
           05  FILLER                PIC X     VALUE "%".

       01  WS-SECTION-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "SECTION ".
           05  WS-S-SECTION-NO       PIC 9(2).
           05  FILLER                PIC X(13) VALUE
               "  INSTRUCTOR ".
           05  WS-S-INSTRUCTOR-ID    PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-S-FORENAME         PIC X(11).
           05  WS-S-SURNAME          PIC X(10).

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(22) VALUE
               "STUDNT NAME".
           05  WS-CH-CELL            PIC X(6) OCCURS 6 TIMES.
           05  FILLER                PIC X(21) VALUE
               "TOTAL  GR STATUS".

      *> An unmarked component prints as a dash.
       01  WS-STUDENT-LINE.
           05  WS-SL-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SL-NAME            PIC X(14).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SL-CELL OCCURS 6 TIMES.
               10  WS-SL-MARK        PIC X(5).
               10  WS-SL-MARK-NUM REDEFINES WS-SL-MARK
                                     PIC ZZ9.9.
               10  FILLER            PIC X.
           05  WS-SL-TOTAL           PIC X(5).
           05  WS-SL-TOTAL-NUM REDEFINES WS-SL-TOTAL
                                     PIC ZZ9.9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-GRADE           PIC X(2).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SL-STATUS          PIC X(11).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "STUDENTS IN SECTION ".
           05  WS-ST-STUDENTS        PIC ZZZZ9.

       01  WS-SUMMARY-LINE.
           05  WS-SU-LABEL           PIC X(30).
           05  WS-SU-COUNT           PIC ZZZZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 0200-LOAD-MARK-BANDS.
           IF WS-BAND-COUNT = ZERO
              DISPLAY "No mark bands on file - set them up through"
                 " MARK-BAND-MAINT. Run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT ASSESS-SCHEME-FILE.
           IF WS-SCHEME-STATUS NOT = "00"
              DISPLAY "Unable to open the assessment schemes, status "
                 WS-SCHEME-STATUS " - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT COMPONENT-MARK-FILE.
           IF WS-MARK-STATUS NOT = "00"
              DISPLAY "Unable to open the marks file, status "
                 WS-MARK-STATUS " - run abandoned."
              CLOSE ASSESS-SCHEME-FILE
              GOBACK
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "Unable to open enrollment file, status "
                 WS-ENROLL-STATUS " - run abandoned."
              CLOSE COMPONENT-MARK-FILE
              CLOSE ASSESS-SCHEME-FILE
              GOBACK
           END-IF.
           PERFORM 0300-CHECK-TERM-CLOSED.
           IF POSTING-RUN
              OPEN I-O GRADE-FILE
              IF WS-GRADE-STATUS = "35"
                 CLOSE GRADE-FILE
                 OPEN OUTPUT GRADE-FILE
                 CLOSE GRADE-FILE
                 OPEN I-O GRADE-FILE
              END-IF
              IF WS-GRADE-STATUS NOT = "00"
                 DISPLAY "Unable to open grade file, status "
                    WS-GRADE-STATUS " - run abandoned."
                 CLOSE ENROLLMENT-FILE
                 CLOSE COMPONENT-MARK-FILE
                 CLOSE ASSESS-SCHEME-FILE
                 GOBACK
              END-IF
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STUDENTS-READ.
           PERFORM 0400-OPEN-LOOKUP-FILES.
           OPEN OUTPUT MARKS-SHEET-FILE.
           MOVE WS-TERM-CODE TO WS-TITLE-TERM.
           MOVE WS-RUN-DATE  TO WS-TITLE-RUN-DATE.
           IF POSTING-RUN
              MOVE "GRADES POSTED" TO WS-TITLE-MODE
           ELSE
              MOVE "PROOF - NOTHING POSTED" TO WS-TITLE-MODE
           END-IF.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COURSE-CODE NOT = SPACES
              MOVE WS-COURSE-CODE TO AS-COURSE-CODE
              READ ASSESS-SCHEME-FILE
                 INVALID KEY
                    DISPLAY "Course " WS-COURSE-CODE " has no"
                       " assessment scheme - nothing to grade."
                 NOT INVALID KEY
                    PERFORM 1000-PROCESS-COURSE
              END-READ
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ASSESS-SCHEME-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 1000-PROCESS-COURSE
                 END-READ
              END-PERFORM
           END-IF.
           PERFORM 3000-PRINT-SUMMARY.
           CLOSE MARKS-SHEET-FILE.
           PERFORM 0500-CLOSE-LOOKUP-FILES.
           IF POSTING-RUN
              CLOSE GRADE-FILE
           END-IF.
           CLOSE ENROLLMENT-FILE.
           CLOSE COMPONENT-MARK-FILE.
           CLOSE ASSESS-SCHEME-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STUDENTS-READ.
           DISPLAY "Marks sheets written to MARKSHT.PRT - "
              WS-STUDENTS-READ " student(s) in " WS-COURSES-PRINTED
              " course(s).".
           IF POSTING-RUN
              DISPLAY WS-GRADES-POSTED " grade(s) posted, "
                 WS-GRADES-REPLACED " replaced, " WS-GRADES-HELD
                 " held back."
           END-IF.
           GOBACK.

       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-TERM-CODE.
           PERFORM UNTIL WS-TERM-CODE NOT = SPACES
              DISPLAY "Term to grade (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
           END-PERFORM.
           DISPLAY "Course code (blank for every course with a"
              " scheme): " WITH NO ADVANCING.
           MOVE SPACES TO WS-COURSE-CODE.
           ACCEPT WS-COURSE-CODE.
           PERFORM UNTIL RUN-MODE-VALID
              DISPLAY "(S)heets only as a proof, or (P)ost the"
                 " grades: " WITH NO ADVANCING
              ACCEPT WS-RUN-MODE
              IF NOT RUN-MODE-VALID
                 DISPLAY "Invalid choice - enter S or P."
              END-IF
           END-PERFORM.

       0200-LOAD-MARK-BANDS.
           OPEN INPUT MARK-BAND-FILE.
           IF WS-BAND-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ MARK-BAND-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF WS-BAND-COUNT < WS-BAND-MAX
                          ADD 1 TO WS-BAND-COUNT
                          MOVE MB-LOWER-PCT
                             TO WS-BT-LOWER-PCT (WS-BAND-COUNT)
                          MOVE MB-GRADE
                             TO WS-BT-GRADE (WS-BAND-COUNT)
                       ELSE
                          DISPLAY "Warning: more than " WS-BAND-MAX
                             " mark bands - band from " MB-LOWER-PCT
                             "% ignored."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MARK-BAND-FILE
           END-IF.

       0300-CHECK-TERM-CLOSED.
           *> Once TERM-GPA-BATCH has stamped the term closed nothing
           *> is posted - the sheets still print so the marks can be
           *> checked against any grade change raised.
           MOVE "N" TO WS-TERM-CLOSED-SW.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TR-GRADES-CLOSED NOT = ZERO
                       MOVE "Y" TO WS-TERM-CLOSED-SW
                    END-IF
              END-READ
              CLOSE TERM-CAL-FILE
           END-IF.
           IF TERM-CLOSED AND POSTING-RUN
              DISPLAY "Term " WS-TERM-CODE " grades are closed -"
                 " nothing will be posted; raise changes through"
                 " GRADE-CHANGE."
           END-IF.

       0400-OPEN-LOOKUP-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS = "00"
              MOVE "Y" TO WS-SECTFILE-SW
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
           END-IF.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              MOVE "Y" TO WS-GPAFILE-SW
           END-IF.

       0500-CLOSE-LOOKUP-FILES.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF SECTION-FILE-AVAILABLE
              CLOSE SECTION-FILE
           END-IF.
           IF INSTRUCTOR-FILE-AVAILABLE
              CLOSE INSTRUCTOR-FILE
           END-IF.
           IF GPA-FILE-AVAILABLE
              CLOSE GPA-FILE
           END-IF.

       1000-PROCESS-COURSE.
           *> The scheme stays in the record area for the whole
           *> course - nothing below reads the scheme file.
           MOVE AS-COURSE-CODE TO WS-COURSE-CODE.
           PERFORM 1100-FIND-SECTIONS.
           IF WS-COURSE-ENROLLS NOT = ZERO
              ADD 1 TO WS-COURSES-PRINTED
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE AS-COURSE-CODE     TO WS-C-COURSE-CODE
              MOVE AS-COMPONENT-COUNT TO WS-C-COMPONENTS
              MOVE WS-COURSE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              INITIALIZE WS-COLUMN-LINE
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                 UNTIL WS-COMP-IDX > AS-COMPONENT-COUNT
                 MOVE WS-COMP-IDX TO WS-CL-COMP-NO
                 MOVE AS-COMP-NAME (WS-COMP-IDX) TO WS-CL-COMP-NAME
                 MOVE AS-COMP-WEIGHT (WS-COMP-IDX)
                    TO WS-CL-COMP-WEIGHT
                 MOVE WS-COMPONENT-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO WS-CH-CELL (WS-COMP-IDX)
                 STRING "   C" WS-COMP-IDX DELIMITED BY SIZE
                    INTO WS-CH-CELL (WS-COMP-IDX)
              END-PERFORM
              PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                 UNTIL WS-SECT-IDX > 100
                 IF WS-SECTION-FLAG (WS-SECT-IDX) = "Y"
                    COMPUTE WS-SECTION-NO = WS-SECT-IDX - 1
                    PERFORM 1200-PRINT-SECTION
                 END-IF
              END-PERFORM
           END-IF.

       1100-FIND-SECTIONS.
           MOVE ZERO TO WS-COURSE-ENROLLS.
           MOVE ALL "N" TO WS-SECTION-FLAGS.
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
                          ADD 1 TO WS-COURSE-ENROLLS
                          COMPUTE WS-SECT-IDX = EN-SECTION-NO + 1
                          MOVE "Y" TO WS-SECTION-FLAG (WS-SECT-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1200-PRINT-SECTION.
           MOVE ZERO TO WS-SECTION-STUDENTS.
           PERFORM 1300-PRINT-SECTION-HEADING.
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
                          AND EN-SECTION-NO = WS-SECTION-NO
                          PERFORM 2000-PROCESS-STUDENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-SECTION-STUDENTS TO WS-ST-STUDENTS.
           MOVE WS-SECTION-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1300-PRINT-SECTION-HEADING.
           MOVE WS-SECTION-NO TO WS-S-SECTION-NO.
           MOVE ZERO   TO WS-S-INSTRUCTOR-ID.
           MOVE SPACES TO WS-S-FORENAME WS-S-SURNAME.
           IF SECTION-FILE-AVAILABLE
              MOVE WS-COURSE-CODE TO CS-COURSE-CODE
              MOVE WS-TERM-CODE   TO CS-TERM-CODE
              MOVE WS-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CS-INSTRUCTOR-ID TO WS-S-INSTRUCTOR-ID
              END-READ
           END-IF.
           IF INSTRUCTOR-FILE-AVAILABLE
              AND WS-S-INSTRUCTOR-ID NOT = ZERO
              MOVE WS-S-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
              READ INSTRUCTOR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE IN-FORENAME TO WS-S-FORENAME
                    MOVE IN-SURNAME  TO WS-S-SURNAME
              END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-PROCESS-STUDENT.
           ADD 1 TO WS-STUDENTS-READ WS-SECTION-STUDENTS.
           MOVE SPACES TO WS-STUDENT-LINE.
           MOVE EN-STUDENT-ID TO WS-SL-STUDENT-ID.
           IF MASTER-FILE-AVAILABLE
              MOVE EN-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE "NOT ON MASTER" TO WS-SL-NAME
                 NOT INVALID KEY
                    STRING SM-SURNAME DELIMITED BY "  "
                       ", " DELIMITED BY SIZE
                       SM-FORENAME DELIMITED BY SIZE
                       INTO WS-SL-NAME
              END-READ
           END-IF.
           MOVE ZERO TO WS-WEIGHTED-SUM.
           MOVE "Y" TO WS-COMPLETE-SW.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > AS-COMPONENT-COUNT
              MOVE EN-STUDENT-ID  TO MK-STUDENT-ID
              MOVE WS-COURSE-CODE TO MK-COURSE-CODE
              MOVE WS-TERM-CODE   TO MK-TERM-CODE
              MOVE WS-COMP-IDX    TO MK-COMPONENT-NO
              READ COMPONENT-MARK-FILE
                 INVALID KEY
                    MOVE "N" TO WS-COMPLETE-SW
                    MOVE "  -  " TO WS-SL-MARK (WS-COMP-IDX)
                 NOT INVALID KEY
                    MOVE MK-MARK TO WS-SL-MARK-NUM (WS-COMP-IDX)
                    COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                       + MK-MARK * AS-COMP-WEIGHT (WS-COMP-IDX)
              END-READ
           END-PERFORM.
           MOVE SPACES TO WS-RESULT-GRADE.
           IF NOT MARKS-COMPLETE
              ADD 1 TO WS-STUDENTS-INCOMPLETE
              MOVE "INCOMPLETE" TO WS-SL-STATUS
           ELSE
              ADD 1 TO WS-STUDENTS-COMPLETE
              COMPUTE WS-WEIGHTED-PCT ROUNDED = WS-WEIGHTED-SUM / 100
              MOVE WS-WEIGHTED-PCT TO WS-SL-TOTAL-NUM
              PERFORM 2100-FIND-BAND-GRADE
              MOVE WS-RESULT-GRADE TO WS-SL-GRADE
              IF WS-RESULT-GRADE = SPACES
                 MOVE "NO BAND" TO WS-SL-STATUS
                 IF POSTING-RUN
                    ADD 1 TO WS-GRADES-HELD
                 END-IF
              ELSE
                 IF POSTING-RUN
                    PERFORM 2200-POST-GRADE
                 END-IF
              END-IF
           END-IF.
           MOVE WS-STUDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-FIND-BAND-GRADE.
           *> The highest band whose lower bound the percentage
           *> reaches; below the lowest band there is no grade.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-COUNT
              IF WS-WEIGHTED-PCT >= WS-BT-LOWER-PCT (WS-BAND-IDX)
                 MOVE WS-BT-GRADE (WS-BAND-IDX) TO WS-RESULT-GRADE
              END-IF
           END-PERFORM.

       2200-POST-GRADE.
           PERFORM 2300-CHECK-STUDENT-CLOSED.
           IF STUDENT-TERM-CLOSED
              MOVE "TERM CLOSED" TO WS-SL-STATUS
              ADD 1 TO WS-GRADES-HELD
           ELSE
              MOVE EN-STUDENT-ID  TO GR-STUDENT-ID
              MOVE WS-COURSE-CODE TO GR-COURSE-CODE
              MOVE WS-TERM-CODE   TO GR-TERM-CODE
              READ GRADE-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-GRADE-STATUS = "00"
                 PERFORM 2400-REPLACE-GRADE
              ELSE
                 PERFORM 2500-FILE-NEW-GRADE
              END-IF
           END-IF.

       2300-CHECK-STUDENT-CLOSED.
           *> As in GRADE-ENTRY - with no calendar stamp to go by,
           *> the term is closed for a student once the GPA run has
           *> filed a GPA for them.
           MOVE WS-TERM-CLOSED-SW TO WS-STUDENT-CLOSED-SW.
           IF GPA-FILE-AVAILABLE AND NOT STUDENT-TERM-CLOSED
              MOVE EN-STUDENT-ID TO GP-STUDENT-ID
              MOVE WS-TERM-CODE  TO GP-TERM-CODE
              READ GPA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-STUDENT-CLOSED-SW
              END-READ
           END-IF.

       2400-REPLACE-GRADE.
           IF GR-GRADE = WS-RESULT-GRADE
              MOVE "ON FILE" TO WS-SL-STATUS
              ADD 1 TO WS-GRADES-UNCHANGED
           ELSE
              MOVE WS-RESULT-GRADE TO GR-GRADE
              MOVE WS-RUN-DATE     TO GR-GRADE-DATE
              REWRITE GRADE-RECORD
              IF WS-GRADE-STATUS NOT = "00"
                 MOVE "REWRITE ERR" TO WS-SL-STATUS
                 ADD 1 TO WS-GRADES-HELD
                 DISPLAY "Unable to replace grade for student "
                    EN-STUDENT-ID " on " WS-COURSE-CODE ", status "
                    WS-GRADE-STATUS
              ELSE
                 MOVE "REPLACED" TO WS-SL-STATUS
                 ADD 1 TO WS-GRADES-REPLACED
              END-IF
           END-IF.

       2500-FILE-NEW-GRADE.
           PERFORM 2600-COUNT-PRIOR-ATTEMPTS.
           IF WS-ATTEMPT-COUNT >= 2
              MOVE "3RD ATTEMPT" TO WS-SL-STATUS
              ADD 1 TO WS-GRADES-HELD
           ELSE
              MOVE EN-STUDENT-ID   TO GR-STUDENT-ID
              MOVE WS-COURSE-CODE  TO GR-COURSE-CODE
              MOVE WS-TERM-CODE    TO GR-TERM-CODE
              MOVE WS-RESULT-GRADE TO GR-GRADE
              MOVE WS-RUN-DATE     TO GR-GRADE-DATE
              MOVE "C"             TO GR-REPEAT-FLAG
              MOVE SPACES          TO GR-TRANSFER-INST
              WRITE GRADE-RECORD
              IF WS-GRADE-STATUS NOT = "00"
                 MOVE "WRITE ERR" TO WS-SL-STATUS
                 ADD 1 TO WS-GRADES-HELD
                 DISPLAY "Unable to post grade for student "
                    EN-STUDENT-ID " on " WS-COURSE-CODE ", status "
                    WS-GRADE-STATUS
              ELSE
                 MOVE "POSTED" TO WS-SL-STATUS
                 ADD 1 TO WS-GRADES-POSTED
                 IF WS-ATTEMPT-COUNT NOT = ZERO
                    PERFORM 2700-SUPERSEDE-PRIOR-ATTEMPTS
                 END-IF
              END-IF
           END-IF.

       2600-COUNT-PRIOR-ATTEMPTS.
           MOVE ZERO TO WS-ATTEMPT-COUNT.
           MOVE "Y" TO WS-MORE-ATTEMPTS-SW.
           MOVE EN-STUDENT-ID  TO GR-STUDENT-ID.
           MOVE WS-COURSE-CODE TO GR-COURSE-CODE.
           MOVE SPACES         TO GR-TERM-CODE.
           START GRADE-FILE KEY IS >= GR-GRADE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ATTEMPTS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ATTEMPTS
              READ GRADE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ATTEMPTS-SW
                 NOT AT END
                    IF GR-STUDENT-ID NOT = EN-STUDENT-ID
                       OR GR-COURSE-CODE NOT = WS-COURSE-CODE
                       MOVE "N" TO WS-MORE-ATTEMPTS-SW
                    ELSE
                       ADD 1 TO WS-ATTEMPT-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       2700-SUPERSEDE-PRIOR-ATTEMPTS.
           MOVE "Y" TO WS-MORE-ATTEMPTS-SW.
           MOVE EN-STUDENT-ID  TO GR-STUDENT-ID.
           MOVE WS-COURSE-CODE TO GR-COURSE-CODE.
           MOVE SPACES         TO GR-TERM-CODE.
           START GRADE-FILE KEY IS >= GR-GRADE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ATTEMPTS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ATTEMPTS
              READ GRADE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ATTEMPTS-SW
                 NOT AT END
                    IF GR-STUDENT-ID NOT = EN-STUDENT-ID
                       OR GR-COURSE-CODE NOT = WS-COURSE-CODE
                       MOVE "N" TO WS-MORE-ATTEMPTS-SW
                    ELSE
                       IF GR-TERM-CODE NOT = WS-TERM-CODE
                          AND NOT GR-SUPERSEDED
                          MOVE "S" TO GR-REPEAT-FLAG
                          REWRITE GRADE-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSES MARKED" TO WS-SU-LABEL.
           MOVE WS-COURSES-PRINTED TO WS-SU-COUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "STUDENTS ON THE SHEETS" TO WS-SU-LABEL.
           MOVE WS-STUDENTS-READ TO WS-SU-COUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "  ALL COMPONENTS MARKED" TO WS-SU-LABEL.
           MOVE WS-STUDENTS-COMPLETE TO WS-SU-COUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           MOVE "  INCOMPLETE - NOT GRADED" TO WS-SU-LABEL.
           MOVE WS-STUDENTS-INCOMPLETE TO WS-SU-COUNT.
           PERFORM 3100-WRITE-SUMMARY-LINE.
           IF POSTING-RUN
              MOVE "GRADES POSTED" TO WS-SU-LABEL
              MOVE WS-GRADES-POSTED TO WS-SU-COUNT
              PERFORM 3100-WRITE-SUMMARY-LINE
              MOVE "GRADES REPLACED" TO WS-SU-LABEL
              MOVE WS-GRADES-REPLACED TO WS-SU-COUNT
              PERFORM 3100-WRITE-SUMMARY-LINE
              MOVE "GRADES ALREADY ON FILE" TO WS-SU-LABEL
              MOVE WS-GRADES-UNCHANGED TO WS-SU-COUNT
              PERFORM 3100-WRITE-SUMMARY-LINE
              MOVE "GRADES HELD BACK" TO WS-SU-LABEL
              MOVE WS-GRADES-HELD TO WS-SU-COUNT
              PERFORM 3100-WRITE-SUMMARY-LINE
           END-IF.

       3100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
