      *            INSTEAD OF RE-READING THE INDEXED MASTER AND
      *            ENROLLMENT FILES - ONE PASS NOW FEEDS THE WHOLE
      *            REPORTING SUITE.
      * 15/10/26 - A TERM MAY NOW BE GIVEN AT RUN TIME FOR A STUDENT
      *            LOAD SECTION: EACH STUDENT'S CREDIT HOURS FOR THE
      *            TERM FROM THE COURSE MASTER, WITH THE FULL-TIME,
      *            HALF-TIME OR LESS-THAN-HALF-TIME STATUS FROM THE
      *            SHARED LOADSTAT ROUTINE AND A COUNT OF EACH.
      * 15/10/26 - THE OFFICIAL COUNTS MAY NOW BE RUN FROM A TERM'S
      *            CENSUS SNAPSHOT FROZEN BY CENSUS-BATCH INSTEAD OF
      *            THE NIGHTLY EXTRACT, SO THE FIGURES REPORTED DO
      *            NOT CHANGE AS STUDENTS ADD AND DROP AFTER THE
      *            CENSUS DATE. THE LOAD SECTION FOLLOWS THE CENSUS
      *            TERM.
      *********************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-CENSUS-KEY
              FILE STATUS IS WS-CENSUS-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
       FD  REPORT-EXTRACT-FILE.
       COPY RPTXTREC.

       FD  CENSUS-FILE.
       COPY CENSREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.


       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-CENSUS-STATUS          PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-INCLUDE-ALL-SW         PIC X VALUE "N".
               10  WS-CT-COURSE-CODE PIC X(4).
               10  WS-CT-TITLE       PIC X(30).
               10  WS-CT-COUNT       PIC 9(5).
               10  WS-CT-CREDIT-HOURS
                                     PIC 9(2).

       01  WS-TOTAL-ENROLLMENTS      PIC 9(6) VALUE ZERO.

      *> Blank census term means the counts come from the nightly
      *> extract as before. Either source is read into the one
      *> enrollment entry below, so the tallying is shared.
       01  WS-CENSUS-TERM-CODE       PIC X(6) VALUE SPACES.
           88  NO-CENSUS-RUN                VALUE SPACES.
       01  WS-CENSUS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-ENROLL-ENTRY.
           05  WS-EE-STUDENT-ID      PIC 9(6).
           05  WS-EE-SURNAME         PIC X(10).
           05  WS-EE-FORENAME        PIC X(10).
           05  WS-EE-STATUS          PIC X.
               88  EE-STUDENT-ACTIVE        VALUE "A".
           05  WS-EE-COURSE-CODE     PIC X(4).
           05  WS-EE-TERM-CODE       PIC X(6).
           05  WS-EE-SECTION-NO      PIC 9(2).

      *> Student load section - blank term means the section is not
      *> printed. The extract runs in student order, so each
      *> student's term hours are totalled on a control break and
      *> held here until the report is printed.
       01  WS-LOAD-TERM-CODE         PIC X(6) VALUE SPACES.
           88  NO-LOAD-SECTION              VALUE SPACES.
       01  WS-PREV-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01  WS-PREV-SURNAME           PIC X(10) VALUE SPACES.
       01  WS-PREV-FORENAME          PIC X(10) VALUE SPACES.
       01  WS-STUDENT-HOURS          PIC 9(3) VALUE ZERO.
       01  WS-IN-TERM-SW             PIC X VALUE "N".
           88  STUDENT-IN-TERM              VALUE "Y".
       01  WS-LOAD-LIMIT             PIC 9(4) VALUE 2000.
       01  WS-LOAD-TOTAL             PIC 9(4) VALUE ZERO.
       01  WS-LOAD-TABLE.
           05  WS-LOAD-ENTRY OCCURS 2000 TIMES
                 INDEXED BY LOAD-IDX.
               10  WS-LT-STUDENT-ID  PIC 9(6).
               10  WS-LT-SURNAME     PIC X(10).
               10  WS-LT-FORENAME    PIC X(10).
               10  WS-LT-HOURS       PIC 9(3).
       01  WS-LOAD-STATUS            PIC X VALUE SPACE.
           88  LOAD-FULL-TIME               VALUE "F".
           88  LOAD-HALF-TIME               VALUE "H".
       01  WS-LOAD-DESC              PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS         PIC 9(2) VALUE ZERO.
       01  WS-FULL-TIME-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-HALF-TIME-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LESS-THAN-HALF-COUNT   PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER           PIC X(30) VALUE
               "COURSE ENROLLMENT COUNT REPORT".

       01  WS-CENSUS-TITLE.
           05  FILLER                PIC X(28) VALUE
               "CENSUS SNAPSHOT - TERM ".
           05  WS-CH-TERM-CODE       PIC X(6).
           05  FILLER                PIC X(7)  VALUE " AS AT ".
           05  WS-CH-CENSUS-DATE     PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "COURSE".
           05  FILLER                PIC X(32) VALUE "TITLE".
           05  FILLER                PIC X(40) VALUE "TOTAL".
           05  WS-T-COUNT            PIC ZZZZ9.

       01  WS-LOAD-TITLE.
           05  FILLER                PIC X(29) VALUE
               "STUDENT LOAD STATUS FOR TERM ".
           05  WS-LH-TERM-CODE       PIC X(6).

       01  WS-LOAD-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(7)  VALUE "HOURS".
           05  FILLER                PIC X(20) VALUE "LOAD STATUS".

       01  WS-LOAD-DETAIL.
           05  WS-LD-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LD-SURNAME         PIC X(11).
           05  WS-LD-FORENAME        PIC X(11).
           05  WS-LD-HOURS           PIC ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-LD-DESC            PIC X(20).

       01  WS-LOAD-TOTAL-LINE.
           05  WS-LS-DESC            PIC X(40).
           05  WS-LS-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Include withdrawn and graduated students (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-INCLUDE-ALL-SW.
           DISPLAY "Census term for official figures (blank for"
              " the nightly extract): " WITH NO ADVANCING.
           ACCEPT WS-CENSUS-TERM-CODE.
           IF NO-CENSUS-RUN
              DISPLAY "Term for the student load section (blank for"
                 " none): " WITH NO ADVANCING
              ACCEPT WS-LOAD-TERM-CODE
           ELSE
              MOVE WS-CENSUS-TERM-CODE TO WS-LOAD-TERM-CODE
           END-IF.
           PERFORM 0500-LOAD-COURSE-TABLE.
           IF NO-CENSUS-RUN
              OPEN INPUT REPORT-EXTRACT-FILE
              IF WS-EXTRACT-STATUS NOT = "00"
                 DISPLAY "Unable to open the reporting extract, "
                    "status " WS-EXTRACT-STATUS " - run "
                    "STUDENT-RPT-EXTRACT first."
              ELSE
                 PERFORM 0100-RUN-REPORT
                 CLOSE REPORT-EXTRACT-FILE
              END-IF
           ELSE
              OPEN INPUT CENSUS-FILE
              IF WS-CENSUS-STATUS NOT = "00"
                 DISPLAY "Unable to open the census snapshot, "
                    "status " WS-CENSUS-STATUS " - run "
                    "CENSUS-BATCH first."
              ELSE
                 PERFORM 0100-RUN-REPORT
                 CLOSE CENSUS-FILE
              END-IF
           END-IF.
           GOBACK.

       0100-RUN-REPORT.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-TOTAL-ENROLLMENTS.
           IF NO-CENSUS-RUN
              PERFORM 1000-COUNT-ENROLLMENTS
           ELSE
              PERFORM 1500-COUNT-CENSUS
           END-IF.
           PERFORM 2000-PRINT-REPORT.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-TOTAL-ENROLLMENTS.

       0500-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
                          MOVE CM-COURSE-TITLE
                             TO WS-CT-TITLE (COURSE-IDX)
                          MOVE ZERO TO WS-CT-COUNT (COURSE-IDX)
                          MOVE ZERO
                             TO WS-CT-CREDIT-HOURS (COURSE-IDX)
                          IF CM-CREDIT-HOURS NUMERIC
                             MOVE CM-CREDIT-HOURS
                                TO WS-CT-CREDIT-HOURS (COURSE-IDX)
                          END-IF
                       ELSE
                          DISPLAY "Course table full - course "
                             CM-COURSE-CODE " not counted."

       1000-COUNT-ENROLLMENTS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ REPORT-EXTRACT-FILE INTO WS-ENROLL-ENTRY
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 1050-TALLY-ENROLLMENT
              END-READ
           END-PERFORM.
           PERFORM 1200-STORE-STUDENT-LOAD.

       1050-TALLY-ENROLLMENT.
           IF EE-STUDENT-ACTIVE OR INCLUDE-ALL-STATUSES
              IF WS-EE-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                 PERFORM 1200-STORE-STUDENT-LOAD
                 MOVE WS-EE-STUDENT-ID TO WS-PREV-STUDENT-ID
                 MOVE WS-EE-SURNAME    TO WS-PREV-SURNAME
                 MOVE WS-EE-FORENAME   TO WS-PREV-FORENAME
              END-IF
              PERFORM 1100-TALLY-COURSE
           END-IF.

       1100-TALLY-COURSE.
           IF WS-COURSE-TOTAL = ZERO
              DISPLAY "Course " WS-EE-COURSE-CODE
                 " on student " WS-EE-STUDENT-ID
                 " is not on the course master - not counted."
           ELSE
              SET COURSE-IDX TO 1
              SEARCH WS-COURSE-ENTRY
                 AT END
                    DISPLAY "Course " WS-EE-COURSE-CODE
                       " on student " WS-EE-STUDENT-ID
                       " is not on the course master - not counted."
                 WHEN COURSE-IDX > WS-COURSE-TOTAL
                    DISPLAY "Course " WS-EE-COURSE-CODE
                       " on student " WS-EE-STUDENT-ID
                       " is not on the course master - not counted."
                 WHEN WS-CT-COURSE-CODE (COURSE-IDX)
                    = WS-EE-COURSE-CODE
                    ADD 1 TO WS-CT-COUNT (COURSE-IDX)
                    ADD 1 TO WS-TOTAL-ENROLLMENTS
                    IF NOT NO-LOAD-SECTION
                       AND WS-EE-TERM-CODE = WS-LOAD-TERM-CODE
                       ADD WS-CT-CREDIT-HOURS (COURSE-IDX)
                          TO WS-STUDENT-HOURS
                       MOVE "Y" TO WS-IN-TERM-SW
                    END-IF
              END-SEARCH
           END-IF.

       1500-COUNT-CENSUS.
           *> The snapshot is keyed term first, so the census term's
           *> enrollments read together in student order.
           MOVE WS-CENSUS-TERM-CODE TO CN-TERM-CODE.
           MOVE ZERO   TO CN-STUDENT-ID.
           MOVE SPACES TO CN-COURSE-CODE.
           START CENSUS-FILE KEY IS NOT LESS THAN CN-CENSUS-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ CENSUS-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CN-TERM-CODE NOT = WS-CENSUS-TERM-CODE
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       MOVE CN-CENSUS-DATE TO WS-CENSUS-DATE
                       MOVE CN-STUDENT-ID  TO WS-EE-STUDENT-ID
                       MOVE CN-SURNAME     TO WS-EE-SURNAME
                       MOVE CN-FORENAME    TO WS-EE-FORENAME
                       MOVE CN-STATUS      TO WS-EE-STATUS
                       MOVE CN-COURSE-CODE TO WS-EE-COURSE-CODE
                       MOVE CN-TERM-CODE   TO WS-EE-TERM-CODE
                       MOVE CN-SECTION-NO  TO WS-EE-SECTION-NO
                       PERFORM 1050-TALLY-ENROLLMENT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 1200-STORE-STUDENT-LOAD.
           IF WS-CENSUS-DATE = ZERO
              DISPLAY "No census snapshot on file for term "
                 WS-CENSUS-TERM-CODE "."
           END-IF.

       1200-STORE-STUDENT-LOAD.
           *> Control break on student - hold the previous student's
           *> term hours if they were enrolled in the load term.
           IF STUDENT-IN-TERM
              IF WS-LOAD-TOTAL < WS-LOAD-LIMIT
                 ADD 1 TO WS-LOAD-TOTAL
                 SET LOAD-IDX TO WS-LOAD-TOTAL
                 MOVE WS-PREV-STUDENT-ID
                    TO WS-LT-STUDENT-ID (LOAD-IDX)
                 MOVE WS-PREV-SURNAME  TO WS-LT-SURNAME (LOAD-IDX)
                 MOVE WS-PREV-FORENAME TO WS-LT-FORENAME (LOAD-IDX)
                 MOVE WS-STUDENT-HOURS TO WS-LT-HOURS (LOAD-IDX)
              ELSE
                 DISPLAY "Load table full - student "
                    WS-PREV-STUDENT-ID " not listed."
              END-IF
           END-IF.
           MOVE ZERO TO WS-STUDENT-HOURS.
           MOVE "N"  TO WS-IN-TERM-SW.

       2000-PRINT-REPORT.
           OPEN OUTPUT ENROLL-REPORT-FILE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT NO-CENSUS-RUN
              MOVE WS-CENSUS-TERM-CODE TO WS-CH-TERM-CODE
              MOVE WS-CENSUS-DATE      TO WS-CH-CENSUS-DATE
              MOVE WS-CENSUS-TITLE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           MOVE WS-TOTAL-ENROLLMENTS TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT NO-LOAD-SECTION
              PERFORM 2100-PRINT-LOAD-SECTION
           END-IF.
           CLOSE ENROLL-REPORT-FILE.

       2100-PRINT-LOAD-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOAD-TERM-CODE TO WS-LH-TERM-CODE.
           MOVE WS-LOAD-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LOAD-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING LOAD-IDX FROM 1 BY 1
                 UNTIL LOAD-IDX > WS-LOAD-TOTAL
              CALL "LOADSTAT" USING WS-LT-HOURS (LOAD-IDX)
                 WS-LOAD-STATUS WS-LOAD-DESC WS-MAX-LOAD-HOURS
              EVALUATE TRUE
                 WHEN LOAD-FULL-TIME
                    ADD 1 TO WS-FULL-TIME-COUNT
                 WHEN LOAD-HALF-TIME
                    ADD 1 TO WS-HALF-TIME-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-LESS-THAN-HALF-COUNT
              END-EVALUATE
              MOVE WS-LT-STUDENT-ID (LOAD-IDX) TO WS-LD-STUDENT-ID
              MOVE WS-LT-SURNAME (LOAD-IDX)    TO WS-LD-SURNAME
              MOVE WS-LT-FORENAME (LOAD-IDX)   TO WS-LD-FORENAME
              MOVE WS-LT-HOURS (LOAD-IDX)      TO WS-LD-HOURS
              MOVE WS-LOAD-DESC                TO WS-LD-DESC
              MOVE WS-LOAD-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FULL-TIME STUDENTS" TO WS-LS-DESC.
           MOVE WS-FULL-TIME-COUNT TO WS-LS-COUNT.
           MOVE WS-LOAD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HALF-TIME STUDENTS" TO WS-LS-DESC.
           MOVE WS-HALF-TIME-COUNT TO WS-LS-COUNT.
           MOVE WS-LOAD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LESS THAN HALF-TIME STUDENTS" TO WS-LS-DESC.
           MOVE WS-LESS-THAN-HALF-COUNT TO WS-LS-COUNT.
           MOVE WS-LOAD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
