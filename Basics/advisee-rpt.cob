       IDENTIFICATION DIVISION.
        PROGRAM-ID. ADVISEE-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PER-ADVISOR ADVISEE LIST, LAID OUT LIKE
      * CLASS-LIST-RPT. EVERY STUDENT WITH A CURRENT ADVISOR ON THE
      * ADVISOR ASSIGNMENT FILE MAINTAINED BY ADVISOR-MAINT PRINTS
      * UNDER THAT ADVISOR, SORTED BY NAME, WITH THEIR CUMULATIVE
      * GPA AND PROBATION STANDING FROM THE LATEST TERM ON GPA.DAT,
      * THEIR CREDIT-HOUR LOAD AND LOAD STATUS FOR THE REQUESTED
      * TERM, AND WHETHER THEY HAVE BEEN ADVISED FOR IT - THE LIST
      * AN ADVISOR WORKS THROUGH BEFORE REGISTRATION OPENS. ONE
      * ADVISOR OR ALL OF THEM.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-FILE ASSIGN TO "ADVISORS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
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

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ADVSSORT.WRK".

           SELECT ADVISEE-LIST-FILE ASSIGN TO "ADVISEE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

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

       FD  GPA-FILE.
       COPY GPAREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-INSTRUCTOR-ID     PIC 9(4).
           05  SR-SURNAME           PIC X(10).
           05  SR-FORENAME          PIC X(10).
           05  SR-STUDENT-ID        PIC 9(6).

       FD  ADVISEE-LIST-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADVISOR-STATUS         PIC XX VALUE SPACES.
       01  WS-ADVISED-STATUS         PIC XX VALUE SPACES.
       01  WS-ADVFILE-SW             PIC X VALUE "N".
           88  ADVISED-FILE-AVAILABLE       VALUE "Y".
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-INSTRUCTOR-STATUS      PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW            PIC X VALUE "N".
           88  INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-GPA-STATUS             PIC XX VALUE SPACES.
       01  WS-GPAFILE-SW             PIC X VALUE "N".
           88  GPA-FILE-AVAILABLE           VALUE "Y".
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-ENRFILE-SW             PIC X VALUE "N".
           88  ENROLL-FILE-AVAILABLE        VALUE "Y".
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-CRSFILE-SW             PIC X VALUE "N".
           88  COURSE-FILE-AVAILABLE        VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-DETAIL-SW         PIC X VALUE "Y".
           88  NO-MORE-DETAIL               VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-ADVISOR-WANTED         PIC 9(4) VALUE ZERO.
       01  WS-PROBATION-GPA          PIC 9V99 VALUE 2.00.
       01  WS-ADVISEE-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ADVISOR-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-GROUP-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-GROUP-PROBATION        PIC 9(4) VALUE ZERO.
       01  WS-GROUP-NOT-ADVISED      PIC 9(4) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "ADVISEES".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> The latest closed term on the GPA file for the advisee -
      *> the one with the latest TERM-GPA-BATCH run date.
       01  WS-LATEST-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-LATEST-TERM-GPA        PIC 9V99 VALUE ZERO.
       01  WS-LATEST-CUM-GPA         PIC 9V99 VALUE ZERO.
       01  WS-GPA-FOUND-SW           PIC X VALUE "N".
           88  GPA-ON-FILE                  VALUE "Y".

      *> The advisee's load for the requested term, through the
      *> shared LOADSTAT routine.
       01  WS-TERM-HOURS             PIC 9(3) VALUE ZERO.
       01  WS-LOAD-STATUS            PIC X VALUE SPACE.
       01  WS-LOAD-DESC              PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS         PIC 9(2) VALUE ZERO.

       01  WS-P-INSTRUCTOR-ID        PIC 9(4) VALUE 9999.
       01  WS-FIRST-GROUP-SW         PIC X VALUE "Y".
           88  FIRST-GROUP                  VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(21) VALUE
               "ADVISEE LIST - TERM ".
           05  WS-TITLE-TERM         PIC X(6).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).

       01  WS-ADVISOR-LINE.
           05  FILLER                PIC X(8)  VALUE "ADVISOR ".
           05  WS-A-INSTRUCTOR-ID    PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-FORENAME         PIC X(11).
           05  WS-A-SURNAME          PIC X(11).
           05  WS-A-DEPARTMENT       PIC X(10).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(8)  VALUE "CUM GPA".
           05  FILLER                PIC X(11) VALUE "STANDING".
           05  FILLER                PIC X(6)  VALUE "HOURS".
           05  FILLER                PIC X(20) VALUE "LOAD".
           05  FILLER                PIC X(7)  VALUE "ADVISED".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-SURNAME          PIC X(11).
           05  WS-D-FORENAME         PIC X(11).
           05  WS-D-CUM-GPA          PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-STANDING         PIC X(11).
           05  WS-D-HOURS            PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-LOAD-DESC        PIC X(20).
           05  WS-D-ADVISED          PIC X(3).

       01  WS-GPA-EDIT               PIC 9.99.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                PIC X(9)  VALUE "ADVISEES ".
           05  WS-G-COUNT            PIC ZZZ9.
           05  FILLER                PIC X(15) VALUE "  ON PROBATION ".
           05  WS-G-PROBATION        PIC ZZZ9.
           05  FILLER                PIC X(15) VALUE "  NOT ADVISED  ".
           05  WS-G-NOT-ADVISED      PIC ZZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-PARAMETERS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ADVISEE-COUNT.
           PERFORM 0200-OPEN-LOOKUP-FILES.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-INSTRUCTOR-ID SR-SURNAME
                 SR-FORENAME SR-STUDENT-ID
              INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
              OUTPUT PROCEDURE IS 2000-PRINT-ADVISEE-LISTS.
           PERFORM 0300-CLOSE-LOOKUP-FILES.
           CLOSE STUDENT-MASTER-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ADVISEE-COUNT.
           DISPLAY "Advisee lists printed: " WS-ADVISOR-COUNT
              " advisor(s), " WS-ADVISEE-COUNT " advisee(s).".
           GOBACK.

       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-TERM-CODE.
           PERFORM UNTIL WS-TERM-CODE NOT = SPACES
              DISPLAY "Term for load and advising (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
           END-PERFORM.
           DISPLAY "Advisor instructor id (blank for all): "
              WITH NO ADVANCING.
           MOVE ZERO TO WS-ADVISOR-WANTED.
           ACCEPT WS-ADVISOR-WANTED.
           IF WS-ADVISOR-WANTED NOT NUMERIC
              MOVE ZERO TO WS-ADVISOR-WANTED
           END-IF.

       0200-OPEN-LOOKUP-FILES.
           *> Each lookup file is optional - a column with no file
           *> behind it prints blank rather than the run failing.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
           END-IF.
           OPEN INPUT ADVISED-FILE.
           IF WS-ADVISED-STATUS = "00"
              MOVE "Y" TO WS-ADVFILE-SW
           END-IF.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              MOVE "Y" TO WS-GPAFILE-SW
           ELSE
              DISPLAY "Warning: unable to open GPA summary file, "
                 "status " WS-GPA-STATUS " - GPA and standing print"
                 " blank."
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              MOVE "Y" TO WS-ENRFILE-SW
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
              MOVE "Y" TO WS-CRSFILE-SW
           END-IF.

       0300-CLOSE-LOOKUP-FILES.
           IF INSTRUCTOR-FILE-AVAILABLE
              CLOSE INSTRUCTOR-FILE
           END-IF.
           IF ADVISED-FILE-AVAILABLE
              CLOSE ADVISED-FILE
           END-IF.
           IF GPA-FILE-AVAILABLE
              CLOSE GPA-FILE
           END-IF.
           IF ENROLL-FILE-AVAILABLE
              CLOSE ENROLLMENT-FILE
           END-IF.
           IF COURSE-FILE-AVAILABLE
              CLOSE COURSE-MASTER-FILE
           END-IF.

       1000-LOAD-SORT-FILE.
           OPEN INPUT ADVISOR-FILE.
           IF WS-ADVISOR-STATUS NOT = "00"
              DISPLAY "Unable to open advisor assignment file, "
                 "status " WS-ADVISOR-STATUS " - no lists printed."
           ELSE
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ADVISOR-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AD-ASSIGNMENT-CURRENT
                          AND (WS-ADVISOR-WANTED = ZERO
                          OR AD-INSTRUCTOR-ID = WS-ADVISOR-WANTED)
                          PERFORM 1100-RELEASE-ONE-ADVISEE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADVISOR-FILE
           END-IF.

       1100-RELEASE-ONE-ADVISEE.
           *> Only a student still on the live master is listed - an
           *> archived student's last assignment is history.
           MOVE AD-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE AD-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
                 MOVE SM-SURNAME       TO SR-SURNAME
                 MOVE SM-FORENAME      TO SR-FORENAME
                 MOVE AD-STUDENT-ID    TO SR-STUDENT-ID
                 RELEASE SORT-RECORD
           END-READ.

       2000-PRINT-ADVISEE-LISTS.
           OPEN OUTPUT ADVISEE-LIST-FILE.
           MOVE WS-TERM-CODE TO WS-TITLE-TERM.
           MOVE WS-RUN-DATE  TO WS-TITLE-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-PRINT-ONE-ADVISEE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-GROUP
              PERFORM 2300-CLOSE-GROUP
           END-IF.
           CLOSE ADVISEE-LIST-FILE.

       2100-PRINT-ONE-ADVISEE.
           IF SR-INSTRUCTOR-ID NOT = WS-P-INSTRUCTOR-ID
              IF NOT FIRST-GROUP
                 PERFORM 2300-CLOSE-GROUP
              END-IF
              PERFORM 2200-PRINT-GROUP-HEADER
           END-IF.
           ADD 1 TO WS-ADVISEE-COUNT.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE SR-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SR-SURNAME    TO WS-D-SURNAME.
           MOVE SR-FORENAME   TO WS-D-FORENAME.
           PERFORM 2400-FIND-LATEST-GPA.
           IF GPA-ON-FILE
              MOVE WS-LATEST-CUM-GPA TO WS-GPA-EDIT
              MOVE WS-GPA-EDIT TO WS-D-CUM-GPA
              IF WS-LATEST-TERM-GPA < WS-PROBATION-GPA
                 MOVE "PROBATION" TO WS-D-STANDING
                 ADD 1 TO WS-GROUP-PROBATION
              ELSE
                 MOVE "GOOD" TO WS-D-STANDING
              END-IF
           ELSE
              MOVE SPACES TO WS-D-CUM-GPA
              MOVE "NO GPA" TO WS-D-STANDING
           END-IF.
           PERFORM 2500-SUM-TERM-HOURS.
           MOVE WS-TERM-HOURS TO WS-D-HOURS.
           CALL "LOADSTAT" USING WS-TERM-HOURS WS-LOAD-STATUS
              WS-LOAD-DESC WS-MAX-LOAD-HOURS.
           MOVE WS-LOAD-DESC TO WS-D-LOAD-DESC.
           MOVE "NO" TO WS-D-ADVISED.
           IF ADVISED-FILE-AVAILABLE
              MOVE SR-STUDENT-ID TO AV-STUDENT-ID
              MOVE WS-TERM-CODE  TO AV-TERM-CODE
              READ ADVISED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AV-STUDENT-ADVISED
                       MOVE "YES" TO WS-D-ADVISED
                    END-IF
              END-READ
           END-IF.
           IF WS-D-ADVISED = "NO"
              ADD 1 TO WS-GROUP-NOT-ADVISED
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-PRINT-GROUP-HEADER.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           ADD 1 TO WS-ADVISOR-COUNT.
           MOVE ZERO TO WS-GROUP-COUNT WS-GROUP-PROBATION
              WS-GROUP-NOT-ADVISED.
           MOVE SR-INSTRUCTOR-ID TO WS-P-INSTRUCTOR-ID.
           MOVE SR-INSTRUCTOR-ID TO WS-A-INSTRUCTOR-ID.
           MOVE SPACES TO WS-A-FORENAME WS-A-SURNAME WS-A-DEPARTMENT.
           IF INSTRUCTOR-FILE-AVAILABLE
              MOVE SR-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
              READ INSTRUCTOR-FILE
                 INVALID KEY
                    MOVE "(NOT ON" TO WS-A-FORENAME
                    MOVE "MASTER)" TO WS-A-SURNAME
                 NOT INVALID KEY
                    MOVE IN-FORENAME   TO WS-A-FORENAME
                    MOVE IN-SURNAME    TO WS-A-SURNAME
                    MOVE IN-DEPARTMENT TO WS-A-DEPARTMENT
              END-READ
           END-IF.
           MOVE WS-ADVISOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-CLOSE-GROUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GROUP-COUNT       TO WS-G-COUNT.
           MOVE WS-GROUP-PROBATION   TO WS-G-PROBATION.
           MOVE WS-GROUP-NOT-ADVISED TO WS-G-NOT-ADVISED.
           MOVE WS-GROUP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       2400-FIND-LATEST-GPA.
           *> Probation follows TERM-GPA-BATCH - a term GPA under
           *> 2.00 in the student's latest closed term.
           MOVE "N" TO WS-GPA-FOUND-SW.
           MOVE ZERO TO WS-LATEST-RUN-DATE WS-LATEST-TERM-GPA
              WS-LATEST-CUM-GPA.
           IF GPA-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-DETAIL-SW
              MOVE SR-STUDENT-ID TO GP-STUDENT-ID
              MOVE SPACES        TO GP-TERM-CODE
              START GPA-FILE KEY IS >= GP-GPA-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-DETAIL-SW
              END-START
              PERFORM UNTIL NO-MORE-DETAIL
                 READ GPA-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-DETAIL-SW
                    NOT AT END
                       IF GP-STUDENT-ID NOT = SR-STUDENT-ID
                          MOVE "N" TO WS-MORE-DETAIL-SW
                       ELSE
                          IF GP-RUN-DATE >= WS-LATEST-RUN-DATE
                             MOVE "Y" TO WS-GPA-FOUND-SW
                             MOVE GP-RUN-DATE TO WS-LATEST-RUN-DATE
                             MOVE GP-TERM-GPA TO WS-LATEST-TERM-GPA
                             MOVE GP-CUM-GPA  TO WS-LATEST-CUM-GPA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2500-SUM-TERM-HOURS.
           *> The course master credit hours of every course the
           *> advisee is enrolled on for the term, as STUDENT-ENROLL
           *> totals them.
           MOVE ZERO TO WS-TERM-HOURS.
           IF ENROLL-FILE-AVAILABLE AND COURSE-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-DETAIL-SW
              MOVE SR-STUDENT-ID TO EN-STUDENT-ID
              MOVE SPACES        TO EN-COURSE-CODE EN-TERM-CODE
              START ENROLLMENT-FILE KEY IS >= EN-ENROLL-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-DETAIL-SW
              END-START
              PERFORM UNTIL NO-MORE-DETAIL
                 READ ENROLLMENT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-DETAIL-SW
                    NOT AT END
                       IF EN-STUDENT-ID NOT = SR-STUDENT-ID
                          MOVE "N" TO WS-MORE-DETAIL-SW
                       ELSE
                          IF EN-TERM-CODE = WS-TERM-CODE
                             PERFORM 2550-ADD-COURSE-HOURS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2550-ADD-COURSE-HOURS.
           MOVE EN-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-COURSE-STATUS = "00" AND CM-CREDIT-HOURS NUMERIC
              ADD CM-CREDIT-HOURS TO WS-TERM-HOURS
           END-IF.
