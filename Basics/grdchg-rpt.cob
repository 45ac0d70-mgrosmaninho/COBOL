       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRDCHG-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: GRADE-CHANGE REGISTER FOR ONE TERM. READS THE
      * GRADE CHANGE REQUEST FILE WORKED BY GRADE-CHANGE END TO END
      * AND PRINTS EVERY CHANGE APPLIED TO A GRADE ON THE TERM -
      * THE OLD AND NEW GRADE, THE REASON CODE, WHO RAISED AND WHO
      * APPROVED IT, AND THE STUDENT'S TERM AND CUMULATIVE GPA
      * BEFORE AND AFTER - WITH A COUNT OF THE REQUESTS REJECTED
      * AND STILL PENDING, SO THE REGISTRAR CAN ACCOUNT FOR EVERY
      * GRADE THAT MOVED AFTER THE TERM CLOSED (GRDCHREG.PRT).
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "GRDCHG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GQ-REQUEST-KEY
              FILE STATUS IS WS-CHANGE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "GRDCHREG.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       COPY GRCHGREC.

       FD  REGISTER-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "GRDCHREG".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-APPLIED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-PENDING-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(29) VALUE
               "GRADE-CHANGE REGISTER TERM".
           05  WS-T-TERM             PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(6)  VALUE "CRSE".
           05  FILLER                PIC X(8)  VALUE "GRADE".
           05  FILLER                PIC X(6)  VALUE "RSN".
           05  FILLER                PIC X(9)  VALUE "RAISED".
           05  FILLER                PIC X(9)  VALUE "APPROVED".
           05  FILLER                PIC X(9)  VALUE "ON".
           05  FILLER                PIC X(11) VALUE "TERM GPA".
           05  FILLER                PIC X(9)  VALUE "CUM GPA".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-GRADE        PIC X(2).
           05  FILLER                PIC X(2)  VALUE "->".
           05  WS-D-NEW-GRADE        PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REASON-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REQUESTED-BY     PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DECIDED-BY       PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DECISION-DATE    PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-OLD-TERM-GPA     PIC 9.99.
           05  FILLER                PIC X     VALUE ">".
           05  WS-D-NEW-TERM-GPA     PIC 9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-CUM-GPA      PIC 9.99.
           05  FILLER                PIC X     VALUE ">".
           05  WS-D-NEW-CUM-GPA      PIC 9.99.

       01  WS-REASON-LINE.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  WS-R-REASON-TEXT      PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(24).
           05  WS-TL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Input term code (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term code keyed - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF WS-CHANGE-STATUS NOT = "00"
              DISPLAY "Unable to open grade change file, status "
                 WS-CHANGE-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-APPLIED-COUNT.
           OPEN OUTPUT REGISTER-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-LIST-CHANGES.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REGISTER-FILE.
           CLOSE GRADE-CHANGE-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-APPLIED-COUNT.
           DISPLAY "Grade-change register written - "
              WS-APPLIED-COUNT " change(s) applied, "
              WS-REJECTED-COUNT " rejected, " WS-PENDING-COUNT
              " pending.".
           GOBACK.

       1000-PRINT-HEADINGS.
           MOVE WS-TERM-CODE TO WS-T-TERM.
           MOVE WS-RUN-DATE  TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-LIST-CHANGES.
           *> The file is keyed by student, course and term, so one
           *> pass picks out the term's requests in student order.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GQ-TERM-CODE = WS-TERM-CODE
                       EVALUATE TRUE
                          WHEN GQ-APPLIED
                             ADD 1 TO WS-APPLIED-COUNT
                             PERFORM 2100-PRINT-ONE-CHANGE
                          WHEN GQ-REJECTED
                             ADD 1 TO WS-REJECTED-COUNT
                          WHEN GQ-PENDING
                             ADD 1 TO WS-PENDING-COUNT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.

       2100-PRINT-ONE-CHANGE.
           MOVE GQ-STUDENT-ID    TO WS-D-STUDENT-ID.
           MOVE GQ-COURSE-CODE   TO WS-D-COURSE-CODE.
           MOVE GQ-OLD-GRADE     TO WS-D-OLD-GRADE.
           MOVE GQ-NEW-GRADE     TO WS-D-NEW-GRADE.
           MOVE GQ-REASON-CODE   TO WS-D-REASON-CODE.
           MOVE GQ-REQUESTED-BY  TO WS-D-REQUESTED-BY.
           MOVE GQ-DECIDED-BY    TO WS-D-DECIDED-BY.
           MOVE GQ-DECISION-DATE TO WS-D-DECISION-DATE.
           MOVE GQ-OLD-TERM-GPA  TO WS-D-OLD-TERM-GPA.
           MOVE GQ-NEW-TERM-GPA  TO WS-D-NEW-TERM-GPA.
           MOVE GQ-OLD-CUM-GPA   TO WS-D-OLD-CUM-GPA.
           MOVE GQ-NEW-CUM-GPA   TO WS-D-NEW-CUM-GPA.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GQ-REASON-TEXT TO WS-R-REASON-TEXT.
           MOVE WS-REASON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGES APPLIED" TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REQUESTS REJECTED" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REQUESTS PENDING" TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
