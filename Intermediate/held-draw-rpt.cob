       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-DRAW-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: HELD LOAN DRAWS REPORT FOR THE LOAN OFFICE.
      * LISTS EVERY STUDENT-LOAN TRANCHE ON DRAWSCHD.DAT THAT
      * DISBURSE-BATCH IS HOLDING FOR FAILED ACADEMIC PROGRESS -
      * WITH THE STUDENT, THE DAYS HELD AND, FOR EACH MEASURE SAPCHK
      * TAKES (CUMULATIVE GPA, COURSES COMPLETED, TERM LOAD), THE
      * FIGURE AT THE LATEST CHECK WITH THE FAILING ONES MARKED -
      * THEN THE DRAWS WHOSE APPEAL HAS BEEN APPROVED IN DRAW-MAINT
      * AND ARE WAITING TO BE PAID. HELDDRAW.PRT IS REGISTERED WITH
      * SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAW-SCHEDULE-FILE ASSIGN TO "DRAWSCHD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DW-DRAW-KEY
              FILE STATUS IS WS-DRAW-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT HELD-REPORT-FILE ASSIGN TO "HELDDRAW.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAW-SCHEDULE-FILE.
       COPY DRAWREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  HELD-REPORT-FILE.
       01  REPORT-LINE               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DRAW-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-PASS-SW                PIC X VALUE "H".
           88  LISTING-HELD                 VALUE "H".
           88  LISTING-APPEALS              VALUE "A".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "HELDDRAW".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "HELDDRAW.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

       01  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-HELD-AMOUNT            PIC 9(9) VALUE ZERO.
       01  WS-APPEAL-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-GPA-FAILS              PIC 9(6) VALUE ZERO.
       01  WS-PACE-FAILS             PIC 9(6) VALUE ZERO.
       01  WS-LOAD-FAILS             PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(42) VALUE
               "LOAN DRAWS HELD FOR ACADEMIC PROGRESS".
           05  FILLER                PIC X(7)  VALUE "RUN ON ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-HELD-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(8)  VALUE " AMOUNT".
           05  FILLER                PIC X(10) VALUE " PLANNED".
           05  FILLER                PIC X(10) VALUE "HELD FROM".
           05  FILLER                PIC X(6)  VALUE " DAYS".
           05  FILLER                PIC X(8)  VALUE "   GPA".
           05  FILLER                PIC X(8)  VALUE "  PACE%".
           05  FILLER                PIC X(6)  VALUE "  LOAD".

       01  WS-HELD-LINE.
           05  WS-D-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X     VALUE "/".
           05  WS-D-SEQUENCE         PIC 99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PLANNED-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-HOLD-DATE        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DAYS-HELD        PIC ZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-CUM-GPA          PIC 9.99.
           05  WS-D-GPA-FLAG         PIC X.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-COMPLETION       PIC ZZ9.
           05  WS-D-PACE-FLAG        PIC X.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-LOAD-STATUS      PIC X.
           05  WS-D-LOAD-FLAG        PIC X.

       01  WS-APPEAL-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(8)  VALUE " AMOUNT".
           05  FILLER                PIC X(10) VALUE " PLANNED".
           05  FILLER                PIC X(10) VALUE "APPROVED".
           05  FILLER                PIC X(8)  VALUE "BY".

       01  WS-APPEAL-LINE.
           05  WS-A-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X     VALUE "/".
           05  WS-A-SEQUENCE         PIC 99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-A-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-AMOUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-PLANNED-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-OVERRIDE-DATE    PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-OVERRIDE-BY      PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(34).
           05  WS-S-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT DRAW-SCHEDULE-FILE.
           IF WS-DRAW-STATUS NOT = "00"
              DISPLAY "Unable to open the draw schedule, status "
                 WS-DRAW-STATUS " - nothing to report."
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-HELD-COUNT.
           OPEN OUTPUT HELD-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "H" TO WS-PASS-SW.
           MOVE WS-HELD-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-LIST-ONE-PASS.
           IF WS-HELD-COUNT = ZERO
              MOVE "NO DRAWS HELD" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE "* MARKS THE MEASURE THAT FAILED AT THE LATEST"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "  CHECK. LOAD: F FULL-TIME, H HALF-TIME, L LESS."
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPEALS APPROVED - AWAITING RELEASE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-APPEAL-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DRAW-SCHEDULE-FILE.
           OPEN INPUT DRAW-SCHEDULE-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE "A" TO WS-PASS-SW.
           PERFORM 2000-LIST-ONE-PASS.
           IF WS-APPEAL-COUNT = ZERO
              MOVE "NO APPROVED APPEALS WAITING" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE HELD-REPORT-FILE.
           IF WS-PORTFOLIO-STATUS = "00"
              CLOSE PORTFOLIO-FILE
           END-IF.
           CLOSE DRAW-SCHEDULE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-HELD-COUNT.
           DISPLAY "Held draws report written - " WS-HELD-COUNT
              " held, " WS-APPEAL-COUNT " appeal(s) awaiting release.".
           GOBACK.

       2000-LIST-ONE-PASS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ DRAW-SCHEDULE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LISTING-HELD AND DW-HELD
                          PERFORM 2100-LIST-HELD-DRAW
                       WHEN LISTING-APPEALS AND DW-PLANNED
                          AND DW-OVERRIDE-DATE NOT = ZERO
                          PERFORM 2200-LIST-APPEAL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       2100-LIST-HELD-DRAW.
           ADD 1 TO WS-HELD-COUNT.
           ADD DW-PLANNED-AMOUNT TO WS-HELD-AMOUNT.
           PERFORM 2300-FIND-STUDENT.
           MOVE DW-ACCOUNT-ID       TO WS-D-ACCOUNT-ID.
           MOVE DW-SEQUENCE         TO WS-D-SEQUENCE.
           MOVE PF-STUDENT-ID       TO WS-D-STUDENT-ID.
           MOVE DW-PLANNED-AMOUNT   TO WS-D-AMOUNT.
           MOVE DW-PLANNED-DATE     TO WS-D-PLANNED-DATE.
           MOVE DW-HOLD-DATE        TO WS-D-HOLD-DATE.
           MOVE ZERO                TO WS-D-DAYS-HELD.
           IF DW-HOLD-DATE NOT = ZERO
              COMPUTE WS-D-DAYS-HELD =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (DW-HOLD-DATE)
           END-IF.
           MOVE DW-HOLD-CUM-GPA     TO WS-D-CUM-GPA.
           MOVE DW-HOLD-COMPLETION  TO WS-D-COMPLETION.
           MOVE DW-HOLD-LOAD-STATUS TO WS-D-LOAD-STATUS.
           MOVE SPACE TO WS-D-GPA-FLAG WS-D-PACE-FLAG WS-D-LOAD-FLAG.
           IF DW-HOLD-GPA-SW = "Y"
              MOVE "*" TO WS-D-GPA-FLAG
              ADD 1 TO WS-GPA-FAILS
           END-IF.
           IF DW-HOLD-PACE-SW = "Y"
              MOVE "*" TO WS-D-PACE-FLAG
              ADD 1 TO WS-PACE-FAILS
           END-IF.
           IF DW-HOLD-LOAD-SW = "Y"
              MOVE "*" TO WS-D-LOAD-FLAG
              ADD 1 TO WS-LOAD-FAILS
           END-IF.
           MOVE WS-HELD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-LIST-APPEAL.
           ADD 1 TO WS-APPEAL-COUNT.
           PERFORM 2300-FIND-STUDENT.
           MOVE DW-ACCOUNT-ID       TO WS-A-ACCOUNT-ID.
           MOVE DW-SEQUENCE         TO WS-A-SEQUENCE.
           MOVE PF-STUDENT-ID       TO WS-A-STUDENT-ID.
           MOVE DW-PLANNED-AMOUNT   TO WS-A-AMOUNT.
           MOVE DW-PLANNED-DATE     TO WS-A-PLANNED-DATE.
           MOVE DW-OVERRIDE-DATE    TO WS-A-OVERRIDE-DATE.
           MOVE DW-OVERRIDE-BY      TO WS-A-OVERRIDE-BY.
           MOVE WS-APPEAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-FIND-STUDENT.
           MOVE ZERO TO PF-STUDENT-ID.
           IF WS-PORTFOLIO-STATUS = "00"
              OR WS-PORTFOLIO-STATUS = "23"
              MOVE DW-ACCOUNT-ID TO PF-ACCOUNT-ID
              READ PORTFOLIO-FILE
                 INVALID KEY
                    MOVE ZERO TO PF-STUDENT-ID
              END-READ
           END-IF.

       3000-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DRAWS HELD" TO WS-S-LABEL.
           MOVE WS-HELD-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AMOUNT HELD" TO WS-S-LABEL.
           MOVE WS-HELD-AMOUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FAILING CUMULATIVE GPA" TO WS-S-LABEL.
           MOVE WS-GPA-FAILS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FAILING COURSES COMPLETED" TO WS-S-LABEL.
           MOVE WS-PACE-FAILS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FAILING TERM LOAD" TO WS-S-LABEL.
           MOVE WS-LOAD-FAILS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPEALS AWAITING RELEASE" TO WS-S-LABEL.
           MOVE WS-APPEAL-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPEALS ARE APPROVED THROUGH DRAW-MAINT (O)VERRIDE."
              TO REPORT-LINE.
           WRITE REPORT-LINE.
