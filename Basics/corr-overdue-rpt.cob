       IDENTIFICATION DIVISION.
        PROGRAM-ID. CORR-OVERDUE-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: DAILY OVERDUE CORRESPONDENCE FOLLOW-UP REPORT.
      * EVERY OPEN CASE ON TEXTFORM.DAT WHOSE FOLLOW-UP DUE DATE IS
      * BEFORE THE BUSINESS DATE IS LISTED ON CORROVRD.PRT, SORTED
      * BY THE OPERATOR WHO OWNS IT AND THE DATE IT FELL DUE, WITH
      * THE DAYS OVERDUE AND A COUNT PER OPERATOR. EACH OVERDUE CASE
      * IS ALSO QUEUED TO ITS OWNER ON THE CENTRAL NOTIFICATION
      * QUEUE THROUGH THE SHARED NOTIFY ROUTINE - ONCE A BUSINESS
      * DAY, SO A RERUN DOES NOT QUEUE THE SAME CASE TWICE. CASES
      * ARE WORKED AND CLOSED THROUGH CORR-CASE-MAINT.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXT-FORM-FILE ASSIGN TO "TEXTFORM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TF-FORM-KEY
              FILE STATUS IS WS-FORM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CORRSORT.WRK".

           SELECT REPORT-FILE ASSIGN TO "CORROVRD.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXT-FORM-FILE.
       COPY TEXTFREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-ASSIGNED-TO       PIC X(8).
           05  SR-FOLLOW-UP-DATE    PIC 9(8).
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-SEQUENCE          PIC 9(4).
           05  SR-CATEGORY          PIC X.
           05  SR-DAYS-OVERDUE      PIC 9(5).
           05  SR-NAME              PIC X(20).
           05  SR-COMMENT           PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FORM-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "CORROVRD".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-CASES-OVERDUE          PIC 9(6) VALUE ZERO.
       01  WS-CASES-QUEUED           PIC 9(6) VALUE ZERO.
       01  WS-OPERATORS-PRINTED      PIC 9(4) VALUE ZERO.
       01  WS-OPERATOR-CASES         PIC 9(5) VALUE ZERO.
       01  WS-CURRENT-OPERATOR       PIC X(8) VALUE SPACES.
       01  WS-FIRST-OPERATOR-SW      PIC X VALUE "Y".
           88  FIRST-OPERATOR               VALUE "Y".

       01  WS-NOTIFY-RECIPIENT       PIC X(12) VALUE SPACES.
       01  WS-NOTIFY-SEVERITY        PIC X VALUE "W".
       01  WS-NOTIFY-SOURCE          PIC X(8) VALUE "CORROVRD".
       01  WS-NOTIFY-TEXT            PIC X(60) VALUE SPACES.
       01  WS-NOTIFY-SW              PIC X VALUE "N".
           88  NOTIFY-QUEUED                VALUE "Y".

       01  WS-NOTIFY-DETAIL.
           05  FILLER                PIC X(5)  VALUE "CASE ".
           05  WS-ND-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X     VALUE "/".
           05  WS-ND-SEQUENCE        PIC 9(4).
           05  FILLER                PIC X(17) VALUE
               " FOLLOW-UP DUE ".
           05  WS-ND-FOLLOW-UP-DATE  PIC 9(8).
           05  FILLER                PIC X(3)  VALUE " - ".
           05  WS-ND-NAME            PIC X(16).

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(36) VALUE
               "OVERDUE CORRESPONDENCE FOLLOW-UPS".
           05  FILLER                PIC X(7)  VALUE "RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).

       01  WS-OPERATOR-LINE.
           05  FILLER                PIC X(9)  VALUE "OPERATOR ".
           05  WS-O-OPERATOR         PIC X(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "CASE".
           05  FILLER                PIC X(4)  VALUE "CAT".
           05  FILLER                PIC X(9)  VALUE "DUE".
           05  FILLER                PIC X(6)  VALUE " DAYS".
           05  FILLER                PIC X     VALUE SPACE.
           05  FILLER                PIC X(21) VALUE "NAME".
           05  FILLER                PIC X(25) VALUE "COMMENT".

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X     VALUE "/".
           05  WS-D-SEQUENCE         PIC 9(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CATEGORY         PIC X.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-FOLLOW-UP-DATE   PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DAYS-OVERDUE     PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-NAME             PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-COMMENT          PIC X(25).

       01  WS-OPERATOR-TOTAL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-OT-CASES           PIC ZZZZ9.
           05  FILLER                PIC X(22) VALUE
               " OVERDUE CASE(S) FOR ".
           05  WS-OT-OPERATOR        PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O TEXT-FORM-FILE.
           IF WS-FORM-STATUS NOT = "00"
              DISPLAY "Unable to open the correspondence file, "
                 "status " WS-FORM-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CASES-OVERDUE.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-ASSIGNED-TO SR-FOLLOW-UP-DATE
                 SR-STUDENT-ID SR-SEQUENCE
              INPUT PROCEDURE IS 1000-SELECT-OVERDUE
              OUTPUT PROCEDURE IS 2000-PRINT-OVERDUE.
           CLOSE TEXT-FORM-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CASES-OVERDUE.
           DISPLAY "Overdue follow-ups written - " WS-CASES-OVERDUE
              " case(s), " WS-CASES-QUEUED " notification(s) queued.".
           GOBACK.

       1000-SELECT-OVERDUE.
           PERFORM UNTIL NO-MORE-RECORDS
              READ TEXT-FORM-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF TF-CASE-OPEN
                       AND TF-FOLLOW-UP-DATE NOT = ZERO
                       AND TF-FOLLOW-UP-DATE < WS-RUN-DATE
                       PERFORM 1100-RELEASE-ONE-CASE
                    END-IF
              END-READ
           END-PERFORM.

       1100-RELEASE-ONE-CASE.
           ADD 1 TO WS-CASES-OVERDUE.
           MOVE TF-ASSIGNED-TO    TO SR-ASSIGNED-TO.
           MOVE TF-FOLLOW-UP-DATE TO SR-FOLLOW-UP-DATE.
           MOVE TF-STUDENT-ID     TO SR-STUDENT-ID.
           MOVE TF-SEQUENCE       TO SR-SEQUENCE.
           MOVE TF-CATEGORY       TO SR-CATEGORY.
           MOVE TF-NAME           TO SR-NAME.
           MOVE TF-COMMENT        TO SR-COMMENT.
           COMPUTE SR-DAYS-OVERDUE =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE (TF-FOLLOW-UP-DATE).
           RELEASE SORT-RECORD.
           IF TF-NOTIFIED-DATE NOT = WS-RUN-DATE
              PERFORM 1200-QUEUE-NOTIFICATION
           END-IF.

       1200-QUEUE-NOTIFICATION.
           *> The case is marked only once the message is on the
           *> queue, so a queue outage is retried by the next run.
           MOVE TF-STUDENT-ID     TO WS-ND-STUDENT-ID.
           MOVE TF-SEQUENCE       TO WS-ND-SEQUENCE.
           MOVE TF-FOLLOW-UP-DATE TO WS-ND-FOLLOW-UP-DATE.
           MOVE TF-NAME           TO WS-ND-NAME.
           MOVE WS-NOTIFY-DETAIL  TO WS-NOTIFY-TEXT.
           MOVE TF-ASSIGNED-TO    TO WS-NOTIFY-RECIPIENT.
           CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
              WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
              WS-NOTIFY-SW.
           IF NOTIFY-QUEUED
              ADD 1 TO WS-CASES-QUEUED
              MOVE WS-RUN-DATE TO TF-NOTIFIED-DATE
              REWRITE TEXT-FORM-RECORD
              IF WS-FORM-STATUS NOT = "00"
                 DISPLAY "Unable to mark case " TF-STUDENT-ID "/"
                    TF-SEQUENCE " notified, status " WS-FORM-STATUS
              END-IF
           END-IF.

       2000-PRINT-OVERDUE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-TITLE-RUN-DATE.
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
                    PERFORM 2100-PRINT-ONE-CASE
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-OPERATOR
              PERFORM 2300-PRINT-OPERATOR-TOTAL
           END-IF.
           IF WS-CASES-OVERDUE = ZERO
              MOVE "NO OVERDUE FOLLOW-UPS" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OVERDUE CASES" TO WS-S-LABEL.
           MOVE WS-CASES-OVERDUE TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS WITH OVERDUE CASES" TO WS-S-LABEL.
           MOVE WS-OPERATORS-PRINTED TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NOTIFICATIONS QUEUED THIS RUN" TO WS-S-LABEL.
           MOVE WS-CASES-QUEUED TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       2100-PRINT-ONE-CASE.
           IF FIRST-OPERATOR
              OR SR-ASSIGNED-TO NOT = WS-CURRENT-OPERATOR
              IF NOT FIRST-OPERATOR
                 PERFORM 2300-PRINT-OPERATOR-TOTAL
              END-IF
              MOVE "N" TO WS-FIRST-OPERATOR-SW
              PERFORM 2200-START-OPERATOR
           END-IF.
           ADD 1 TO WS-OPERATOR-CASES.
           MOVE SR-STUDENT-ID     TO WS-D-STUDENT-ID.
           MOVE SR-SEQUENCE       TO WS-D-SEQUENCE.
           MOVE SR-CATEGORY       TO WS-D-CATEGORY.
           MOVE SR-FOLLOW-UP-DATE TO WS-D-FOLLOW-UP-DATE.
           MOVE SR-DAYS-OVERDUE   TO WS-D-DAYS-OVERDUE.
           MOVE SR-NAME           TO WS-D-NAME.
           MOVE SR-COMMENT        TO WS-D-COMMENT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-START-OPERATOR.
           MOVE SR-ASSIGNED-TO TO WS-CURRENT-OPERATOR.
           MOVE ZERO TO WS-OPERATOR-CASES.
           ADD 1 TO WS-OPERATORS-PRINTED.
           MOVE SR-ASSIGNED-TO TO WS-O-OPERATOR.
           MOVE WS-OPERATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-PRINT-OPERATOR-TOTAL.
           MOVE WS-OPERATOR-CASES   TO WS-OT-CASES.
           MOVE WS-CURRENT-OPERATOR TO WS-OT-OPERATOR.
           MOVE WS-OPERATOR-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
