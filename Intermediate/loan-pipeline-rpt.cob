       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PIPELINE-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: LOAN APPLICATION PIPELINE REPORT OVER
      * LOANAPP.DAT. LISTS EVERY APPLICATION STILL IN PROGRESS
      * (RECEIVED, REFERRED, OR APPROVED AND NOT YET BOOKED) WITH
      * ITS AGE IN DAYS, THEN COUNTS EVERY APPLICATION BY STAGE AND
      * AGE BAND WITH THE AMOUNT REQUESTED, THEN SUMMARIZES THE
      * DECLINE REASONS FILED BY LOAN-DECISION. AN APPLICATION IN
      * PROGRESS IS AGED TO THE BUSINESS DATE; A DECIDED, WITHDRAWN
      * OR BOOKED ONE BY THE DAYS IT TOOK TO REACH THAT STAGE.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE ASSIGN TO "LOANAPP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LA-APPL-NUMBER
              ALTERNATE RECORD KEY IS LA-QUOTE-NUMBER
                 WITH DUPLICATES
              FILE STATUS IS WS-APPL-STATUS.

           SELECT PIPELINE-REPORT-FILE ASSIGN TO "APPLPIPE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPP.

       FD  PIPELINE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY APPRSN.

       01  WS-APPL-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS               PIC S9(5) VALUE ZERO.
       01  WS-AGE-TO-DATE            PIC 9(8) VALUE ZERO.
       01  WS-BAND                   PIC 9 VALUE ZERO.
       01  WS-STAGE-IDX              PIC 9 VALUE ZERO.
       01  WS-REASON-IDX             PIC 9 VALUE ZERO.
       01  WS-TEXT-IDX               PIC 9(2) VALUE ZERO.
       01  WS-APPL-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-OPEN-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "APPLPIPE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "LOANPIPE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> One row per stage, in pipeline order, with its counts in
      *> four age bands and the amount requested.
       01  WS-STAGE-VALUES.
           05  FILLER                PIC X(11) VALUE "RRECEIVED".
           05  FILLER                PIC X(11) VALUE "FREFERRED".
           05  FILLER                PIC X(11) VALUE "AAPPROVED".
           05  FILLER                PIC X(11) VALUE "BBOOKED".
           05  FILLER                PIC X(11) VALUE "DDECLINED".
           05  FILLER                PIC X(11) VALUE "WWITHDRAWN".
       01  WS-STAGE-NAMES REDEFINES WS-STAGE-VALUES.
           05  WS-STAGE-NAME-ENTRY   OCCURS 6 TIMES.
               10  WS-STAGE-CODE     PIC X.
               10  WS-STAGE-LABEL    PIC X(10).
       01  WS-STAGE-TOTALS.
           05  WS-STAGE-TOTAL-ENTRY  OCCURS 6 TIMES.
               10  WS-BAND-COUNT     PIC 9(5) OCCURS 4 TIMES.
               10  WS-STAGE-COUNT    PIC 9(5).
               10  WS-STAGE-AMOUNT   PIC 9(9).

       01  WS-DECLINE-COUNTS.
           05  WS-DECLINE-COUNT      PIC 9(5) OCCURS 9 TIMES.
       01  WS-DECLINED-APPLS         PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(40) VALUE
               "LOAN APPLICATION PIPELINE REPORT".
           05  FILLER                PIC X(8)  VALUE " RUN ON ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-OPEN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "APPL".
           05  FILLER                PIC X(10) VALUE "APPLIED".
           05  FILLER                PIC X(22) VALUE "APPLICANT".
           05  FILLER                PIC X(6)  VALUE "PROD".
           05  FILLER                PIC X(8)  VALUE "AMOUNT".
           05  FILLER                PIC X(10) VALUE "STAGE".
           05  FILLER                PIC X(8)  VALUE "AGE".

       01  WS-OPEN-DETAIL.
           05  WS-O-APPL-NUMBER      PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-APPL-DATE        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-APPLICANT        PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-PRODUCT          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-O-AMOUNT           PIC Z(4)9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-O-STAGE            PIC X(10).
           05  WS-O-AGE              PIC ZZZZ9.

       01  WS-STAGE-HEADINGS.
           05  FILLER                PIC X(12) VALUE "STAGE".
           05  FILLER                PIC X(8)  VALUE "  0-7".
           05  FILLER                PIC X(8)  VALUE "  8-14".
           05  FILLER                PIC X(8)  VALUE " 15-30".
           05  FILLER                PIC X(8)  VALUE "   31+".
           05  FILLER                PIC X(8)  VALUE "  TOTAL".
           05  FILLER                PIC X(12) VALUE "      AMOUNT".

       01  WS-STAGE-LINE.
           05  WS-S-LABEL            PIC X(12).
           05  WS-S-BAND             PIC Z(6)9 OCCURS 4 TIMES.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-S-TOTAL            PIC Z(6)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-S-AMOUNT           PIC Z(10)9.

       01  WS-REASON-LINE.
           05  WS-R-CODE             PIC X(4).
           05  WS-R-TEXT             PIC X(32).
           05  WS-R-COUNT            PIC Z(6)9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(36).
           05  WS-TL-COUNT           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT LOAN-APPLICATION-FILE.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to open the loan application file,"
                 " status " WS-APPL-STATUS
           ELSE
              OPEN OUTPUT PIPELINE-REPORT-FILE
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-APPL-COUNT
              MOVE ZEROS TO WS-STAGE-TOTALS
              MOVE ZEROS TO WS-DECLINE-COUNTS
              MOVE WS-RUN-DATE TO WS-T-RUN-DATE
              MOVE WS-REPORT-TITLE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "APPLICATIONS IN PROGRESS" TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-OPEN-HEADINGS TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 2000-READ-ALL-APPLICATIONS
              IF WS-OPEN-COUNT = ZERO
                 MOVE "NO APPLICATIONS IN PROGRESS" TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
              PERFORM 3000-PRINT-STAGE-SUMMARY
              PERFORM 4000-PRINT-DECLINE-SUMMARY
              CLOSE PIPELINE-REPORT-FILE
              CLOSE LOAN-APPLICATION-FILE
              CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-APPL-COUNT
              DISPLAY "Pipeline report written to APPLPIPE.PRT - "
                 WS-APPL-COUNT " application(s)."
           END-IF.
           GOBACK.

       2000-READ-ALL-APPLICATIONS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOAN-APPLICATION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-APPL-COUNT
                    PERFORM 2100-AGE-APPLICATION
                    PERFORM 2200-COUNT-APPLICATION
                    IF LA-STAGE-OPEN
                       PERFORM 2300-PRINT-OPEN-APPLICATION
                    END-IF
                    IF LA-DECLINED
                       PERFORM 2400-COUNT-DECLINE-REASONS
                    END-IF
              END-READ
           END-PERFORM.

       2100-AGE-APPLICATION.
           IF LA-STAGE-OPEN
              MOVE WS-RUN-DATE TO WS-AGE-TO-DATE
           ELSE
              MOVE LA-STAGE-DATE TO WS-AGE-TO-DATE
           END-IF.
           IF LA-APPL-DATE = ZERO OR WS-AGE-TO-DATE < LA-APPL-DATE
              MOVE ZERO TO WS-AGE-DAYS
           ELSE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-AGE-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE (LA-APPL-DATE)
           END-IF.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS < 8
                 MOVE 1 TO WS-BAND
              WHEN WS-AGE-DAYS < 15
                 MOVE 2 TO WS-BAND
              WHEN WS-AGE-DAYS < 31
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE.

       2200-COUNT-APPLICATION.
           *> An application with a stage this report does not know
           *> is counted nowhere rather than in the wrong row.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > 6
              IF WS-STAGE-CODE (WS-STAGE-IDX) = LA-STAGE
                 ADD 1 TO WS-BAND-COUNT (WS-STAGE-IDX WS-BAND)
                 ADD 1 TO WS-STAGE-COUNT (WS-STAGE-IDX)
                 ADD LA-REQUESTED-AMOUNT
                    TO WS-STAGE-AMOUNT (WS-STAGE-IDX)
              END-IF
           END-PERFORM.

       2300-PRINT-OPEN-APPLICATION.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE LA-APPL-NUMBER      TO WS-O-APPL-NUMBER.
           MOVE LA-APPL-DATE        TO WS-O-APPL-DATE.
           MOVE LA-APPLICANT-NAME   TO WS-O-APPLICANT.
           MOVE LA-PRODUCT-CODE     TO WS-O-PRODUCT.
           MOVE LA-REQUESTED-AMOUNT TO WS-O-AMOUNT.
           MOVE SPACES TO WS-O-STAGE.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > 6
              IF WS-STAGE-CODE (WS-STAGE-IDX) = LA-STAGE
                 MOVE WS-STAGE-LABEL (WS-STAGE-IDX) TO WS-O-STAGE
              END-IF
           END-PERFORM.
           MOVE WS-AGE-DAYS TO WS-O-AGE.
           MOVE WS-OPEN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       2400-COUNT-DECLINE-REASONS.
           ADD 1 TO WS-DECLINED-APPLS.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > 3
              PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
                    UNTIL WS-TEXT-IDX > AN-REASON-COUNT
                 IF AN-REASON-CODE (WS-TEXT-IDX)
                       = LA-REASON-CODE (WS-REASON-IDX)
                    AND LA-REASON-CODE (WS-REASON-IDX) (1:1) = "D"
                    ADD 1 TO WS-DECLINE-COUNT (WS-TEXT-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       3000-PRINT-STAGE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPLICATIONS BY STAGE AND AGE (DAYS)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STAGE-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                 UNTIL WS-STAGE-IDX > 6
              MOVE WS-STAGE-LABEL (WS-STAGE-IDX) TO WS-S-LABEL
              PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                 MOVE WS-BAND-COUNT (WS-STAGE-IDX WS-BAND)
                    TO WS-S-BAND (WS-BAND)
              END-PERFORM
              MOVE WS-STAGE-COUNT (WS-STAGE-IDX) TO WS-S-TOTAL
              MOVE WS-STAGE-AMOUNT (WS-STAGE-IDX) TO WS-S-AMOUNT
              MOVE WS-STAGE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPLICATIONS ON FILE" TO WS-TL-LABEL.
           MOVE WS-APPL-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-PRINT-DECLINE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DECLINE REASON SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
                 UNTIL WS-TEXT-IDX > AN-REASON-COUNT
              IF AN-REASON-CODE (WS-TEXT-IDX) (1:1) = "D"
                 MOVE AN-REASON-CODE (WS-TEXT-IDX) TO WS-R-CODE
                 MOVE AN-REASON-TEXT (WS-TEXT-IDX) TO WS-R-TEXT
                 MOVE WS-DECLINE-COUNT (WS-TEXT-IDX) TO WS-R-COUNT
                 MOVE WS-REASON-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPLICATIONS DECLINED" TO WS-TL-LABEL.
           MOVE WS-DECLINED-APPLS TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
