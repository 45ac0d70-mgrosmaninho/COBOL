       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MOD-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MODIFIED-LOANS REPORT FOR TROUBLED-DEBT REVIEW.
      * LISTS EVERY LOAN MODIFICATION ON LOANMOD.DAT, ACCOUNT BY
      * ACCOUNT, WITH ITS DATE, REASON CODE, WHAT WAS DONE (RATE
      * CHANGE, TERM EXTENSION, CAPITALIZATION, DEFERRAL), THE RATE
      * AND SCHEDULED PAYMENT BEFORE AND AFTER, AND THE NEW
      * MATURITY DATE. A SUMMARY BY REASON CODE CLOSES THE REPORT.
      * RUN MONTHLY FROM THE BATCH SCHEDULE; THE REPORT IS
      * REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MOD-FILE ASSIGN TO "LOANMOD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LM-MOD-KEY
              FILE STATUS IS WS-MOD-STATUS.

           SELECT MOD-REPORT-FILE ASSIGN TO "LOANMOD.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MOD-FILE.
       COPY LOANMOD.

       FD  MOD-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MOD-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-MR-IDX                 PIC 9(2) VALUE ZERO.
       01  WS-REASON-FOUND-SW        PIC X VALUE "N".
           88  REASON-FOUND                 VALUE "Y".
       01  WS-SPOOL-NAME             PIC X(12) VALUE "LOANMOD.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-MOD-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "LOANMOD".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       COPY MODRSN.

       01  WS-REASON-TOTALS.
           05  WS-REASON-TALLY       OCCURS 6 TIMES
                                     PIC 9(6).

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(28) VALUE
               "MODIFIED LOANS REPORT - RUN".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADINGS-1.
           05  FILLER                PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE "-----RATE-----".
           05  FILLER                PIC X(24) VALUE
               "--------PAYMENT-------".
       01  WS-COLUMN-HEADINGS-2.
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "DATE".
           05  FILLER                PIC X(4)  VALUE "RSN".
           05  FILLER                PIC X(8)  VALUE "ACTIONS".
           05  FILLER                PIC X(8)  VALUE "BEFORE".
           05  FILLER                PIC X(8)  VALUE " AFTER".
           05  FILLER                PIC X(12) VALUE "    BEFORE".
           05  FILLER                PIC X(12) VALUE "     AFTER".
           05  FILLER                PIC X(8)  VALUE "MATURES".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MOD-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REASON           PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACTIONS.
               10  WS-D-RATE-FLAG    PIC X.
               10  WS-D-TERM-FLAG    PIC X.
               10  WS-D-CAP-FLAG     PIC X.
               10  WS-D-DEFER-FLAG   PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-B-RATE           PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-A-RATE           PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-B-PAYMENT        PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-A-PAYMENT        PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-A-MATURITY       PIC 9(8).

       01  WS-KEY-LINE.
           05  FILLER                PIC X(40) VALUE
               "ACTIONS: R RATE CHANGED  T TERM EXTENDED".
           05  FILLER                PIC X(27) VALUE
               "  C CAPITALIZED  D DEFERRED".

       01  WS-SUMMARY-TITLE.
           05  FILLER                PIC X(30) VALUE
               "MODIFICATIONS BY REASON".
       01  WS-SUMMARY-LINE.
           05  WS-S-CODE             PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-TEXT             PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-COUNT            PIC Z(5)9.
       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(36) VALUE
               "TOTAL MODIFICATIONS".
           05  WS-TL-COUNT           PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE ZEROS TO WS-REASON-TOTALS.
           OPEN INPUT LOAN-MOD-FILE.
           IF WS-MOD-STATUS NOT = "00"
              DISPLAY "Unable to open loan modification file, status "
                 WS-MOD-STATUS
           ELSE
              OPEN OUTPUT MOD-REPORT-FILE
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-MOD-COUNT
              MOVE WS-RUN-DATE TO WS-T-RUN-DATE
              MOVE WS-REPORT-TITLE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-KEY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-COLUMN-HEADINGS-1 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-COLUMN-HEADINGS-2 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM 2000-LIST-MODIFICATIONS
              PERFORM 3000-PRINT-REASON-SUMMARY
              CLOSE MOD-REPORT-FILE
              CLOSE LOAN-MOD-FILE
              CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-MOD-COUNT
           END-IF.
           GOBACK.

       2000-LIST-MODIFICATIONS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOAN-MOD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-PRINT-ONE-MODIFICATION
              END-READ
           END-PERFORM.

       2100-PRINT-ONE-MODIFICATION.
           ADD 1 TO WS-MOD-COUNT.
           MOVE LM-ACCOUNT-ID      TO WS-D-ACCOUNT-ID.
           MOVE LM-MOD-DATE        TO WS-D-MOD-DATE.
           MOVE LM-REASON-CODE     TO WS-D-REASON.
           MOVE SPACES             TO WS-D-ACTIONS.
           IF LM-RATE-CHANGE
              MOVE "R" TO WS-D-RATE-FLAG
           END-IF.
           IF LM-TERM-EXTENSION
              MOVE "T" TO WS-D-TERM-FLAG
           END-IF.
           IF LM-CAPITALIZATION
              MOVE "C" TO WS-D-CAP-FLAG
           END-IF.
           IF LM-DEFERRAL
              MOVE "D" TO WS-D-DEFER-FLAG
           END-IF.
           MOVE LM-B-RATE          TO WS-D-B-RATE.
           MOVE LM-A-RATE          TO WS-D-A-RATE.
           MOVE LM-B-PAYMENT       TO WS-D-B-PAYMENT.
           MOVE LM-A-PAYMENT       TO WS-D-A-PAYMENT.
           MOVE LM-A-MATURITY-DATE TO WS-D-A-MATURITY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-REASON-FOUND-SW.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                 UNTIL WS-MR-IDX > MR-REASON-COUNT
                 OR REASON-FOUND
              IF MR-REASON-CODE (WS-MR-IDX) = LM-REASON-CODE
                 ADD 1 TO WS-REASON-TALLY (WS-MR-IDX)
                 MOVE "Y" TO WS-REASON-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT REASON-FOUND
              ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

       3000-PRINT-REASON-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUMMARY-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                 UNTIL WS-MR-IDX > MR-REASON-COUNT
              MOVE MR-REASON-CODE (WS-MR-IDX)  TO WS-S-CODE
              MOVE MR-REASON-TEXT (WS-MR-IDX)  TO WS-S-TEXT
              MOVE WS-REASON-TALLY (WS-MR-IDX) TO WS-S-COUNT
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           IF WS-UNKNOWN-COUNT NOT = ZERO
              MOVE "??"                TO WS-S-CODE
              MOVE "REASON NOT ON FILE" TO WS-S-TEXT
              MOVE WS-UNKNOWN-COUNT    TO WS-S-COUNT
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-MOD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
