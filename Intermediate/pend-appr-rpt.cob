       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-APPR-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: END-OF-DAY PENDING APPROVALS REPORT FOR
      * DUAL-CONTROL PORTFOLIO MAINTENANCE. LISTS EVERY REQUEST ON
      * MAINTREQ.DAT STILL WAITING FOR A SECOND OPERATOR - THE
      * ACCOUNT, THE TRANSACTION, THE MAKER, HOW MANY DAYS IT HAS
      * WAITED, AND THE PRINCIPAL AND RATE IT WOULD MOVE FROM AND
      * TO - THEN THE REQUESTS APPROVED OR REJECTED ON THE BUSINESS
      * DATE WITH THE CHECKER (AND THE REASON FOR A REJECTION).
      * LOAN MODIFICATIONS OVER THE THRESHOLDS ARE LISTED AND
      * COUNTED ALONGSIDE THE CHANGES, DELETES AND CHARGE-OFFS.
      * PENDAPPR.PRT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REQUEST-FILE ASSIGN TO "MAINTREQ.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MQ-REQUEST-NO
              ALTERNATE RECORD KEY IS MQ-ACCOUNT-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-REQUEST-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "PENDAPPR.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQUEST-FILE.
       COPY MAINTREQ.

       FD  APPROVAL-REPORT-FILE.
       01  REPORT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-PASS-SW                PIC X VALUE "P".
           88  LISTING-PENDING              VALUE "P".
           88  LISTING-DECIDED              VALUE "D".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "PENDAPPR".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "PENDAPPR.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

       01  WS-PENDING-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-PENDING-CHANGES        PIC 9(6) VALUE ZERO.
       01  WS-PENDING-DELETES        PIC 9(6) VALUE ZERO.
       01  WS-PENDING-CHARGE-OFFS    PIC 9(6) VALUE ZERO.
       01  WS-PENDING-MODIFICATIONS  PIC 9(6) VALUE ZERO.
       01  WS-OLDEST-DAYS            PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-DAYS-PENDING           PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(42) VALUE
               "PORTFOLIO MAINTENANCE PENDING APPROVAL".
           05  FILLER                PIC X(7)  VALUE "RUN ON ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-PENDING-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "REQUEST".
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(13) VALUE "TRANSACTION".
           05  FILLER                PIC X(10) VALUE "MAKER".
           05  FILLER                PIC X(10) VALUE "FILED ON".
           05  FILLER                PIC X(6)  VALUE " DAYS".
           05  FILLER                PIC X(22) VALUE
               "  PRINCIPAL FROM/TO".
           05  FILLER                PIC X(14) VALUE "  RATE FROM/TO".

       01  WS-PENDING-LINE.
           05  WS-D-REQUEST-NO       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TRANSACTION      PIC X(11).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MAKER            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REQUEST-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-B-PRINCIPAL      PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE " -> ".
           05  WS-D-N-PRINCIPAL      PIC ZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-B-RATE           PIC ZZ9.99.
           05  FILLER                PIC X(4)  VALUE " -> ".
           05  WS-D-N-RATE           PIC ZZ9.99.

       01  WS-DECIDED-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "REQUEST".
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(13) VALUE "TRANSACTION".
           05  FILLER                PIC X(10) VALUE "DECISION".
           05  FILLER                PIC X(10) VALUE "MAKER".
           05  FILLER                PIC X(10) VALUE "CHECKER".
           05  FILLER                PIC X(30) VALUE "REASON".

       01  WS-DECIDED-LINE.
           05  WS-E-REQUEST-NO       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-TRANSACTION      PIC X(11).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-DECISION         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-MAKER            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-CHECKER          PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-REASON           PIC X(30).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(34).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-PENDING-COUNT.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PENDING-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT MAINT-REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00"
              MOVE "P" TO WS-PASS-SW
              PERFORM 2000-LIST-ONE-PASS
              CLOSE MAINT-REQUEST-FILE
           END-IF.
           IF WS-PENDING-COUNT = ZERO
              MOVE "NO REQUESTS PENDING APPROVAL" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DECIDED ON THE BUSINESS DATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DECIDED-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT MAINT-REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE "D" TO WS-PASS-SW
              PERFORM 2000-LIST-ONE-PASS
              CLOSE MAINT-REQUEST-FILE
           END-IF.
           IF WS-APPROVED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
              MOVE "NO REQUESTS DECIDED" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE APPROVAL-REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-PENDING-COUNT.
           DISPLAY "Pending approvals report written - "
              WS-PENDING-COUNT " pending, " WS-APPROVED-COUNT
              " approved and " WS-REJECTED-COUNT " rejected today.".
           GOBACK.

       2000-LIST-ONE-PASS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ MAINT-REQUEST-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LISTING-PENDING AND MQ-PENDING
                          PERFORM 2100-LIST-PENDING
                       WHEN LISTING-DECIDED AND NOT MQ-PENDING
                          AND MQ-DECISION-DATE = WS-RUN-DATE
                          PERFORM 2200-LIST-DECIDED
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       2100-LIST-PENDING.
           ADD 1 TO WS-PENDING-COUNT.
           EVALUATE TRUE
              WHEN MQ-CHANGE
                 ADD 1 TO WS-PENDING-CHANGES
              WHEN MQ-DELETE
                 ADD 1 TO WS-PENDING-DELETES
              WHEN MQ-CHARGE-OFF
                 ADD 1 TO WS-PENDING-CHARGE-OFFS
              WHEN MQ-MODIFY
                 ADD 1 TO WS-PENDING-MODIFICATIONS
           END-EVALUATE.
           MOVE ZERO TO WS-DAYS-PENDING.
           IF MQ-REQUEST-DATE < WS-RUN-DATE
              COMPUTE WS-DAYS-PENDING =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (MQ-REQUEST-DATE)
           END-IF.
           IF WS-DAYS-PENDING > WS-OLDEST-DAYS
              MOVE WS-DAYS-PENDING TO WS-OLDEST-DAYS
           END-IF.
           MOVE MQ-REQUEST-NO    TO WS-D-REQUEST-NO.
           MOVE MQ-ACCOUNT-ID    TO WS-D-ACCOUNT-ID.
           PERFORM 2300-NAME-TRANSACTION.
           MOVE MQ-MAKER         TO WS-D-MAKER.
           MOVE MQ-REQUEST-DATE  TO WS-D-REQUEST-DATE.
           MOVE WS-DAYS-PENDING  TO WS-D-DAYS.
           MOVE MQ-B-PRINCIPAL   TO WS-D-B-PRINCIPAL.
           MOVE MQ-N-PRINCIPAL   TO WS-D-N-PRINCIPAL.
           MOVE MQ-B-RATE        TO WS-D-B-RATE.
           MOVE MQ-N-RATE        TO WS-D-N-RATE.
           MOVE WS-PENDING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-LIST-DECIDED.
           MOVE MQ-REQUEST-NO    TO WS-E-REQUEST-NO.
           MOVE MQ-ACCOUNT-ID    TO WS-E-ACCOUNT-ID.
           PERFORM 2300-NAME-TRANSACTION.
           IF MQ-APPROVED
              ADD 1 TO WS-APPROVED-COUNT
              MOVE "APPROVED" TO WS-E-DECISION
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              MOVE "REJECTED" TO WS-E-DECISION
           END-IF.
           MOVE MQ-MAKER         TO WS-E-MAKER.
           MOVE MQ-CHECKER       TO WS-E-CHECKER.
           MOVE MQ-REJECT-REASON TO WS-E-REASON.
           MOVE WS-DECIDED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-NAME-TRANSACTION.
           EVALUATE TRUE
              WHEN MQ-CHANGE
                 MOVE "CHANGE"      TO WS-D-TRANSACTION
              WHEN MQ-DELETE
                 MOVE "DELETE"      TO WS-D-TRANSACTION
              WHEN MQ-CHARGE-OFF
                 MOVE "CHARGE-OFF"  TO WS-D-TRANSACTION
              WHEN MQ-MODIFY
                 MOVE "MODIFY"      TO WS-D-TRANSACTION
              WHEN OTHER
                 MOVE MQ-TRANS-CODE TO WS-D-TRANSACTION
           END-EVALUATE.
           MOVE WS-D-TRANSACTION TO WS-E-TRANSACTION.

       3000-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REQUESTS PENDING" TO WS-S-LABEL.
           MOVE WS-PENDING-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  CHANGES" TO WS-S-LABEL.
           MOVE WS-PENDING-CHANGES TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DELETES" TO WS-S-LABEL.
           MOVE WS-PENDING-DELETES TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  CHARGE-OFFS" TO WS-S-LABEL.
           MOVE WS-PENDING-CHARGE-OFFS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  MODIFICATIONS" TO WS-S-LABEL.
           MOVE WS-PENDING-MODIFICATIONS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OLDEST PENDING (DAYS)" TO WS-S-LABEL.
           MOVE WS-OLDEST-DAYS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "APPROVED TODAY" TO WS-S-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REJECTED TODAY" TO WS-S-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
