       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORB-EXPIRY-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: FORBEARANCE EXPIRY REPORT. LISTS EVERY OPEN
      * FORBEARANCE OR DEFERMENT PERIOD ON FORBEAR.DAT THAT ENDS
      * IN THE NEXT 30 DAYS, WITH THE ACCOUNT'S ACCRUED INTEREST
      * AND THE INSTALLMENT THE BORROWER GOES BACK TO PAYING, SO
      * THE LOAN DESK CAN WRITE AHEAD OF THE FIRST BILL OR TAKE A
      * REQUEST TO EXTEND. RUN WEEKLY FROM THE BATCH SCHEDULE; THE
      * REPORT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBEARANCE-FILE ASSIGN TO "FORBEAR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FB-FORB-KEY
              FILE STATUS IS WS-FORB-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT FORB-EXPIRY-REPORT-FILE ASSIGN TO "FORBEXP.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBEARANCE-FILE.
       COPY FORBREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  FORB-EXPIRY-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FORB-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 30.
       01  WS-DAYS-TO-END            PIC S9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "FORBEXP.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-PERIOD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ACCRUING-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ACCRUED          PIC 9(9)V99 VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "FORBEXP".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(33) VALUE
               "FORBEARANCE PERIODS ENDING IN THE".
           05  FILLER                PIC X(23) VALUE
               " NEXT 30 DAYS - RUN OF".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(5)  VALUE "TYPE".
           05  FILLER                PIC X(10) VALUE "ENDS".
           05  FILLER                PIC X(6)  VALUE "DAYS".
           05  FILLER                PIC X(8)  VALUE "ACCRUES".
           05  FILLER                PIC X(13) VALUE "ACCRUED".
           05  FILLER                PIC X(11) VALUE "INSTALLMENT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC Z(5)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-TYPE             PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-END-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-ACCRUES          PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-ACCRUED          PIC Z(7)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INSTALLMENT      PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-NOTE             PIC X(7).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "PERIODS ENDING".
           05  WS-T-PERIODS          PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "  WITH INTEREST ACCRUING".
           05  WS-T-ACCRUING         PIC Z(5)9.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "ACCRUED INTEREST ON THEM".
           05  WS-T-ACCRUED          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT FORBEARANCE-FILE.
           IF WS-FORB-STATUS NOT = "00"
              DISPLAY "No forbearance file on hand - nothing to"
                 " report."
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              CLOSE FORBEARANCE-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-PERIOD-COUNT.
           OPEN OUTPUT FORB-EXPIRY-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-SCAN-PERIODS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE FORB-EXPIRY-REPORT-FILE.
           CLOSE PORTFOLIO-FILE.
           CLOSE FORBEARANCE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-PERIOD-COUNT.
           GOBACK.

       2000-SCAN-PERIODS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FORBEARANCE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FB-STATUS-OPEN
                       AND FB-END-DATE >= WS-RUN-DATE
                       PERFORM 2100-CHECK-ONE-PERIOD
                    END-IF
              END-READ
           END-PERFORM.

       2100-CHECK-ONE-PERIOD.
           COMPUTE WS-DAYS-TO-END =
              FUNCTION INTEGER-OF-DATE (FB-END-DATE)
              - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           IF WS-DAYS-TO-END <= WS-WINDOW-DAYS
              PERFORM 2200-PRINT-DETAIL
           END-IF.

       2200-PRINT-DETAIL.
           MOVE SPACES TO WS-D-NOTE.
           MOVE FB-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
              INVALID KEY
                 MOVE ZERO TO PF-ACCRUED-INTEREST
                    PF-SCHEDULED-PAYMENT
                 MOVE "NO ACCT" TO WS-D-NOTE
           END-READ.
           ADD 1 TO WS-PERIOD-COUNT.
           IF FB-INTEREST-ACCRUES
              ADD 1 TO WS-ACCRUING-COUNT
           END-IF.
           ADD PF-ACCRUED-INTEREST TO WS-TOTAL-ACCRUED.
           MOVE FB-ACCOUNT-ID        TO WS-D-ACCOUNT-ID.
           MOVE FB-TYPE              TO WS-D-TYPE.
           MOVE FB-END-DATE          TO WS-D-END-DATE.
           MOVE WS-DAYS-TO-END       TO WS-D-DAYS.
           MOVE FB-ACCRUE-FLAG       TO WS-D-ACCRUES.
           MOVE PF-ACCRUED-INTEREST  TO WS-D-ACCRUED.
           MOVE PF-SCHEDULED-PAYMENT TO WS-D-INSTALLMENT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PERIOD-COUNT TO WS-T-PERIODS.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCRUING-COUNT TO WS-T-ACCRUING.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ACCRUED TO WS-T-ACCRUED.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
