       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTH-END LOAN MATURITY REPORT OVER THE LOAN
      * PORTFOLIO. SECTION ONE LISTS EVERY ACTIVE ACCOUNT WHOSE
      * MATURITY DATE FALLS IN THE NEXT 90 DAYS, SO THE LOAN DESK
      * CAN PREPARE THE FINAL BILL OR A RENEWAL. SECTION TWO LISTS
      * EVERY ACTIVE ACCOUNT ALREADY PAST ITS MATURITY DATE THAT
      * STILL CARRIES PRINCIPAL OR ACCRUED INTEREST - A LOAN THAT
      * SHOULD HAVE PAID OUT AND DID NOT. ACCOUNTS WITH NO
      * REPAYMENT CONTRACT ON FILE ARE COUNTED AT THE FOOT SO THEY
      * CAN BE GIVEN TERMS IN PORTFOL-MAINT. RUN MONTHLY FROM THE
      * BATCH SCHEDULE; THE REPORT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT MATURITY-REPORT-FILE ASSIGN TO "MATURITY.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  MATURITY-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 90.
       01  WS-DAYS-TO-MATURITY       PIC S9(6) VALUE ZERO.
       01  WS-SECTION-SW             PIC X VALUE "U".
           88  UPCOMING-SECTION             VALUE "U".
           88  PAST-MATURITY-SECTION        VALUE "P".
       01  WS-SPOOL-NAME             PIC X(12) VALUE "MATURITY.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "MATURITY".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-SECTION-TOTALS.
           05  WS-SECTION-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SECTION-PRIN       PIC 9(9) VALUE ZERO.
           05  WS-SECTION-ACCRUED    PIC 9(9)V99 VALUE ZERO.
       01  WS-NO-CONTRACT-COUNT      PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(26) VALUE
               "LOAN MATURITY REPORT - RUN".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-UPCOMING-TITLE.
           05  FILLER                PIC X(37) VALUE
               "ACCOUNTS MATURING IN THE NEXT 90 DAYS".
       01  WS-PAST-TITLE.
           05  FILLER                PIC X(37) VALUE
               "ACCOUNTS PAST MATURITY WITH A BALANCE".

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(6)  VALUE "PROD".
           05  FILLER                PIC X(10) VALUE "MATURITY".
           05  WS-H-DAYS-LABEL       PIC X(6)  VALUE "DAYS".
           05  FILLER                PIC X(11) VALUE "PRINCIPAL".
           05  FILLER                PIC X(13) VALUE "ACCRUED".
           05  FILLER                PIC X(11) VALUE "INSTALLMENT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC Z(5)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-PRODUCT          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MATURITY         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS             PIC ZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-PRINCIPAL        PIC Z(4)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACCRUED          PIC Z(7)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INSTALLMENT      PIC ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "ACCOUNTS".
           05  WS-TL-COUNT           PIC Z(5)9.
           05  FILLER                PIC X(12) VALUE "  PRINCIPAL".
           05  WS-TL-PRINCIPAL       PIC Z(8)9.
           05  FILLER                PIC X(10) VALUE "  ACCRUED".
           05  WS-TL-ACCRUED         PIC Z(8)9.99.

       01  WS-NO-CONTRACT-LINE.
           05  FILLER                PIC X(40) VALUE
               "ACTIVE ACCOUNTS WITH NO CONTRACT ON FILE".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-NC-COUNT           PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
           ELSE
              OPEN OUTPUT MATURITY-REPORT-FILE
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-ACCOUNT-COUNT
              MOVE WS-RUN-DATE TO WS-T-RUN-DATE
              MOVE WS-REPORT-TITLE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
      *> One pass over the portfolio per section - the file is
      *> read again from the top for the past-maturity list.
              MOVE "U" TO WS-SECTION-SW
              MOVE WS-UPCOMING-TITLE TO REPORT-LINE
              MOVE "DAYS" TO WS-H-DAYS-LABEL
              PERFORM 1000-START-SECTION
              PERFORM 2000-SCAN-PORTFOLIO
              PERFORM 3000-PRINT-SECTION-TOTALS
              CLOSE PORTFOLIO-FILE
              OPEN INPUT PORTFOLIO-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE "P" TO WS-SECTION-SW
              MOVE WS-PAST-TITLE TO REPORT-LINE
              MOVE "PAST" TO WS-H-DAYS-LABEL
              PERFORM 1000-START-SECTION
              PERFORM 2000-SCAN-PORTFOLIO
              PERFORM 3000-PRINT-SECTION-TOTALS
              MOVE WS-NO-CONTRACT-COUNT TO WS-NC-COUNT
              MOVE WS-NO-CONTRACT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE MATURITY-REPORT-FILE
              CLOSE PORTFOLIO-FILE
              CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-ACCOUNT-COUNT
           END-IF.
           GOBACK.

       1000-START-SECTION.
           *> The section title is already in REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROS TO WS-SECTION-COUNT WS-SECTION-PRIN
              WS-SECTION-ACCRUED.

       2000-SCAN-PORTFOLIO.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF PF-ACCT-ACTIVE
                       PERFORM 2100-CHECK-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       2100-CHECK-ONE-ACCOUNT.
           *> An account booked before the contract was carried has
           *> no maturity date; it is counted once, on the first
           *> pass, if it still owes anything.
           IF PF-MATURITY-DATE = ZERO
              IF UPCOMING-SECTION
                 AND (PF-PRINCIPAL NOT = ZERO
                    OR PF-ACCRUED-INTEREST NOT = ZERO)
                 ADD 1 TO WS-NO-CONTRACT-COUNT
              END-IF
           ELSE
              COMPUTE WS-DAYS-TO-MATURITY =
                 FUNCTION INTEGER-OF-DATE (PF-MATURITY-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              EVALUATE TRUE
                 WHEN UPCOMING-SECTION
                    AND WS-DAYS-TO-MATURITY >= ZERO
                    AND WS-DAYS-TO-MATURITY <= WS-WINDOW-DAYS
                    PERFORM 2200-PRINT-DETAIL
                 WHEN PAST-MATURITY-SECTION
                    AND WS-DAYS-TO-MATURITY < ZERO
                    AND (PF-PRINCIPAL NOT = ZERO
                       OR PF-ACCRUED-INTEREST NOT = ZERO)
                    COMPUTE WS-DAYS-TO-MATURITY =
                       ZERO - WS-DAYS-TO-MATURITY
                    PERFORM 2200-PRINT-DETAIL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2200-PRINT-DETAIL.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           ADD PF-PRINCIPAL        TO WS-SECTION-PRIN.
           ADD PF-ACCRUED-INTEREST TO WS-SECTION-ACCRUED.
           MOVE PF-ACCOUNT-ID        TO WS-D-ACCOUNT-ID.
           MOVE PF-PRODUCT-CODE      TO WS-D-PRODUCT.
           MOVE PF-MATURITY-DATE     TO WS-D-MATURITY.
           MOVE WS-DAYS-TO-MATURITY  TO WS-D-DAYS.
           MOVE PF-PRINCIPAL         TO WS-D-PRINCIPAL.
           MOVE PF-ACCRUED-INTEREST  TO WS-D-ACCRUED.
           MOVE PF-SCHEDULED-PAYMENT TO WS-D-INSTALLMENT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-SECTION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-COUNT   TO WS-TL-COUNT.
           MOVE WS-SECTION-PRIN    TO WS-TL-PRINCIPAL.
           MOVE WS-SECTION-ACCRUED TO WS-TL-ACCRUED.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
