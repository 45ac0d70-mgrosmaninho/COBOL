       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-DEFAULT-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: STUDENT-LOAN COHORT DEFAULT RATE REPORT FOR THE
      * REGULATOR. A BORROWER BELONGS TO THE COHORT OF THE FISCAL
      * YEAR THEIR FIRST STUD-PRODUCT LOAN ENTERED REPAYMENT - THE
      * GRACE-END DATE LOAN-GRACE-BATCH STAMPS ON PORTFOL.DAT WHEN
      * THE STUDENT LEAVES - AND HAS DEFAULTED WHEN ANY OF THEIR
      * LOANS WAS CHARGED OFF (THE DATE ON RECOVERY.DAT) OR HAS GONE
      * SERIOUSLY DELINQUENT (THE 90-PLUS BUCKET OF THE SHARED
      * DPDBUCKT ROUTINE, DATED NINETY DAYS AFTER THE LAST PAYMENT
      * OR THE FIRST INSTALLMENT) BEFORE THE COHORT'S WINDOW CLOSES:
      * THE END OF THE THIRD FISCAL YEAR COUNTING THE COHORT'S OWN.
      * THE FISCAL-YEAR START MONTH AND THE WINDOW ARE TAKEN FROM
      * THE COHORTPM.DAT CARD (OCTOBER AND THREE YEARS WITHOUT ONE).
      * COHORTDF.PRT LISTS EVERY DEFAULTED BORROWER WITH THE LOAN
      * THAT DEFAULTED AND THE STUDENT'S LAST STATUS ON THE STUDENT
      * MASTER, SO A MIS-REPORTED CASE CAN BE CHALLENGED, THEN
      * PRINTS EACH COHORT'S SIZE, DEFAULTS AND RATE. A COHORT
      * WHOSE WINDOW HAS NOT YET CLOSED IS MARKED OPEN.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-CARD-FILE ASSIGN TO "COHORTPM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-ACCOUNT-ID
              FILE STATUS IS WS-RECOVERY-STATUS.

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

           SELECT SORT-WORK-FILE ASSIGN TO "COHSORT.WRK".

           SELECT COHORT-REPORT-FILE ASSIGN TO "COHORTDF.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COHORT-CARD-FILE.
       COPY COHORTPM.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  RECOVERY-FILE.
       COPY RECOVREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-REPAY-START       PIC 9(8).
           05  SR-ACCOUNT-ID        PIC 9(6).
           05  SR-DEFAULT-DATE      PIC 9(8).
           05  SR-DEFAULT-HOW       PIC X(11).

       FD  COHORT-REPORT-FILE.
       01  REPORT-LINE               PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-RECOVERY-STATUS        PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-RECOVERY-SW            PIC X VALUE "N".
           88  RECOVERY-FILE-AVAILABLE      VALUE "Y".
       01  WS-MASTER-SW              PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "COHORTDF".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "COHORTDF.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

       01  WS-FY-START-MONTH         PIC 9(2) VALUE 10.
       01  WS-WINDOW-YEARS           PIC 9 VALUE 3.

      *> Fiscal-year arithmetic works on a date split into its
      *> parts.
       01  WS-WORK-DATE              PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR          PIC 9(4).
           05  WS-WORK-MONTH         PIC 9(2).
           05  WS-WORK-DAY           PIC 9(2).
       01  WS-WORK-FY                PIC 9(4) VALUE ZERO.
       01  WS-RUN-FY                 PIC 9(4) VALUE ZERO.
       01  WS-WINDOW-FY              PIC 9(4) VALUE ZERO.
       01  WS-WINDOW-INTEGER         PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-END             PIC 9(8) VALUE ZERO.

       01  WS-DAYS-SINCE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET                 PIC 9 VALUE ZERO.
           88  BUCKET-90-PLUS               VALUE 3.
       01  WS-BUCKET-LABEL           PIC X(8) VALUE SPACES.
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-DELINQ-FROM            PIC 9(8) VALUE ZERO.
       01  WS-DELINQ-INTEGER         PIC 9(8) VALUE ZERO.

      *> The borrower being worked in the sorted pass: the cohort
      *> comes from their earliest loan to enter repayment.
       01  WS-FIRST-BORROWER-SW      PIC X VALUE "Y".
           88  FIRST-BORROWER               VALUE "Y".
       01  WS-CURRENT-STUDENT        PIC 9(6) VALUE ZERO.
       01  WS-BORROWER-FY            PIC 9(4) VALUE ZERO.
       01  WS-BORROWER-START         PIC 9(8) VALUE ZERO.
       01  WS-BORROWER-WINDOW-END    PIC 9(8) VALUE ZERO.
       01  WS-BORROWER-DEFAULT-SW    PIC X VALUE "N".
           88  BORROWER-DEFAULTED           VALUE "Y".
       01  WS-BORROWER-ACCOUNT       PIC 9(6) VALUE ZERO.
       01  WS-BORROWER-DEFAULT-DATE  PIC 9(8) VALUE ZERO.
       01  WS-BORROWER-HOW           PIC X(11) VALUE SPACES.

      *> One slot per fiscal year, the oldest being the run's
      *> fiscal year less 49.
       01  WS-BASE-FY                PIC 9(4) VALUE ZERO.
       01  WS-COHORT-SUB             PIC 9(3) VALUE ZERO.
       01  WS-COHORT-TABLE.
           05  WS-COHORT-ENTRY OCCURS 50 TIMES.
               10  WS-CT-BORROWERS   PIC 9(6).
               10  WS-CT-DEFAULTS    PIC 9(6).

       01  WS-LOANS-READ             PIC 9(6) VALUE ZERO.
       01  WS-BORROWER-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-DEFAULT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TOO-OLD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-COHORTS-PRINTED        PIC 9(3) VALUE ZERO.
       01  WS-RATE                   PIC 9(3)V9 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(36) VALUE
               "STUDENT-LOAN COHORT DEFAULT RATES".
           05  FILLER                PIC X(7)  VALUE "RUN ON ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-PARAMETER-LINE.
           05  FILLER                PIC X(24) VALUE
               "FISCAL YEAR STARTS MONTH".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-PL-START-MONTH     PIC 9(2).
           05  FILLER                PIC X(20) VALUE
               "   DEFAULT WINDOW   ".
           05  WS-PL-WINDOW-YEARS    PIC 9.
           05  FILLER                PIC X(13) VALUE
               " FISCAL YEARS".

       01  WS-LIST-HEADINGS.
           05  FILLER                PIC X(6)  VALUE "FY".
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(21) VALUE "NAME".
           05  FILLER                PIC X(12) VALUE "STATUS".
           05  FILLER                PIC X(10) VALUE "REPAY FROM".
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "DEFAULTED".
           05  FILLER                PIC X(11) VALUE "HOW".

       01  WS-LIST-LINE.
           05  WS-L-FY               PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-NAME             PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-L-SM-STATUS        PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-L-SM-STATUS-DATE   PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-REPAY-START      PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-DEFAULT-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-L-HOW              PIC X(11).

       01  WS-COHORT-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "COHORT".
           05  FILLER                PIC X(13) VALUE "WINDOW ENDS".
           05  FILLER                PIC X(11) VALUE "BORROWERS".
           05  FILLER                PIC X(10) VALUE "DEFAULTS".
           05  FILLER                PIC X(8)  VALUE "RATE %".
           05  FILLER                PIC X(6)  VALUE SPACES.

       01  WS-COHORT-LINE.
           05  FILLER                PIC X(2)  VALUE "FY".
           05  WS-C-FY               PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-WINDOW-END       PIC 9(8).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-C-BORROWERS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-C-DEFAULTS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-C-RATE             PIC ZZ9.9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-C-WINDOW-STATE     PIC X(4).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(36).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-READ-COHORT-CARD.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 5000-FISCAL-YEAR-OF-DATE.
           MOVE WS-WORK-FY TO WS-RUN-FY.
           COMPUTE WS-BASE-FY = WS-RUN-FY - 49.
           PERFORM VARYING WS-COHORT-SUB FROM 1 BY 1
              UNTIL WS-COHORT-SUB > 50
              MOVE ZERO TO WS-CT-BORROWERS (WS-COHORT-SUB)
              MOVE ZERO TO WS-CT-DEFAULTS (WS-COHORT-SUB)
           END-PERFORM.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS = "00"
              MOVE "Y" TO WS-RECOVERY-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MASTER-SW
           ELSE
              DISPLAY "Warning: student master not available -"
                 " defaulted borrowers listed without status."
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-BORROWER-COUNT.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-STUDENT-ID SR-REPAY-START
                 SR-ACCOUNT-ID
              INPUT PROCEDURE IS 1000-SELECT-REPAYMENT-LOANS
              OUTPUT PROCEDURE IS 2000-PRINT-COHORTS.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF RECOVERY-FILE-AVAILABLE
              CLOSE RECOVERY-FILE
           END-IF.
           CLOSE PORTFOLIO-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-BORROWER-COUNT.
           DISPLAY "Cohort default report written - "
              WS-BORROWER-COUNT " borrower(s), " WS-DEFAULT-COUNT
              " default(s).".
           GOBACK.

       0100-READ-COHORT-CARD.
           OPEN INPUT COHORT-CARD-FILE.
           IF WS-CARD-STATUS = "00"
              READ COHORT-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CH-FY-START-MONTH NUMERIC
                       AND CH-FY-START-MONTH >= 1
                       AND CH-FY-START-MONTH <= 12
                       MOVE CH-FY-START-MONTH TO WS-FY-START-MONTH
                    END-IF
                    IF CH-WINDOW-YEARS NUMERIC
                       AND CH-WINDOW-YEARS NOT = ZERO
                       MOVE CH-WINDOW-YEARS TO WS-WINDOW-YEARS
                    END-IF
              END-READ
              CLOSE COHORT-CARD-FILE
           ELSE
              DISPLAY "Warning: no COHORTPM.DAT card - fiscal year"
                 " from month " WS-FY-START-MONTH " and a window of "
                 WS-WINDOW-YEARS " year(s) apply."
           END-IF.

       1000-SELECT-REPAYMENT-LOANS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF PF-PRODUCT-CODE = "STUD"
                       AND PF-STUDENT-ID NOT = ZERO
                       AND PF-GRACE-END-DATE NOT = ZERO
                       AND PF-GRACE-END-DATE <= WS-RUN-DATE
                       PERFORM 1100-RELEASE-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM.

       1100-RELEASE-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ.
           MOVE PF-STUDENT-ID     TO SR-STUDENT-ID.
           MOVE PF-GRACE-END-DATE TO SR-REPAY-START.
           MOVE PF-ACCOUNT-ID     TO SR-ACCOUNT-ID.
           MOVE ZERO              TO SR-DEFAULT-DATE.
           MOVE SPACES            TO SR-DEFAULT-HOW.
           EVALUATE TRUE
              WHEN PF-ACCT-CHARGED-OFF
                 PERFORM 1200-DATE-THE-CHARGE-OFF
              WHEN PF-ACCT-ACTIVE
                 AND (PF-PRINCIPAL NOT = ZERO
                    OR PF-ACCRUED-INTEREST NOT = ZERO)
                 PERFORM 1300-DATE-THE-DELINQUENCY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           RELEASE SORT-RECORD.

       1200-DATE-THE-CHARGE-OFF.
           MOVE "CHARGED OFF"  TO SR-DEFAULT-HOW.
           MOVE PF-STATUS-DATE TO SR-DEFAULT-DATE.
           IF RECOVERY-FILE-AVAILABLE
              MOVE PF-ACCOUNT-ID TO RC-ACCOUNT-ID
              READ RECOVERY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RC-CHARGEOFF-DATE TO SR-DEFAULT-DATE
              END-READ
           END-IF.

       1300-DATE-THE-DELINQUENCY.
           *> Seriously delinquent is the aging report's 90-plus
           *> bucket; it began ninety days after the last payment,
           *> or after the first installment fell due on a loan
           *> that has never been paid.
           CALL "DPDBUCKT" USING PF-ACCOUNT-ID PF-LAST-PAYMENT-DATE
              WS-RUN-DATE WS-DAYS-SINCE WS-BUCKET WS-BUCKET-LABEL
              WS-FORB-TYPE.
           IF BUCKET-90-PLUS
              IF PF-LAST-PAYMENT-DATE NOT = ZERO
                 MOVE PF-LAST-PAYMENT-DATE TO WS-DELINQ-FROM
              ELSE IF PF-FIRST-PAYMENT-DATE NOT = ZERO
                 MOVE PF-FIRST-PAYMENT-DATE TO WS-DELINQ-FROM
              ELSE
                 MOVE PF-GRACE-END-DATE TO WS-DELINQ-FROM
              END-IF
              END-IF
              COMPUTE WS-DELINQ-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-DELINQ-FROM) + 90
              COMPUTE SR-DEFAULT-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DELINQ-INTEGER)
              IF SR-DEFAULT-DATE > WS-RUN-DATE
                 MOVE WS-RUN-DATE TO SR-DEFAULT-DATE
              END-IF
              MOVE "90+ DAYS" TO SR-DEFAULT-HOW
           END-IF.

       2000-PRINT-COHORTS.
           OPEN OUTPUT COHORT-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FY-START-MONTH TO WS-PL-START-MONTH.
           MOVE WS-WINDOW-YEARS TO WS-PL-WINDOW-YEARS.
           MOVE WS-PARAMETER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEFAULTED BORROWERS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LIST-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-WORK-ONE-LOAN
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-BORROWER
              PERFORM 2300-FINISH-BORROWER
           END-IF.
           IF WS-DEFAULT-COUNT = ZERO
              MOVE "NO DEFAULTED BORROWERS" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM 3000-PRINT-COHORT-RATES.
           CLOSE COHORT-REPORT-FILE.

       2100-WORK-ONE-LOAN.
           IF FIRST-BORROWER
              OR SR-STUDENT-ID NOT = WS-CURRENT-STUDENT
              IF NOT FIRST-BORROWER
                 PERFORM 2300-FINISH-BORROWER
              END-IF
              PERFORM 2200-START-BORROWER
           END-IF.
           IF NOT BORROWER-DEFAULTED
              AND SR-DEFAULT-DATE NOT = ZERO
              AND SR-DEFAULT-DATE <= WS-BORROWER-WINDOW-END
              MOVE "Y"             TO WS-BORROWER-DEFAULT-SW
              MOVE SR-ACCOUNT-ID   TO WS-BORROWER-ACCOUNT
              MOVE SR-DEFAULT-DATE TO WS-BORROWER-DEFAULT-DATE
              MOVE SR-DEFAULT-HOW  TO WS-BORROWER-HOW
           END-IF.

       2200-START-BORROWER.
           *> The loans come sorted by repayment start, so the
           *> first one fixes the borrower's cohort.
           MOVE "N" TO WS-FIRST-BORROWER-SW.
           MOVE SR-STUDENT-ID  TO WS-CURRENT-STUDENT.
           MOVE SR-REPAY-START TO WS-BORROWER-START.
           MOVE "N" TO WS-BORROWER-DEFAULT-SW.
           MOVE ZERO TO WS-BORROWER-ACCOUNT WS-BORROWER-DEFAULT-DATE.
           MOVE SPACES TO WS-BORROWER-HOW.
           MOVE SR-REPAY-START TO WS-WORK-DATE.
           PERFORM 5000-FISCAL-YEAR-OF-DATE.
           MOVE WS-WORK-FY TO WS-BORROWER-FY.
           PERFORM 5100-WINDOW-END-OF-COHORT.
           MOVE WS-WINDOW-END TO WS-BORROWER-WINDOW-END.

       2300-FINISH-BORROWER.
           ADD 1 TO WS-BORROWER-COUNT.
           IF WS-BORROWER-FY < WS-BASE-FY
              ADD 1 TO WS-TOO-OLD-COUNT
           ELSE
              COMPUTE WS-COHORT-SUB = WS-BORROWER-FY - WS-BASE-FY + 1
              ADD 1 TO WS-CT-BORROWERS (WS-COHORT-SUB)
              IF BORROWER-DEFAULTED
                 ADD 1 TO WS-CT-DEFAULTS (WS-COHORT-SUB)
              END-IF
           END-IF.
           IF BORROWER-DEFAULTED
              ADD 1 TO WS-DEFAULT-COUNT
              PERFORM 2400-LIST-DEFAULTED-BORROWER
           END-IF.

       2400-LIST-DEFAULTED-BORROWER.
           MOVE WS-BORROWER-FY           TO WS-L-FY.
           MOVE WS-CURRENT-STUDENT       TO WS-L-STUDENT-ID.
           MOVE WS-BORROWER-START        TO WS-L-REPAY-START.
           MOVE WS-BORROWER-ACCOUNT      TO WS-L-ACCOUNT-ID.
           MOVE WS-BORROWER-DEFAULT-DATE TO WS-L-DEFAULT-DATE.
           MOVE WS-BORROWER-HOW          TO WS-L-HOW.
           MOVE "NOT ON STUDENT MASTER"  TO WS-L-NAME.
           MOVE "?"                      TO WS-L-SM-STATUS.
           MOVE ZERO                     TO WS-L-SM-STATUS-DATE.
           IF MASTER-FILE-AVAILABLE
              MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SM-STUDENT-FULLNAME TO WS-L-NAME
                    MOVE SM-STATUS           TO WS-L-SM-STATUS
                    MOVE SM-STATUS-DATE      TO WS-L-SM-STATUS-DATE
              END-READ
           END-IF.
           MOVE WS-LIST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-COHORT-RATES.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COHORT DEFAULT RATES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COHORT-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-COHORT-SUB FROM 1 BY 1
              UNTIL WS-COHORT-SUB > 50
              IF WS-CT-BORROWERS (WS-COHORT-SUB) NOT = ZERO
                 PERFORM 3100-PRINT-ONE-COHORT
              END-IF
           END-PERFORM.
           IF WS-COHORTS-PRINTED = ZERO
              MOVE "NO BORROWERS HAVE ENTERED REPAYMENT" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUD LOANS IN REPAYMENT" TO WS-S-LABEL.
           MOVE WS-LOANS-READ TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BORROWERS IN REPAYMENT" TO WS-S-LABEL.
           MOVE WS-BORROWER-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEFAULTED BORROWERS" TO WS-S-LABEL.
           MOVE WS-DEFAULT-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOO-OLD-COUNT NOT = ZERO
              MOVE "BORROWERS IN COHORTS OVER 50 YEARS" TO WS-S-LABEL
              MOVE WS-TOO-OLD-COUNT TO WS-S-COUNT
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       3100-PRINT-ONE-COHORT.
           ADD 1 TO WS-COHORTS-PRINTED.
           COMPUTE WS-BORROWER-FY = WS-BASE-FY + WS-COHORT-SUB - 1.
           PERFORM 5100-WINDOW-END-OF-COHORT.
           MOVE WS-BORROWER-FY TO WS-C-FY.
           MOVE WS-WINDOW-END TO WS-C-WINDOW-END.
           MOVE WS-CT-BORROWERS (WS-COHORT-SUB) TO WS-C-BORROWERS.
           MOVE WS-CT-DEFAULTS (WS-COHORT-SUB) TO WS-C-DEFAULTS.
           COMPUTE WS-RATE ROUNDED =
              WS-CT-DEFAULTS (WS-COHORT-SUB) * 100
              / WS-CT-BORROWERS (WS-COHORT-SUB).
           MOVE WS-RATE TO WS-C-RATE.
           *> A cohort still inside its window can only go up.
           IF WS-WINDOW-END >= WS-RUN-DATE
              MOVE "OPEN" TO WS-C-WINDOW-STATE
           ELSE
              MOVE SPACES TO WS-C-WINDOW-STATE
           END-IF.
           MOVE WS-COHORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-FISCAL-YEAR-OF-DATE.
           *> A fiscal year is named for the calendar year it ends
           *> in.
           MOVE WS-WORK-YEAR TO WS-WORK-FY.
           IF WS-FY-START-MONTH > 1
              AND WS-WORK-MONTH >= WS-FY-START-MONTH
              ADD 1 TO WS-WORK-FY
           END-IF.

       5100-WINDOW-END-OF-COHORT.
           *> The window closes the day before the fiscal year that
           *> follows the last one counted begins.
           COMPUTE WS-WINDOW-FY = WS-BORROWER-FY + WS-WINDOW-YEARS.
           IF WS-FY-START-MONTH > 1
              COMPUTE WS-WORK-YEAR = WS-WINDOW-FY - 1
           ELSE
              MOVE WS-WINDOW-FY TO WS-WORK-YEAR
           END-IF.
           MOVE WS-FY-START-MONTH TO WS-WORK-MONTH.
           MOVE 1 TO WS-WORK-DAY.
           COMPUTE WS-WINDOW-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1.
           COMPUTE WS-WINDOW-END =
              FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER).
