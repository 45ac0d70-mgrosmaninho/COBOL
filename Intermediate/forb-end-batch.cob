       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORB-END-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: FORBEARANCE PERIOD CLOSE RUN. EVERY OPEN
      * PERIOD ON FORBEAR.DAT WHOSE END DATE IS BEFORE THE
      * PROCDATE.DAT BUSINESS DATE IS CLOSED: THE INTEREST THE
      * NIGHTLY ACCRUAL POSTED TO THE ACCOUNT DURING THE PERIOD IS
      * SUMMED FROM ACCRHIST.DAT AND, WHERE THE ACCOUNT'S PRODUCT
      * IS ON THE FORBCAP.DAT LIST, ITS WHOLE-UNIT PART ROLLS INTO
      * PF-PRINCIPAL WITH A TYPED CAPITALIZATION EVENT ON THE
      * HISTORY, THE WAY CAPITALIZE-BATCH DOES AT MONTH END. NEVER
      * MORE IS ROLLED THAN IS STILL UNPAID IN ACCRUED INTEREST.
      * THE PERIOD IS THEN MARKED ENDED WITH THE AMOUNTS, SO A
      * RERUN FINDS NOTHING LEFT TO DO. A REPORT OF THE PERIODS
      * CLOSED GOES TO FORBEND.PRT.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A CAPITALIZATION DATED INTO AN ACCOUNTING MONTH
      *            ALREADY CLOSED ON FISCPER.DAT IS NOW FILED IN THE
      *            NEXT OPEN MONTH AS A PRIOR-PERIOD ADJUSTMENT
      *            (THROUGH THE SHARED PERIODCHK ROUTINE), AND AN
      *            ACCRUAL FILED THAT WAY COUNTS ON THE DATE IT WAS
      *            MEANT FOR WHEN THE PERIOD'S INTEREST IS SUMMED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBEARANCE-FILE ASSIGN TO "FORBEAR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FB-FORB-KEY
              FILE STATUS IS WS-FORB-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT FORB-CAP-FILE ASSIGN TO "FORBCAP.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "ACCRHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-EXTEND-FILE ASSIGN TO "ACCRHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTEND-STATUS.

           SELECT FORB-END-REPORT-FILE ASSIGN TO "FORBEND.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBEARANCE-FILE.
       COPY FORBREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  FORB-CAP-FILE.
       COPY FORBCAP.

       FD  ACCRUAL-HISTORY-FILE.
       COPY ACCRHIST.

       FD  HISTORY-EXTEND-FILE.
       01  HISTORY-EXTEND-RECORD.
           05  HX-ACCOUNT-ID        PIC 9(6).
           05  HX-POST-DATE         PIC 9(8).
           05  HX-AMOUNT-POSTED     PIC 9(6)V99.
           05  HX-BALANCE-AFTER     PIC 9(8)V99.
           05  HX-POSTING-TYPE      PIC X.
           05  HX-ORIGINAL-DATE     PIC 9(8).

       FD  FORB-END-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FORB-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-EXTEND-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-HISTORY-SW        PIC X VALUE "Y".
           88  NO-MORE-HISTORY              VALUE "N".
       01  WS-MORE-CARDS-SW          PIC X VALUE "Y".
           88  NO-MORE-CARDS                VALUE "N".
       01  WS-ACCOUNT-FOUND-SW       PIC X VALUE "N".
           88  ACCOUNT-FOUND                VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *> The date a posting is filed under - the run date, unless
      *> that falls in a closed accounting month.
       01  WS-POST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE          PIC 9(8) VALUE ZERO.
       01  WS-HISTORY-DATE           PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "FORBEND".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> The products whose forbearance interest capitalizes,
      *> loaded from the card file.
       01  WS-PROD-LIMIT             PIC 9(2) VALUE 20.
       01  WS-PROD-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-PROD-IDX               PIC 9(2) VALUE ZERO.
       01  WS-PROD-TABLE.
           05  WS-CAP-PRODUCT OCCURS 20 TIMES PIC X(4).
       01  WS-PROD-FOUND-SW          PIC X VALUE "N".
           88  PRODUCT-CAPITALIZES          VALUE "Y".

       01  WS-PERIOD-INTEREST        PIC 9(8)V99 VALUE ZERO.
       01  WS-CAP-AMOUNT             PIC 9(6) VALUE ZERO.
       01  WS-PRINCIPAL-ROOM         PIC 9(6) VALUE ZERO.
       01  WS-CLOSED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CAP-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-INTEREST         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CAPITALIZED      PIC 9(9) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER           PIC X(30) VALUE
               "FORBEARANCE PERIODS CLOSED ON".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(4)  VALUE "TYPE".
           05  FILLER                PIC X(10) VALUE "STARTED".
           05  FILLER                PIC X(10) VALUE "ENDED".
           05  FILLER                PIC X(16) VALUE "     INTEREST".
           05  FILLER                PIC X(11) VALUE "CAPITALIZED".
           05  FILLER                PIC X(9)  VALUE "PRINCIPAL".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC Z(5)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-TYPE             PIC X.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-START-DATE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-END-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-CAPITALIZED      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-PRINCIPAL        PIC ZZ,ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-NOTE             PIC X(10).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "PERIODS CLOSED".
           05  WS-T-CLOSED           PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "PERIODS CAPITALIZED".
           05  WS-T-CAP-COUNT        PIC Z(5)9.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "INTEREST ACCRUED IN FORB.".
           05  WS-T-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(26) VALUE
               "TOTAL ROLLED TO PRINCIPAL".
           05  WS-T-CAPITALIZED      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-LOAD-PRODUCT-LIST.
           OPEN I-O FORBEARANCE-FILE.
           IF WS-FORB-STATUS NOT = "00"
              DISPLAY "No forbearance file on hand - nothing to"
                 " close."
              GOBACK
           END-IF.
           OPEN I-O PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              CLOSE FORBEARANCE-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CLOSED-COUNT.
           OPEN OUTPUT FORB-END-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-WORK-ALL-PERIODS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE FORB-END-REPORT-FILE.
           CLOSE PORTFOLIO-FILE.
           CLOSE FORBEARANCE-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CLOSED-COUNT.
           DISPLAY "Forbearance close complete - " WS-CLOSED-COUNT
              " period(s), " WS-TOTAL-CAPITALIZED " rolled.".
           GOBACK.

       0100-LOAD-PRODUCT-LIST.
           OPEN INPUT FORB-CAP-FILE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-CARDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-CARDS
              READ FORB-CAP-FILE
                 AT END
                    MOVE "N" TO WS-MORE-CARDS-SW
                 NOT AT END
                    IF FC-PRODUCT-CODE NOT = SPACES
                       AND WS-PROD-TOTAL < WS-PROD-LIMIT
                       ADD 1 TO WS-PROD-TOTAL
                       MOVE FC-PRODUCT-CODE
                          TO WS-CAP-PRODUCT (WS-PROD-TOTAL)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
              CLOSE FORB-CAP-FILE
           END-IF.

       2000-WORK-ALL-PERIODS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FORBEARANCE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FB-STATUS-OPEN
                       AND FB-END-DATE < WS-RUN-DATE
                       PERFORM 2100-CLOSE-ONE-PERIOD
                    END-IF
              END-READ
           END-PERFORM.

       2100-CLOSE-ONE-PERIOD.
           MOVE ZERO   TO WS-CAP-AMOUNT.
           MOVE SPACES TO WS-D-NOTE.
           MOVE "N"    TO WS-ACCOUNT-FOUND-SW.
           MOVE FB-ACCOUNT-ID TO PF-ACCOUNT-ID.
           READ PORTFOLIO-FILE
              INVALID KEY
                 MOVE "NO ACCT" TO WS-D-NOTE
                 MOVE ZERO TO PF-PRINCIPAL
              NOT INVALID KEY
                 MOVE "Y" TO WS-ACCOUNT-FOUND-SW
           END-READ.
           PERFORM 2200-SUM-PERIOD-INTEREST.
           IF ACCOUNT-FOUND
              PERFORM 2300-CHECK-PRODUCT
              IF PRODUCT-CAPITALIZES
                 AND PF-ACCT-ACTIVE
                 AND WS-PERIOD-INTEREST >= 1
                 PERFORM 2400-CAPITALIZE-PERIOD
              END-IF
           END-IF.
           MOVE "E"                TO FB-STATUS.
           MOVE WS-RUN-DATE        TO FB-CLOSED-DATE.
           MOVE WS-PERIOD-INTEREST TO FB-PERIOD-INTEREST.
           MOVE WS-CAP-AMOUNT      TO FB-CAPITALIZED-AMT.
           REWRITE FORBEARANCE-RECORD.
           IF WS-FORB-STATUS NOT = "00"
              DISPLAY "Unable to close the period for account "
                 FB-ACCOUNT-ID ", status " WS-FORB-STATUS
           ELSE
              ADD 1 TO WS-CLOSED-COUNT
              ADD WS-PERIOD-INTEREST TO WS-TOTAL-INTEREST
              MOVE FB-ACCOUNT-ID      TO WS-JOB-ACCOUNT
              MOVE FB-ACCOUNT-ID      TO WS-D-ACCOUNT-ID
              MOVE FB-TYPE            TO WS-D-TYPE
              MOVE FB-START-DATE      TO WS-D-START-DATE
              MOVE FB-END-DATE        TO WS-D-END-DATE
              MOVE WS-PERIOD-INTEREST TO WS-D-INTEREST
              MOVE WS-CAP-AMOUNT      TO WS-D-CAPITALIZED
              MOVE PF-PRINCIPAL       TO WS-D-PRINCIPAL
              MOVE WS-DETAIL-LINE     TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2200-SUM-PERIOD-INTEREST.
           *> The nightly accrual postings dated inside the period are
           *> the interest it cost - a period that suspended accrual
           *> has none. The history is re-read from the top for each
           *> period, the way CAPITALIZE-BATCH reads it per account.
           MOVE ZERO TO WS-PERIOD-INTEREST.
           MOVE "Y" TO WS-MORE-HISTORY-SW.
           OPEN INPUT ACCRUAL-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-HISTORY-SW
           END-IF.
           PERFORM UNTIL NO-MORE-HISTORY
              READ ACCRUAL-HISTORY-FILE
                 AT END
                    MOVE "N" TO WS-MORE-HISTORY-SW
                 NOT AT END
                    MOVE AH-POST-DATE TO WS-HISTORY-DATE
                    IF AH-ORIGINAL-DATE NUMERIC
                       AND AH-ORIGINAL-DATE > ZERO
                       MOVE AH-ORIGINAL-DATE TO WS-HISTORY-DATE
                    END-IF
                    IF AH-ACCOUNT-ID = FB-ACCOUNT-ID
                       AND AH-TYPE-ACCRUAL
                       AND WS-HISTORY-DATE >= FB-START-DATE
                       AND WS-HISTORY-DATE <= FB-END-DATE
                       ADD AH-AMOUNT-POSTED TO WS-PERIOD-INTEREST
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
              CLOSE ACCRUAL-HISTORY-FILE
           END-IF.

       2300-CHECK-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND-SW.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                 UNTIL WS-PROD-IDX > WS-PROD-TOTAL
                 OR PRODUCT-CAPITALIZES
              IF WS-CAP-PRODUCT (WS-PROD-IDX) = PF-PRODUCT-CODE
                 MOVE "Y" TO WS-PROD-FOUND-SW
              END-IF
           END-PERFORM.

       2400-CAPITALIZE-PERIOD.
           *> Only the whole-unit part rolls, never more than is still
           *> unpaid in accrued interest (a payment during the period
           *> may have cleared some of it), and never past what the
           *> principal field can carry.
           IF WS-PERIOD-INTEREST > PF-ACCRUED-INTEREST
              COMPUTE WS-CAP-AMOUNT = PF-ACCRUED-INTEREST
           ELSE
              COMPUTE WS-CAP-AMOUNT = WS-PERIOD-INTEREST
           END-IF.
           COMPUTE WS-PRINCIPAL-ROOM = 99999 - PF-PRINCIPAL.
           IF WS-CAP-AMOUNT > WS-PRINCIPAL-ROOM
              MOVE WS-PRINCIPAL-ROOM TO WS-CAP-AMOUNT
           END-IF.
           IF WS-CAP-AMOUNT > ZERO
              ADD WS-CAP-AMOUNT TO PF-PRINCIPAL
              SUBTRACT WS-CAP-AMOUNT FROM PF-ACCRUED-INTEREST
              REWRITE PORTFOLIO-RECORD
              IF WS-PORTFOLIO-STATUS NOT = "00"
                 DISPLAY "Unable to capitalize account "
                    PF-ACCOUNT-ID ", status " WS-PORTFOLIO-STATUS
                 MOVE ZERO TO WS-CAP-AMOUNT
                 MOVE "NOT ROLLED" TO WS-D-NOTE
              ELSE
                 ADD 1 TO WS-CAP-COUNT
                 ADD WS-CAP-AMOUNT TO WS-TOTAL-CAPITALIZED
                 PERFORM 2500-WRITE-EVENT-RECORD
              END-IF
           END-IF.

       2500-WRITE-EVENT-RECORD.
           OPEN EXTEND HISTORY-EXTEND-FILE.
           IF WS-EXTEND-STATUS = "35"
              OPEN OUTPUT HISTORY-EXTEND-FILE
           END-IF.
           MOVE PF-ACCOUNT-ID       TO HX-ACCOUNT-ID.
           MOVE WS-CAP-AMOUNT       TO HX-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO HX-BALANCE-AFTER.
           MOVE "C"                 TO HX-POSTING-TYPE.
           MOVE WS-RUN-DATE         TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              HX-POSTING-TYPE HX-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE        TO HX-POST-DATE.
           MOVE WS-ORIGINAL-DATE    TO HX-ORIGINAL-DATE.
           WRITE HISTORY-EXTEND-RECORD.
           IF WS-EXTEND-STATUS NOT = "00"
              DISPLAY "Unable to write capitalization event, "
                 "status " WS-EXTEND-STATUS
           END-IF.
           CLOSE HISTORY-EXTEND-FILE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLOSED-COUNT TO WS-T-CLOSED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CAP-COUNT TO WS-T-CAP-COUNT.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-T-INTEREST.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CAPITALIZED TO WS-T-CAPITALIZED.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
