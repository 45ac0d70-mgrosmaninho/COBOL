       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIORADJ-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: PRIOR-PERIOD ADJUSTMENTS REPORT, IN THE STYLE OF
      * SUPPRESS-RPT. LISTS FROM PRIORADJ.LOG EVERY POSTING THAT WENT
      * INTO THE BOOKS IN A DATE RANGE BUT WAS DATED INTO A CLOSED
      * ACCOUNTING MONTH AND FILED IN AN OPEN ONE - WHICH PROGRAM,
      * WHICH ACCOUNT, WHAT KIND OF POSTING, HOW MUCH, THE DATE IT
      * WAS MEANT FOR AND THE DATE IT WENT IN ON - SO THE ACCOUNTANTS
      * CAN SEE WHAT REACHED THE LEDGER LATE. WRITES PRIORADJ.PRT
      * WITH TOTALS BY POSTING TYPE, REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PRIORADJ.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-ADJUSTMENT-FILE.
       COPY PRIORADJ.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ADJUST-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION          PIC X VALUE "Y".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "PRIORADJ".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "PRIORADJ.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

       01  WS-ITEM-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ITEM-TOTAL             PIC 9(9)V99 VALUE ZERO.

      *> Count and amount by posting type, in the order printed.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 6 TIMES.
               10  WS-TY-NAME        PIC X(16).
               10  WS-TY-COUNT       PIC 9(6).
               10  WS-TY-AMOUNT      PIC 9(9)V99.
       01  WS-TYPE-IDX               PIC 9 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(32) VALUE
               "PRIOR-PERIOD ADJUSTMENTS REPORT".
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "LOGGED".
           05  FILLER                PIC X(9)  VALUE "SOURCE".
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(11) VALUE "TYPE".
           05  FILLER                PIC X(14) VALUE "     AMOUNT".
           05  FILLER                PIC X(9)  VALUE "MEANT FOR".
           05  FILLER                PIC X(9)  VALUE "POSTED".

       01  WS-DETAIL-LINE.
           05  WS-D-LOG-DATE         PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-SOURCE           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-ACCOUNT          PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TYPE             PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-ORIGINAL-DATE    PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-POSTED-DATE      PIC 9(8).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(20).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-S-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "ACCRUALS"         TO WS-TY-NAME (1).
           MOVE "LATE FEES"        TO WS-TY-NAME (2).
           MOVE "NSF FEES"         TO WS-TY-NAME (3).
           MOVE "CAPITALIZATIONS"  TO WS-TY-NAME (4).
           MOVE "REVERSALS"        TO WS-TY-NAME (5).
           MOVE "PAYMENTS"         TO WS-TY-NAME (6).
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 6
              MOVE ZERO TO WS-TY-COUNT (WS-TYPE-IDX)
              MOVE ZERO TO WS-TY-AMOUNT (WS-TYPE-IDX)
           END-PERFORM.
           PERFORM 0100-GET-DATE-RANGE.
           OPEN INPUT PRIOR-ADJUSTMENT-FILE.
           IF WS-ADJUST-STATUS NOT = "00"
              DISPLAY "No prior-period adjustment log on file,"
                 " status " WS-ADJUST-STATUS " - nothing has been"
                 " posted into a closed month."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-T-TO-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-LIST-THE-LOG.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE PRIOR-ADJUSTMENT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           DISPLAY "Prior-period adjustments report written - "
              WS-ITEM-COUNT " item(s).".
           GOBACK.

       0100-GET-DATE-RANGE.
           *> Zero takes the whole log from the start, and up to the
           *> business date.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input from date (YYYYMMDD, 0 = start of log): "
                 WITH NO ADVANCING
              ACCEPT WS-FROM-DATE
              IF WS-FROM-DATE = ZERO
                 MOVE "Y" TO WS-DATE-VALID-SW
              ELSE
                 CALL "DATEVAL" USING WS-FROM-DATE WS-FUTURE-OPTION
                    WS-DATE-VALID-SW
                 IF NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real YYYYMMDD"
                       " date or 0."
                 END-IF
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input to date (YYYYMMDD, 0 = business date): "
                 WITH NO ADVANCING
              ACCEPT WS-TO-DATE
              IF WS-TO-DATE = ZERO
                 MOVE WS-RUN-DATE TO WS-TO-DATE
              END-IF
              CALL "DATEVAL" USING WS-TO-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF DATE-IS-VALID AND WS-TO-DATE < WS-FROM-DATE
                 MOVE "N" TO WS-DATE-VALID-SW
              END-IF
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date"
                    " not before the from date, or 0."
              END-IF
           END-PERFORM.

       2000-LIST-THE-LOG.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PRIOR-ADJUSTMENT-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    *> By the day it reached the ledger, never the
                    *> closed month it was meant for.
                    IF PA-POSTED-DATE >= WS-FROM-DATE
                       AND PA-POSTED-DATE <= WS-TO-DATE
                       PERFORM 2100-PRINT-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ITEM-COUNT = ZERO
              MOVE "NO PRIOR-PERIOD ADJUSTMENTS IN THE PERIOD"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2100-PRINT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           ADD PA-AMOUNT TO WS-ITEM-TOTAL.
           MOVE PA-LOG-DATE      TO WS-D-LOG-DATE.
           MOVE PA-SOURCE        TO WS-D-SOURCE.
           MOVE PA-ACCOUNT-ID    TO WS-D-ACCOUNT.
           MOVE PA-AMOUNT        TO WS-D-AMOUNT.
           MOVE PA-ORIGINAL-DATE TO WS-D-ORIGINAL-DATE.
           MOVE PA-POSTED-DATE   TO WS-D-POSTED-DATE.
           EVALUATE TRUE
              WHEN PA-TYPE-LATE-FEE
                 MOVE 2 TO WS-TYPE-IDX
                 MOVE "LATE FEE"   TO WS-D-TYPE
              WHEN PA-TYPE-NSF-FEE
                 MOVE 3 TO WS-TYPE-IDX
                 MOVE "NSF FEE"    TO WS-D-TYPE
              WHEN PA-TYPE-CAPITALIZED
                 MOVE 4 TO WS-TYPE-IDX
                 MOVE "CAPITAL"    TO WS-D-TYPE
              WHEN PA-TYPE-REVERSAL
                 MOVE 5 TO WS-TYPE-IDX
                 MOVE "REVERSAL"   TO WS-D-TYPE
              WHEN PA-TYPE-PAYMENT
                 MOVE 6 TO WS-TYPE-IDX
                 MOVE "PAYMENT"    TO WS-D-TYPE
              WHEN OTHER
                 *> An accrual - "A", or blank on the nightly run.
                 MOVE 1 TO WS-TYPE-IDX
                 MOVE "ACCRUAL"    TO WS-D-TYPE
           END-EVALUATE.
           ADD 1 TO WS-TY-COUNT (WS-TYPE-IDX).
           ADD PA-AMOUNT TO WS-TY-AMOUNT (WS-TYPE-IDX).
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                 UNTIL WS-TYPE-IDX > 6
              MOVE WS-TY-NAME (WS-TYPE-IDX)   TO WS-S-LABEL
              MOVE WS-TY-COUNT (WS-TYPE-IDX)  TO WS-S-COUNT
              MOVE WS-TY-AMOUNT (WS-TYPE-IDX) TO WS-S-AMOUNT
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE "TOTAL ADJUSTMENTS" TO WS-S-LABEL.
           MOVE WS-ITEM-COUNT TO WS-S-COUNT.
           MOVE WS-ITEM-TOTAL TO WS-S-AMOUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
