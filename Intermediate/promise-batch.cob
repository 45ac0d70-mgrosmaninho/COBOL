       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: DAILY PROMISE-TO-PAY CHECK. EVERY PROMISE STILL
      * OUTSTANDING ON COLLNOTE.DAT WHOSE DATE HAS PASSED IS CHECKED
      * AGAINST THE PAYMENTS POSTED TO PAYHIST.DAT FROM THE DAY THE
      * PROMISE WAS MADE THROUGH THE DAY IT FELL DUE - A REVERSED
      * PAYMENT DOES NOT COUNT. PAID IN FULL THE PROMISE IS MARKED
      * KEPT; OTHERWISE IT IS MARKED BROKEN AND THE ACCOUNT GOES
      * BACK TO THE TOP OF ITS COLLECTOR'S QUEUE ON COLLQUE.DAT.
      * RUNS THE DAY AFTER THE PROMISE FALLS DUE, ONCE PAYMENT-BATCH
      * HAS POSTED THE DAY'S PAYMENTS. PROMCHK.PRT LISTS EVERY
      * PROMISE CHECKED AND IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO "COLLNOTE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-NOTE-KEY
              FILE STATUS IS WS-NOTE-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PH-PAY-KEY
              FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "COLLQUE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CQ-ACCOUNT-ID
              ALTERNATE RECORD KEY IS CQ-WORK-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PROMISE-REPORT-FILE ASSIGN TO "PROMCHK.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       COPY COLLNOTE.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  QUEUE-FILE.
       COPY COLLQUE.

       FD  PROMISE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NOTE-STATUS            PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-PAYMENTS-SW       PIC X VALUE "Y".
           88  NO-MORE-PAYMENTS             VALUE "N".
       01  WS-PAYHIST-SW             PIC X VALUE "N".
           88  PAYHIST-AVAILABLE            VALUE "Y".
       01  WS-QUEUE-SW               PIC X VALUE "N".
           88  QUEUE-AVAILABLE              VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "PROMCHK".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-CHECKED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-KEPT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-BROKEN-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-PROMISED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-PAID-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-BROKEN-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "PROMCHK.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

       01  WS-AMOUNT-PAID            PIC 9(7)V99 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(35) VALUE
               "PROMISE-TO-PAY CHECK - BUSINESS DAY".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "COLLECTOR".
           05  FILLER                PIC X(10) VALUE "MADE".
           05  FILLER                PIC X(10) VALUE "DUE".
           05  FILLER                PIC X(13) VALUE
               "     PROMISED".
           05  FILLER                PIC X(13) VALUE
               "         PAID".
           05  FILLER                PIC X(8)  VALUE "  RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-COLLECTOR        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MADE-DATE        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PROMISED         PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-PAID             PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RESULT           PIC X(6).

       01  WS-COUNT-LINE.
           05  WS-CN-LABEL           PIC X(30).
           05  WS-CN-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-CN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CHECKED-COUNT.
           OPEN I-O NOTE-FILE.
           IF WS-NOTE-STATUS NOT = "00"
              *> No contact has ever been recorded - nothing to check.
              DISPLAY "No contact notes on file - no promises to"
                 " check."
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-CHECKED-COUNT
              GOBACK
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "00"
              MOVE "Y" TO WS-PAYHIST-SW
           END-IF.
      *> No history yet means no payments; a history that cannot
      *> be read would break every promise falling due unseen.
           IF WS-PAYHIST-STATUS NOT = "00"
              AND WS-PAYHIST-STATUS NOT = "35"
              DISPLAY "Unable to open payment history, status "
                 WS-PAYHIST-STATUS " - no promise checked."
              CLOSE NOTE-FILE
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-CHECKED-COUNT
              GOBACK
           END-IF.
           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00"
              MOVE "Y" TO WS-QUEUE-SW
           END-IF.
           OPEN OUTPUT PROMISE-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1000-CHECK-ALL-PROMISES.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE PROMISE-REPORT-FILE.
           IF QUEUE-AVAILABLE
              CLOSE QUEUE-FILE
           END-IF.
           IF PAYHIST-AVAILABLE
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           CLOSE NOTE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CHECKED-COUNT.
           DISPLAY "Promise check complete - " WS-KEPT-COUNT
              " kept, " WS-BROKEN-COUNT " broken.".
           GOBACK.

       1000-CHECK-ALL-PROMISES.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO CN-ACCOUNT-ID CN-CONTACT-DATE CN-SEQUENCE.
           START NOTE-FILE KEY IS >= CN-NOTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ NOTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CN-PROMISE-OUTSTANDING
                       AND CN-PROMISE-DATE < WS-RUN-DATE
                       PERFORM 1100-CHECK-ONE-PROMISE
                    END-IF
              END-READ
           END-PERFORM.

       1100-CHECK-ONE-PROMISE.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM 1200-SUM-PAYMENTS.
           IF WS-AMOUNT-PAID > 999999.99
              MOVE 999999.99 TO CN-AMOUNT-PAID
           ELSE
              MOVE WS-AMOUNT-PAID TO CN-AMOUNT-PAID
           END-IF.
           MOVE WS-RUN-DATE TO CN-CHECKED-DATE.
           IF WS-AMOUNT-PAID >= CN-PROMISE-AMOUNT
              MOVE "K" TO CN-PROMISE-STATUS
              MOVE "KEPT" TO WS-D-RESULT
              ADD 1 TO WS-KEPT-COUNT
           ELSE
              MOVE "B" TO CN-PROMISE-STATUS
              MOVE "BROKEN" TO WS-D-RESULT
              ADD 1 TO WS-BROKEN-COUNT
              ADD CN-PROMISE-AMOUNT TO WS-BROKEN-TOTAL
           END-IF.
           REWRITE COLLECTION-NOTE-RECORD.
           IF WS-NOTE-STATUS NOT = "00"
              DISPLAY "Unable to mark the promise on account "
                 CN-ACCOUNT-ID ", status " WS-NOTE-STATUS
           END-IF.
           ADD CN-PROMISE-AMOUNT TO WS-PROMISED-TOTAL.
           ADD CN-AMOUNT-PAID TO WS-PAID-TOTAL.
           MOVE CN-ACCOUNT-ID     TO WS-D-ACCOUNT-ID.
           MOVE CN-COLLECTOR      TO WS-D-COLLECTOR.
           MOVE CN-CONTACT-DATE   TO WS-D-MADE-DATE.
           MOVE CN-PROMISE-DATE   TO WS-D-DUE-DATE.
           MOVE CN-PROMISE-AMOUNT TO WS-D-PROMISED.
           MOVE CN-AMOUNT-PAID    TO WS-D-PAID.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF QUEUE-AVAILABLE
              PERFORM 2000-REQUEUE-ACCOUNT
           END-IF.

       1200-SUM-PAYMENTS.
           *> Payments posted from the day of the promise through the
           *> day it fell due, less any since reversed.
           MOVE ZERO TO WS-AMOUNT-PAID.
           IF PAYHIST-AVAILABLE
              MOVE "Y" TO WS-MORE-PAYMENTS-SW
              MOVE CN-ACCOUNT-ID   TO PH-ACCOUNT-ID
              MOVE CN-CONTACT-DATE TO PH-POST-DATE
              MOVE ZERO            TO PH-SEQUENCE
              START PAYMENT-HISTORY-FILE KEY IS >= PH-PAY-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-PAYMENTS-SW
              END-START
              PERFORM UNTIL NO-MORE-PAYMENTS
                 READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-PAYMENTS-SW
                    NOT AT END
                       IF PH-ACCOUNT-ID NOT = CN-ACCOUNT-ID
                          OR PH-POST-DATE > CN-PROMISE-DATE
                          MOVE "N" TO WS-MORE-PAYMENTS-SW
                       ELSE
                          IF NOT PH-REVERSED
                             ADD PH-AMOUNT TO WS-AMOUNT-PAID
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2000-REQUEUE-ACCOUNT.
           *> A broken promise puts the account back on top of its
           *> collector's queue; a kept one back among the open work.
           *> An account no longer queued has come current or closed.
           MOVE CN-ACCOUNT-ID TO CQ-ACCOUNT-ID.
           READ QUEUE-FILE
              INVALID KEY
                 MOVE "23" TO WS-QUEUE-STATUS
           END-READ.
           IF WS-QUEUE-STATUS = "00"
              AND CQ-PROMISE-DATE = CN-PROMISE-DATE
              PERFORM 2100-REWRITE-QUEUE-ENTRY
           END-IF.

       2100-REWRITE-QUEUE-ENTRY.
           IF CN-PROMISE-BROKEN
              MOVE "B" TO CQ-STATUS
              MOVE 1   TO CQ-PRIORITY-CLASS
           ELSE
              MOVE "O" TO CQ-STATUS
              MOVE 2   TO CQ-PRIORITY-CLASS
              MOVE ZERO TO CQ-PROMISE-DATE
           END-IF.
           REWRITE COLLECTION-QUEUE-RECORD.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to requeue account " CQ-ACCOUNT-ID
                 ", status " WS-QUEUE-STATUS
           END-IF.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Promises checked" TO WS-CN-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-CN-COUNT.
           MOVE WS-PROMISED-TOTAL TO WS-CN-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  kept - amount paid" TO WS-CN-LABEL.
           MOVE WS-KEPT-COUNT TO WS-CN-COUNT.
           MOVE WS-PAID-TOTAL TO WS-CN-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  broken - amount promised" TO WS-CN-LABEL.
           MOVE WS-BROKEN-COUNT TO WS-CN-COUNT.
           MOVE WS-BROKEN-TOTAL TO WS-CN-AMOUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
