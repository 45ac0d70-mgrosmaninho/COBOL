      *            STUDENT ACCOUNT FILE - RECORDS IN AND THE
      *            PAYMENTS AS ADDS - THROUGH THE SHARED CTLTOT
      *            ROUTINE, SO EOD-BALANCE CAN PROVE THE FILE.
      * 15/10/26 - A STUDENT ON A TUITION PAYMENT PLAN (INSTPLAN.DAT,
      *            SET UP BY PAYPLAN-MAINT) HAS EACH RECEIPT APPLIED
      *            TO THE OLDEST UNPAID INSTALLMENT FIRST, THEN THE
      *            NEXT, UNTIL THE RECEIPT IS USED UP; AN INSTALLMENT
      *            PAID IN FULL IS MARKED PAID. THE REGISTER SHOWS
      *            HOW MANY INSTALLMENTS EACH RECEIPT REACHED.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-PLAN-KEY
              FILE STATUS IS WS-PLAN-STATUS.

           SELECT PAYMENT-REPORT-FILE ASSIGN TO "STUPAY.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  INSTALLMENT-FILE.
       COPY INSTPLAN.

       FD  PAYMENT-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       01  WS-ACCOUNT-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXCP-STATUS            PIC XX VALUE SPACES.
       01  WS-PLAN-STATUS            PIC XX VALUE SPACES.
       01  WS-PLANFILE-SW            PIC X VALUE "N".
           88  PLAN-FILE-AVAILABLE          VALUE "Y".
       01  WS-MORE-INSTALLS-SW       PIC X VALUE "Y".
           88  NO-MORE-INSTALLS             VALUE "N".
       01  WS-OLDEST-FOUND-SW        PIC X VALUE "N".
           88  OLDEST-FOUND                 VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-POSTINGS-SW       PIC X VALUE "Y".
       01  WS-STUDENT-ID             PIC 9(6) VALUE ZERO.
       01  WS-NEXT-SEQUENCE          PIC 9(4) VALUE ZERO.

      *> Applying a receipt to a payment plan - what is left of it,
      *> and the oldest unpaid installment found on each pass.
       01  WS-UNAPPLIED-AMOUNT       PIC 9(6)V99 VALUE ZERO.
       01  WS-INSTALL-OWED           PIC 9(6)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT           PIC 9(6)V99 VALUE ZERO.
       01  WS-OLDEST-KEY.
           05  WS-OLDEST-STUDENT-ID  PIC 9(6).
           05  WS-OLDEST-TERM-CODE   PIC X(6).
           05  WS-OLDEST-INSTALL-NO  PIC 9(2).
       01  WS-OLDEST-DUE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-INSTALLS-REACHED       PIC 9(2) VALUE ZERO.
       01  WS-INSTALLS-PAID-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "STUPAYB".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.
       01  WS-PAYMENT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-POSTED           PIC 9(9)V99 VALUE ZERO.
       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(12) VALUE "PAYMENT".
           05  FILLER                PIC X(15) VALUE "RECEIPT".
           05  FILLER                PIC X(12) VALUE "PAYMENT PLAN".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  WS-D-PAYMENT          PIC Z(5)9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-RECEIPT          PIC X(12).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-PLAN-NOTE        PIC X(25).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(24) VALUE
           05  FILLER                PIC X(24) VALUE
               "PAYMENTS REJECTED".
           05  WS-T-REJECTED         PIC Z(5)9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(24) VALUE
               "INSTALLMENTS PAID OFF".
           05  WS-T-INSTALLS-PAID    PIC Z(5)9.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                PIC X(9)  VALUE "REJECTED ".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0050-CHECK-FEED-REGISTER.
           IF FC-FEED-REFUSED
              GOBACK
           END-IF.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "Unable to open receipt file, status "
              CLOSE STUDENT-ACCOUNT-FILE
              OPEN I-O STUDENT-ACCOUNT-FILE
           END-IF.
           OPEN I-O INSTALLMENT-FILE.
           IF WS-PLAN-STATUS = "00"
              MOVE "Y" TO WS-PLANFILE-SW
           END-IF.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-CTL-RECORDS-IN WS-CTL-ADDED WS-CTL-CHANGED
              WS-CTL-DELETED WS-CTL-RECORDS-OUT.
           CLOSE STUDENT-ACCOUNT-FILE.
           IF PLAN-FILE-AVAILABLE
              CLOSE INSTALLMENT-FILE
           END-IF.
           CLOSE PAYMENT-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           MOVE "RECORD" TO FC-FUNCTION.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-PAYMENT-COUNT.
           GOBACK.

       0050-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "STUPAYTR.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PAYMENT-TRANS-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE PAYMENT-TRANS-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE PAYMENT-TRANS-RECORD TO FC-LAST-RECORD
                       IF PT-AMOUNT IS NUMERIC
                          ADD PT-AMOUNT-NUM TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYMENT-TRANS-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "RUN REFUSED - the feed register cannot be"
                    " read, so STUPAYTR.DAT is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "RUN REFUSED - STUPAYTR.DAT matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - nothing posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              MOVE "SKIPPED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-PAYMENT-COUNT
           END-IF.

       0100-COUNT-OPENING-RECORDS.
           *> The opening record count the end-of-day balancing run
           *> proves the closing count against. One sequential pass
           ELSE
              ADD 1 TO WS-PAYMENT-COUNT
              ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-POSTED
              MOVE SPACES TO WS-D-PLAN-NOTE
              IF PLAN-FILE-AVAILABLE
                 PERFORM 2300-APPLY-TO-INSTALLMENTS
              END-IF
              MOVE WS-STUDENT-ID     TO WS-D-STUDENT-ID
              MOVE WS-PAYMENT-AMOUNT TO WS-D-PAYMENT
              MOVE PT-RECEIPT-REF    TO WS-D-RECEIPT
              END-READ
           END-PERFORM.

       2300-APPLY-TO-INSTALLMENTS.
           *> Oldest due date first, across every plan the student
           *> has, until the receipt is used up or nothing is owed.
           *> Anything left over stays on the account as an ordinary
           *> payment.
           MOVE WS-PAYMENT-AMOUNT TO WS-UNAPPLIED-AMOUNT.
           MOVE ZERO TO WS-INSTALLS-REACHED.
           MOVE "Y" TO WS-OLDEST-FOUND-SW.
           PERFORM UNTIL WS-UNAPPLIED-AMOUNT = ZERO
                 OR NOT OLDEST-FOUND
              PERFORM 2310-FIND-OLDEST-INSTALLMENT
              IF OLDEST-FOUND
                 PERFORM 2320-APPLY-ONE-INSTALLMENT
              END-IF
           END-PERFORM.
           IF WS-INSTALLS-REACHED NOT = ZERO
              STRING "APPLIED TO " DELIMITED BY SIZE
                 WS-INSTALLS-REACHED DELIMITED BY SIZE
                 " INSTALLMENT(S)" DELIMITED BY SIZE
                 INTO WS-D-PLAN-NOTE
           END-IF.

       2310-FIND-OLDEST-INSTALLMENT.
           MOVE "N" TO WS-OLDEST-FOUND-SW.
           MOVE "Y" TO WS-MORE-INSTALLS-SW.
           MOVE WS-STUDENT-ID TO IP-STUDENT-ID.
           MOVE SPACES        TO IP-TERM-CODE.
           MOVE ZERO          TO IP-INSTALL-NO.
           START INSTALLMENT-FILE KEY IS >= IP-PLAN-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-INSTALLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-INSTALLS
              READ INSTALLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-INSTALLS-SW
                 NOT AT END
                    IF IP-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-INSTALLS-SW
                    ELSE
                       IF IP-INSTALL-UNPAID
                          AND (NOT OLDEST-FOUND
                             OR IP-DUE-DATE < WS-OLDEST-DUE-DATE)
                          MOVE "Y"          TO WS-OLDEST-FOUND-SW
                          MOVE IP-PLAN-KEY  TO WS-OLDEST-KEY
                          MOVE IP-DUE-DATE  TO WS-OLDEST-DUE-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2320-APPLY-ONE-INSTALLMENT.
           MOVE WS-OLDEST-KEY TO IP-PLAN-KEY.
           READ INSTALLMENT-FILE
              INVALID KEY
                 MOVE "N" TO WS-OLDEST-FOUND-SW
           END-READ.
           IF OLDEST-FOUND
              COMPUTE WS-INSTALL-OWED = IP-AMOUNT-DUE - IP-AMOUNT-PAID
              IF WS-UNAPPLIED-AMOUNT < WS-INSTALL-OWED
                 MOVE WS-UNAPPLIED-AMOUNT TO WS-APPLY-AMOUNT
              ELSE
                 MOVE WS-INSTALL-OWED TO WS-APPLY-AMOUNT
              END-IF
              ADD WS-APPLY-AMOUNT TO IP-AMOUNT-PAID
              SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED-AMOUNT
              IF IP-AMOUNT-PAID NOT < IP-AMOUNT-DUE
                 MOVE "P"         TO IP-STATUS
                 MOVE WS-RUN-DATE TO IP-PAID-DATE
                 ADD 1 TO WS-INSTALLS-PAID-COUNT
              END-IF
              REWRITE INSTALLMENT-RECORD
              IF WS-PLAN-STATUS NOT = "00"
                 DISPLAY "Unable to update installment " IP-INSTALL-NO
                    " for student " IP-STUDENT-ID ", status "
                    WS-PLAN-STATUS
                 MOVE "N" TO WS-OLDEST-FOUND-SW
              ELSE
                 ADD 1 TO WS-INSTALLS-REACHED
              END-IF
           END-IF.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE PT-STUDENT-ID TO WS-E-STUDENT-ID.
           MOVE WS-EXCEPTION-COUNT TO WS-T-REJECTED.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INSTALLS-PAID-COUNT TO WS-T-INSTALLS-PAID.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
