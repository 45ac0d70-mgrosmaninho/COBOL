      * EMPTIED SO NOTHING IMPORTABLE IS LEFT BEHIND, AND THE JOB
      * LOGS FAILED. ACCOUNTING USED TO RE-KEY ACCRUAL.PRT AND
      * PAYMENT.PRT INTO THE LEDGER BY HAND.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE UNAPPLIED-CASH SUSPENSE FILE NOW FLOWS TO THE
      *            LEDGER: LOCKBOX ITEMS PUT INTO SUSPENSE THAT DAY
      *            POST AS SUSPIN, AND ITEMS APPLIED OR RETURNED IN
      *            SUSP-MAINT THAT DAY POST AS SUSPOUT, EACH AGAINST
      *            ITS OWN GLMAP.DAT MAPPING.
      * 15/10/26 - A RUN WHOSE BUSINESS DATE FALLS IN AN ACCOUNTING
      *            MONTH ALREADY CLOSED ON FISCPER.DAT IS REFUSED, SO
      *            NOTHING NEW REACHES THE LEDGER FOR A CLOSED MONTH.
      *            PRIOR-PERIOD ADJUSTMENTS ARE DATED INTO THE NEXT
      *            OPEN MONTH AND POST ON THAT DAY'S RUN.
      ****************************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS PH-PAY-KEY
              FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SU-SUSP-KEY
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FP-PERIOD
              FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-REPORT-FILE ASSIGN TO "GLPOST.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  GL-MAP-FILE.
       COPY GLMAP.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTREC.

       FD  FISCAL-PERIOD-FILE.
       COPY FISCPER.

       FD  GL-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       01  WS-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-MAP-STATUS             PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS          PIC XX VALUE SPACES.
       01  WS-PERIOD-CLOSED-SW       PIC X VALUE "N".
           88  RUN-PERIOD-CLOSED            VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

      *> The day's totals by event type, in the order the extract
      *> writes them.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 7 TIMES.
               10  WS-E-NAME         PIC X(8).
               10  WS-E-TOTAL        PIC 9(9)V99.
       01  WS-EVENT-IDX              PIC 9 VALUE ZERO.
           MOVE "CAPITAL"  TO WS-E-NAME (3).
           MOVE "REVERSAL" TO WS-E-NAME (4).
           MOVE "PAYMENT"  TO WS-E-NAME (5).
           MOVE "SUSPIN"   TO WS-E-NAME (6).
           MOVE "SUSPOUT"  TO WS-E-NAME (7).
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > 7
              MOVE ZERO TO WS-E-TOTAL (WS-EVENT-IDX)
           END-PERFORM.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECORD-COUNT.
           PERFORM 0500-CHECK-RUN-PERIOD.
           IF RUN-PERIOD-CLOSED
              DISPLAY "Run refused - accounting month "
                 FP-PERIOD " is closed. Nothing extracted."
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RECORD-COUNT
              GOBACK
           END-IF.
           PERFORM 1000-SUM-ACCRUAL-ACTIVITY.
           PERFORM 1500-SUM-PAYMENT-ACTIVITY.
           PERFORM 1700-SUM-SUSPENSE-ACTIVITY.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "Unable to open the GL mapping file, status "
           CLOSE GL-MAP-FILE.
           GOBACK.

       0500-CHECK-RUN-PERIOD.
      *> No period file means no month has ever been closed.
           MOVE "N" TO WS-PERIOD-CLOSED-SW.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF WS-PERIOD-STATUS = "00"
              COMPUTE FP-PERIOD = WS-RUN-DATE / 100
              READ FISCAL-PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FP-PERIOD-CLOSED
                       MOVE "Y" TO WS-PERIOD-CLOSED-SW
                    END-IF
              END-READ
              CLOSE FISCAL-PERIOD-FILE
           END-IF.

       1000-SUM-ACCRUAL-ACTIVITY.
           *> One pass over the accrual history for the business
           *> day's typed postings.
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       1700-SUM-SUSPENSE-ACTIVITY.
           *> Cash into suspense on the day it was deposited and
           *> imported; out again on the day it was applied to an
           *> account or returned. The applied payment itself posts
           *> as PAYMENT when payment-batch takes it.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-RECORDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF SU-ENTERED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-RECORD-COUNT
                       ADD SU-AMOUNT TO WS-E-TOTAL (6)
                    END-IF
                    IF SU-RESOLVED-DATE = WS-RUN-DATE
                       AND NOT SU-STATUS-UNAPPLIED
                       ADD 1 TO WS-RECORD-COUNT
                       ADD SU-AMOUNT TO WS-E-TOTAL (7)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
              CLOSE SUSPENSE-FILE
           END-IF.

       2000-CHECK-ALL-MAPPINGS.
           MOVE "N" TO WS-MAP-MISSING-SW.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > 7
              IF WS-E-TOTAL (WS-EVENT-IDX) NOT = ZERO
                 MOVE WS-E-NAME (WS-EVENT-IDX) TO GM-EVENT-TYPE
                 READ GL-MAP-FILE

       3000-WRITE-ALL-EVENTS.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > 7
              IF WS-E-TOTAL (WS-EVENT-IDX) NOT = ZERO
                 PERFORM 3100-WRITE-ONE-EVENT
              END-IF
