      *            DISCREPANCY ON THE MONTH-END RECONCILIATION.
      *            THE YEAR-TO-DATE BUCKET STILL CARRIES THE GROSS
      *            INTEREST EARNED.
      * 15/10/26 - AN ACCOUNT IN A FORBEARANCE OR DEFERMENT PERIOD
      *            ON FORBEAR.DAT (CHECKED THROUGH THE SHARED
      *            FORBCHK ROUTINE) WHOSE INTEREST DOES NOT CONTINUE
      *            TO ACCRUE IS NOW STAMPED AS ACCRUED WITH NOTHING
      *            POSTED, AND LISTED AND COUNTED AS SUSPENDED.
      * 15/10/26 - AN ACCRUAL DATED INTO AN ACCOUNTING MONTH ALREADY
      *            CLOSED ON FISCPER.DAT IS NOW FILED IN THE NEXT
      *            OPEN MONTH AS A PRIOR-PERIOD ADJUSTMENT (THROUGH
      *            THE SHARED PERIODCHK ROUTINE). THE ACCOUNT IS
      *            STILL STAMPED ACCRUED THROUGH THE RUN DATE.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-ACCOUNT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ALREADY-ACCRUED-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-ACCRUED           PIC 9(9)V99 VALUE ZERO.
       01  WS-SUSPENDED-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-FORB-SW                 PIC X VALUE "N".
           88  IN-FORBEARANCE                VALUE "Y".
       01  WS-FORB-ACCRUE-SW          PIC X VALUE "Y".
           88  FORB-INTEREST-ACCRUES         VALUE "Y".
       01  WS-FORB-TYPE               PIC X VALUE SPACE.
       01  WS-FORB-END-DATE           PIC 9(8) VALUE ZERO.

       01  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
      *> The date the accrual is filed under - the run date, unless
      *> that falls in a closed accounting month.
       01  WS-POST-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ORIGINAL-DATE           PIC 9(8) VALUE ZERO.
       01  WS-START-TIME              PIC 9(8) VALUE ZERO.
       01  WS-START-SECS REDEFINES WS-START-TIME.
           05  WS-START-HH            PIC 99.
           05  FILLER                 PIC X(33) VALUE
               " ALREADY ACCRUED FOR TODAY - SKIP".

       01  WS-SUSPENDED-DETAIL.
           05  WS-U-ACCOUNT-ID        PIC Z(5)9.
           05  FILLER                 PIC X(27) VALUE
               " FORBEARANCE - SUSPENDED TO".
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-U-END-DATE          PIC 9(8).

       01  WS-SUSPENDED-TOTAL-LINE.
           05  FILLER                 PIC X(29) VALUE
               "ACCOUNTS SUSPENDED IN FORB.  ".
           05  WS-U-SUSPENDED         PIC Z(5)9.

       01  WS-SKIPPED-TOTAL-LINE.
           05  FILLER                 PIC X(29) VALUE
               "ACCOUNTS ALREADY ACCRUED     ".
                 MOVE WS-SKIPPED-DETAIL TO REPORT-LINE
                 WRITE REPORT-LINE
              ELSE
                 *> A forbearance or deferment period that suspends
                 *> interest posts nothing, but the account is still
                 *> stamped so a rerun treats it as done.
                 CALL "FORBCHK" USING PF-ACCOUNT-ID WS-RUN-DATE
                    WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
                    WS-FORB-END-DATE
                 IF IN-FORBEARANCE AND NOT FORB-INTEREST-ACCRUES
                    PERFORM 2160-SUSPEND-ONE-ACCOUNT
                 ELSE
                    PERFORM 2150-POST-ONE-ACCOUNT
                 END-IF
              END-IF
           END-IF.

           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.

       2160-SUSPEND-ONE-ACCOUNT.
           MOVE WS-RUN-DATE TO PF-LAST-ACCRUED-DATE.
           REWRITE PORTFOLIO-RECORD.
           ADD 1 TO WS-SUSPENDED-COUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE PF-ACCOUNT-ID       TO WS-LAST-POSTED-ACCOUNT.
           MOVE PF-ACCOUNT-ID       TO WS-U-ACCOUNT-ID.
           MOVE WS-FORB-END-DATE    TO WS-U-END-DATE.
           MOVE WS-SUSPENDED-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       2170-WRITE-HISTORY-RECORD.
           *> One history record per posting - this is what the
           *> month-end statement job prints from and what the
           *> that actually reached accrued interest after any
           *> credit-balance absorption.
           MOVE PF-ACCOUNT-ID       TO AH-ACCOUNT-ID.
           MOVE WS-NET-ACCRUAL      TO AH-AMOUNT-POSTED.
           MOVE PF-ACCRUED-INTEREST TO AH-BALANCE-AFTER.
           MOVE "A"                 TO AH-POSTING-TYPE.
           MOVE WS-RUN-DATE         TO WS-POST-DATE.
           CALL "PERIODCHK" USING WS-JOB-NAME PF-ACCOUNT-ID
              AH-POSTING-TYPE AH-AMOUNT-POSTED WS-POST-DATE
              WS-ORIGINAL-DATE.
           MOVE WS-POST-DATE        TO AH-POST-DATE.
           MOVE WS-ORIGINAL-DATE    TO AH-ORIGINAL-DATE.
           WRITE ACCRUAL-HISTORY-RECORD.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "Unable to write accrual history record, "
              MOVE WS-SKIPPED-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-SUSPENDED-COUNT > ZERO
              MOVE WS-SUSPENDED-COUNT TO WS-U-SUSPENDED
              MOVE WS-SUSPENDED-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM 0350-COMPUTE-ELAPSED.
           MOVE WS-ELAPSED-SECONDS TO WS-E-ELAPSED.
