      * LOAN STAMPED WITH A GRACE-END DATE COMPUTED FROM
      * SM-STATUS-DATE PLUS THE GRACEPER.DAT GRACE DAYS, AND ONCE
      * THE GRACE HAS RUN OUT THE DUE-DAY CYCLE STARTS (DEFAULT DUE
      * DAY FROM THE SAME CARD, OR THE COMMON DUE DAY OF A BORROWER
      * ON CONSOLIDATED BILLING) AND A REPAYMENT-START NOTICE
      * PRINTS. NOBODY USED TO TELL THE LOAN SIDE AT ALL.
      ****************************************************************

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT CONSOLIDATED-BILL-FILE ASSIGN TO "CONSBILL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-STUDENT-ID
              FILE STATUS IS WS-CONSBILL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "REPAYNOT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTICE-STATUS.
       FD  GRACE-CARD-FILE.
       COPY GRACEPER.

       FD  CONSOLIDATED-BILL-FILE.
       COPY CONSBILL.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-NOTICE-STATUS          PIC XX VALUE SPACES.
       01  WS-CONSBILL-STATUS        PIC XX VALUE SPACES.
       01  WS-CONSBILL-SW            PIC X VALUE "N".
           88  CONSBILL-FILE-AVAILABLE      VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

              CLOSE PORTFOLIO-FILE
              GOBACK
           END-IF.
           OPEN INPUT CONSOLIDATED-BILL-FILE.
           IF WS-CONSBILL-STATUS = "00"
              MOVE "Y" TO WS-CONSBILL-SW
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-GRACE-SET-COUNT.
           END-IF.
           PERFORM 2000-WORK-ALL-ACCOUNTS.
           CLOSE NOTICE-FILE.
           IF CONSBILL-FILE-AVAILABLE
              CLOSE CONSOLIDATED-BILL-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE PORTFOLIO-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
       2400-START-REPAYMENT-CYCLE.
           *> The grace has run out - the due-day cycle the
           *> payment-due run works from starts now, and the
           *> borrower is told. A borrower on consolidated billing
           *> keeps every loan on the one common due day.
           MOVE WS-DEFAULT-DUE-DAY TO PF-DUE-DAY.
           IF CONSBILL-FILE-AVAILABLE
              MOVE PF-STUDENT-ID TO CG-STUDENT-ID
              READ CONSOLIDATED-BILL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CG-ACTIVE
                       MOVE CG-DUE-DAY TO PF-DUE-DAY
                    END-IF
              END-READ
           END-IF.
           REWRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to start repayment on account "
