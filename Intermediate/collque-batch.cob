       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLQUE-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: DAILY COLLECTION WORK QUEUE BUILD. BUCKETS
      * EVERY ACTIVE PORTFOLIO ACCOUNT WITH A BALANCE THROUGH THE
      * SHARED DPDBUCKT ROUTINE AND QUEUES EACH ONE 30 OR MORE DAYS
      * PAST DUE ON COLLQUE.DAT FOR A COLLECTOR ON THE COLLECTR.DAT
      * CARD. AN ACCOUNT ALREADY QUEUED KEEPS ITS COLLECTOR, ITS
      * CONTACT HISTORY AND ANY PROMISE OR BROKEN-PROMISE STATUS;
      * A NEW ACCOUNT, OR ONE WHOSE COLLECTOR HAS COME OFF THE CARD,
      * GOES TO THE COLLECTOR WITH THE SMALLEST QUEUE. AN ACCOUNT
      * THAT HAS COME CURRENT, CLOSED OR BEEN CHARGED OFF DROPS OFF.
      * COLLQUE.PRT LISTS EACH COLLECTOR'S QUEUE IN WORK ORDER -
      * BROKEN PROMISES FIRST, THEN THE MOST DAYS PAST DUE AND THE
      * LARGEST BALANCE - AND IS REGISTERED WITH SPOOLREG. WITH NO
      * COLLECTOR CARD NOTHING IS QUEUED AND THE JOB LOGS FAILED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT COLLECTOR-FILE ASSIGN TO "COLLECTR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "COLLQUE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CQ-ACCOUNT-ID
              ALTERNATE RECORD KEY IS CQ-WORK-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-QUEUE-STATUS.

           SELECT QUEUE-REPORT-FILE ASSIGN TO "COLLQUE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  COLLECTOR-FILE.
       COPY COLLECTR.

       FD  QUEUE-FILE.
       COPY COLLQUE.

       FD  QUEUE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-CARDS-SW          PIC X VALUE "Y".
           88  NO-MORE-CARDS                VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "COLLQUE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-NEW-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-MOVED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "COLLQUE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

      *> The collectors, loaded from COLLECTR.DAT, with the number
      *> of accounts each one has on the queue.
       01  WS-COLL-LIMIT             PIC 9(2) VALUE 20.
       01  WS-COLL-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-COLL-IDX               PIC 9(2) VALUE ZERO.
       01  WS-COLL-LOW-IDX           PIC 9(2) VALUE ZERO.
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY OCCURS 20 TIMES.
               10  WS-CT-OPERATOR-ID PIC X(8).
               10  WS-CT-NAME        PIC X(20).
               10  WS-CT-LOAD        PIC 9(6).
       01  WS-COLL-FOUND-SW          PIC X VALUE "N".
           88  COLLECTOR-ON-CARD            VALUE "Y".

       01  WS-ACCOUNT-BALANCE        PIC 9(8)V99 VALUE ZERO.
       01  WS-DAYS-SINCE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET                 PIC 9 VALUE ZERO.
       01  WS-BUCKET-LABEL           PIC X(8) VALUE SPACES.
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-QUEUED-SW              PIC X VALUE "N".
           88  ALREADY-QUEUED               VALUE "Y".
       01  WS-LAST-COLLECTOR         PIC X(8) VALUE SPACES.
       01  WS-COLLECTOR-QUEUE        PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(36) VALUE
               "COLLECTION WORK QUEUE - BUSINESS DAY".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLLECTOR-HEADING.
           05  FILLER                PIC X(11) VALUE "COLLECTOR: ".
           05  WS-C-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-NAME             PIC X(20).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(5)  VALUE "PRI".
           05  FILLER                PIC X(8)  VALUE "ACCOUNT".
           05  FILLER                PIC X(7)  VALUE "  DAYS".
           05  FILLER                PIC X(10) VALUE "BUCKET".
           05  FILLER                PIC X(14) VALUE
               "       BALANCE".
           05  FILLER                PIC X(4)  VALUE " ST".
           05  FILLER                PIC X(5)  VALUE " TRY".
           05  FILLER                PIC X(12) VALUE " LAST CALL".
           05  FILLER                PIC X(3)  VALUE "OC".
           05  FILLER                PIC X(8)  VALUE "PROMISED".

       01  WS-QUEUE-LINE.
           05  WS-Q-CLASS            PIC 9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-Q-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-DAYS             PIC ZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-Q-BUCKET           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-STATUS           PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-ATTEMPTS         PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-LAST-CONTACT     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Q-OUTCOME          PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-Q-PROMISE-DATE     PIC 9(8).

       01  WS-COUNT-LINE.
           05  WS-CN-LABEL           PIC X(40).
           05  WS-CN-COUNT           PIC ZZZ,ZZ9.

       01  WS-MESSAGE-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACCOUNT-COUNT.
           PERFORM 0100-LOAD-COLLECTORS.
           IF WS-COLL-TOTAL = ZERO
              DISPLAY "No collectors on COLLECTR.DAT - the queue"
                 " was not built."
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-ACCOUNT-COUNT
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-ACCOUNT-COUNT
              GOBACK
           END-IF.
           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
              CLOSE QUEUE-FILE
              OPEN OUTPUT QUEUE-FILE
              CLOSE QUEUE-FILE
              OPEN I-O QUEUE-FILE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to open the collection queue, status "
                 WS-QUEUE-STATUS
              CLOSE PORTFOLIO-FILE
              MOVE "FAILED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-ACCOUNT-COUNT
              GOBACK
           END-IF.
           PERFORM 0200-COUNT-CURRENT-LOADS.
           PERFORM 1000-QUEUE-DELINQUENT-ACCOUNTS.
           CLOSE PORTFOLIO-FILE.
           PERFORM 3000-DROP-STALE-ENTRIES.
           OPEN OUTPUT QUEUE-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4000-PRINT-THE-QUEUE.
           PERFORM 5000-PRINT-TOTALS.
           CLOSE QUEUE-REPORT-FILE.
           CLOSE QUEUE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACCOUNT-COUNT.
           DISPLAY "Collection queue built - " WS-ACCOUNT-COUNT
              " account(s) queued.".
           GOBACK.

       0100-LOAD-COLLECTORS.
           MOVE "Y" TO WS-MORE-CARDS-SW.
           OPEN INPUT COLLECTOR-FILE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-CARDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-CARDS
              READ COLLECTOR-FILE
                 AT END
                    MOVE "N" TO WS-MORE-CARDS-SW
                 NOT AT END
                    IF CL-OPERATOR-ID NOT = SPACES
                       AND WS-COLL-TOTAL < WS-COLL-LIMIT
                       ADD 1 TO WS-COLL-TOTAL
                       MOVE CL-OPERATOR-ID
                          TO WS-CT-OPERATOR-ID (WS-COLL-TOTAL)
                       MOVE CL-NAME TO WS-CT-NAME (WS-COLL-TOTAL)
                       MOVE ZERO TO WS-CT-LOAD (WS-COLL-TOTAL)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
              CLOSE COLLECTOR-FILE
           END-IF.

       0200-COUNT-CURRENT-LOADS.
           *> Yesterday's queue is the starting load, so new work is
           *> spread over the collectors with the least already on it.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO CQ-ACCOUNT-ID.
           START QUEUE-FILE KEY IS >= CQ-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ QUEUE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-FIND-COLLECTOR
                    IF COLLECTOR-ON-CARD
                       ADD 1 TO WS-CT-LOAD (WS-COLL-IDX)
                    END-IF
              END-READ
           END-PERFORM.

       1000-QUEUE-DELINQUENT-ACCOUNTS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF PF-ACCT-ACTIVE
                       PERFORM 1100-BUCKET-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       1100-BUCKET-ONE-ACCOUNT.
           COMPUTE WS-ACCOUNT-BALANCE =
              PF-PRINCIPAL + PF-ACCRUED-INTEREST.
           IF WS-ACCOUNT-BALANCE > ZERO
              CALL "DPDBUCKT" USING PF-ACCOUNT-ID
                 PF-LAST-PAYMENT-DATE WS-RUN-DATE WS-DAYS-SINCE
                 WS-BUCKET WS-BUCKET-LABEL WS-FORB-TYPE
              IF WS-BUCKET > ZERO
                 PERFORM 2000-QUEUE-ONE-ACCOUNT
              END-IF
           END-IF.

       2000-QUEUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE PF-ACCOUNT-ID TO CQ-ACCOUNT-ID.
           READ QUEUE-FILE
              INVALID KEY
                 MOVE "N" TO WS-QUEUED-SW
              NOT INVALID KEY
                 MOVE "Y" TO WS-QUEUED-SW
           END-READ.
           IF ALREADY-QUEUED
              PERFORM 2100-FIND-COLLECTOR
              IF NOT COLLECTOR-ON-CARD
                 PERFORM 2200-ASSIGN-COLLECTOR
                 ADD 1 TO WS-MOVED-COUNT
              END-IF
           ELSE
              MOVE PF-ACCOUNT-ID TO CQ-ACCOUNT-ID
              MOVE "O"           TO CQ-STATUS
              MOVE ZERO          TO CQ-PROMISE-DATE
              MOVE ZERO          TO CQ-ATTEMPTS
              MOVE ZERO          TO CQ-LAST-CONTACT-DATE
              MOVE SPACES        TO CQ-LAST-OUTCOME
              PERFORM 2200-ASSIGN-COLLECTOR
              ADD 1 TO WS-NEW-COUNT
           END-IF.
           MOVE WS-DAYS-SINCE      TO CQ-DAYS-PAST-DUE.
           MOVE WS-BUCKET          TO CQ-BUCKET.
           MOVE WS-ACCOUNT-BALANCE TO CQ-BALANCE.
           MOVE WS-RUN-DATE        TO CQ-QUEUE-DATE.
           PERFORM 2300-SET-WORK-ORDER.
           IF ALREADY-QUEUED
              REWRITE COLLECTION-QUEUE-RECORD
           ELSE
              WRITE COLLECTION-QUEUE-RECORD
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to queue account " PF-ACCOUNT-ID
                 ", status " WS-QUEUE-STATUS
           END-IF.

       2100-FIND-COLLECTOR.
           MOVE "N" TO WS-COLL-FOUND-SW.
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                 UNTIL WS-COLL-IDX > WS-COLL-TOTAL
                 OR COLLECTOR-ON-CARD
              IF WS-CT-OPERATOR-ID (WS-COLL-IDX) = CQ-COLLECTOR
                 MOVE "Y" TO WS-COLL-FOUND-SW
              END-IF
           END-PERFORM.
           IF COLLECTOR-ON-CARD
              SUBTRACT 1 FROM WS-COLL-IDX
           END-IF.

       2200-ASSIGN-COLLECTOR.
           *> The collector with the smallest queue takes the account;
           *> on a tie the one first on the card.
           MOVE 1 TO WS-COLL-LOW-IDX.
           PERFORM VARYING WS-COLL-IDX FROM 2 BY 1
                 UNTIL WS-COLL-IDX > WS-COLL-TOTAL
              IF WS-CT-LOAD (WS-COLL-IDX)
                    < WS-CT-LOAD (WS-COLL-LOW-IDX)
                 MOVE WS-COLL-IDX TO WS-COLL-LOW-IDX
              END-IF
           END-PERFORM.
           MOVE WS-CT-OPERATOR-ID (WS-COLL-LOW-IDX) TO CQ-COLLECTOR.
           ADD 1 TO WS-CT-LOAD (WS-COLL-LOW-IDX).

       2300-SET-WORK-ORDER.
           *> A broken promise goes to the top of the collector's
           *> queue and an account waiting on a promise to the
           *> bottom; within each the oldest and largest debt first.
           EVALUATE TRUE
              WHEN CQ-STATUS-BROKEN
                 MOVE 1 TO CQ-PRIORITY-CLASS
              WHEN CQ-STATUS-PROMISED
                 MOVE 3 TO CQ-PRIORITY-CLASS
              WHEN OTHER
                 MOVE 2 TO CQ-PRIORITY-CLASS
           END-EVALUATE.
           COMPUTE CQ-DAYS-INVERSE = 99999 - CQ-DAYS-PAST-DUE.
           COMPUTE CQ-BALANCE-INVERSE = 99999999.99 - CQ-BALANCE.

       3000-DROP-STALE-ENTRIES.
           *> Anything the day's build did not touch is no longer
           *> 30 days past due, or no longer active.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO CQ-ACCOUNT-ID.
           START QUEUE-FILE KEY IS >= CQ-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ QUEUE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CQ-QUEUE-DATE < WS-RUN-DATE
                       PERFORM 3100-DROP-ONE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       3100-DROP-ONE-ENTRY.
           DELETE QUEUE-FILE RECORD.
           IF WS-QUEUE-STATUS = "00"
              ADD 1 TO WS-DROPPED-COUNT
           ELSE
              DISPLAY "Unable to drop account " CQ-ACCOUNT-ID
                 " from the queue, status " WS-QUEUE-STATUS
           END-IF.

       4000-PRINT-THE-QUEUE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE SPACES TO WS-LAST-COLLECTOR.
           MOVE LOW-VALUES TO CQ-WORK-KEY.
           START QUEUE-FILE KEY IS >= CQ-WORK-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ QUEUE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CQ-COLLECTOR NOT = WS-LAST-COLLECTOR
                       PERFORM 4100-COLLECTOR-BREAK
                    END-IF
                    PERFORM 4200-PRINT-ONE-ENTRY
              END-READ
           END-PERFORM.
           IF WS-LAST-COLLECTOR NOT = SPACES
              PERFORM 4300-COLLECTOR-TOTAL
           END-IF.

       4100-COLLECTOR-BREAK.
           IF WS-LAST-COLLECTOR NOT = SPACES
              PERFORM 4300-COLLECTOR-TOTAL
           END-IF.
           MOVE CQ-COLLECTOR TO WS-LAST-COLLECTOR.
           MOVE ZERO TO WS-COLLECTOR-QUEUE.
           MOVE CQ-COLLECTOR TO WS-C-OPERATOR-ID.
           PERFORM 2100-FIND-COLLECTOR.
           IF COLLECTOR-ON-CARD
              MOVE WS-CT-NAME (WS-COLL-IDX) TO WS-C-NAME
           ELSE
              MOVE "(NOT ON CARD)" TO WS-C-NAME
           END-IF.
           MOVE WS-COLLECTOR-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

       4200-PRINT-ONE-ENTRY.
           ADD 1 TO WS-COLLECTOR-QUEUE.
           MOVE CQ-PRIORITY-CLASS    TO WS-Q-CLASS.
           MOVE CQ-ACCOUNT-ID        TO WS-Q-ACCOUNT-ID.
           MOVE CQ-DAYS-PAST-DUE     TO WS-Q-DAYS.
           EVALUATE CQ-BUCKET
              WHEN 1
                 MOVE "30 DAYS"  TO WS-Q-BUCKET
              WHEN 2
                 MOVE "60 DAYS"  TO WS-Q-BUCKET
              WHEN OTHER
                 MOVE "90+ DAYS" TO WS-Q-BUCKET
           END-EVALUATE.
           MOVE CQ-BALANCE           TO WS-Q-BALANCE.
           MOVE CQ-STATUS            TO WS-Q-STATUS.
           MOVE CQ-ATTEMPTS          TO WS-Q-ATTEMPTS.
           MOVE CQ-LAST-CONTACT-DATE TO WS-Q-LAST-CONTACT.
           MOVE CQ-LAST-OUTCOME      TO WS-Q-OUTCOME.
           MOVE CQ-PROMISE-DATE      TO WS-Q-PROMISE-DATE.
           MOVE WS-QUEUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4300-COLLECTOR-TOTAL.
           MOVE "  Accounts on this queue" TO WS-CN-LABEL.
           MOVE WS-COLLECTOR-QUEUE TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-PRINT-TOTALS.
           MOVE "Accounts queued" TO WS-CN-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  of which newly delinquent" TO WS-CN-LABEL.
           MOVE WS-NEW-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  moved from a collector off the card"
              TO WS-CN-LABEL.
           MOVE WS-MOVED-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Accounts dropped off the queue" TO WS-CN-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-CN-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Class 1 broken promise, 2 open, 3 promise to pay"
              TO WS-MESSAGE-LINE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
