       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED ACCOUNTING PERIOD CHECK, IN THE STYLE OF
      * PREFCHK, CALLED BY EVERY PROGRAM THAT FILES A POSTING ON
      * ACCRHIST.DAT OR PAYHIST.DAT. GIVEN THE DATE A POSTING IS
      * ABOUT TO BE FILED UNDER, IT LOOKS THE MONTH UP ON THE
      * FISCPER.DAT PERIOD FILE. AN OPEN MONTH (OR NO PERIOD FILE
      * AT ALL) LEAVES THE DATE ALONE. A CLOSED MONTH MOVES THE
      * POSTING TO THE BUSINESS DATE - OR, IF THAT IS STILL IN THE
      * CLOSED MONTH, TO THE FIRST DAY OF THE NEXT OPEN MONTH - SO
      * IT IS NEVER FILED UNDER A DAY GL-POST-BATCH HAS ALREADY
      * EXTRACTED. IT HANDS BACK THE DATE THE POSTING WAS MEANT FOR
      * AS THE PRIOR-PERIOD ADJUSTMENT MARKER THE CALLER FILES WITH
      * IT, AND LOGS IT ON PRIORADJ.LOG
      * FOR THE PRIOR-PERIOD ADJUSTMENTS REPORT. THE BOOKS OF A
      * CLOSED MONTH ARE NEVER TOUCHED AGAIN.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FP-PERIOD
              FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PRIOR-ADJUSTMENT-FILE ASSIGN TO "PRIORADJ.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-FILE.
       COPY FISCPER.

       FD  PRIOR-ADJUSTMENT-FILE.
       COPY PRIORADJ.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS         PIC XX VALUE SPACES.
       01  WS-ADJUST-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-OPEN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-CLOSED-SW             PIC X VALUE "N".
           88  PERIOD-IS-CLOSED            VALUE "Y".
       01  WS-STEP-COUNT            PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-SOURCE                PIC X(8).
       01  LK-ACCOUNT-ID            PIC 9(6).
       01  LK-POSTING-TYPE          PIC X.
       01  LK-AMOUNT                PIC 9(6)V99.
       01  LK-POST-DATE             PIC 9(8).
       01  LK-ORIGINAL-DATE         PIC 9(8).

       PROCEDURE DIVISION USING LK-SOURCE LK-ACCOUNT-ID
             LK-POSTING-TYPE LK-AMOUNT LK-POST-DATE
             LK-ORIGINAL-DATE.
       0000-MAIN.
           MOVE ZERO TO LK-ORIGINAL-DATE.
           OPEN INPUT FISCAL-PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
              *> No month has ever been closed.
              GOBACK
           END-IF.
           COMPUTE WS-PERIOD = LK-POST-DATE / 100.
           PERFORM 1000-READ-PERIOD.
           IF PERIOD-IS-CLOSED
              MOVE LK-POST-DATE TO LK-ORIGINAL-DATE
              MOVE ZERO TO WS-STEP-COUNT
              *> Step forward to the first month still open. Only
              *> months behind the business date can be closed, so
              *> an open one is always near; the step limit only
              *> guards against a damaged period file.
              PERFORM UNTIL NOT PERIOD-IS-CLOSED
                    OR WS-STEP-COUNT > 120
                 IF WS-PERIOD-MONTH = 12
                    ADD 1 TO WS-PERIOD-YEAR
                    MOVE 1 TO WS-PERIOD-MONTH
                 ELSE
                    ADD 1 TO WS-PERIOD-MONTH
                 END-IF
                 ADD 1 TO WS-STEP-COUNT
                 PERFORM 1000-READ-PERIOD
              END-PERFORM
              *> Into the books on the business date, never on a
              *> day already extracted to the general ledger.
              COMPUTE WS-OPEN-DATE = WS-PERIOD * 100 + 1
              CALL "BUSDATE" USING WS-RUN-DATE
              IF WS-RUN-DATE > WS-OPEN-DATE
                 MOVE WS-RUN-DATE TO LK-POST-DATE
              ELSE
                 MOVE WS-OPEN-DATE TO LK-POST-DATE
              END-IF
              PERFORM 2000-LOG-ADJUSTMENT
           END-IF.
           CLOSE FISCAL-PERIOD-FILE.
           GOBACK.

       1000-READ-PERIOD.
           MOVE "N" TO WS-CLOSED-SW.
           MOVE WS-PERIOD TO FP-PERIOD.
           READ FISCAL-PERIOD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FP-PERIOD-CLOSED
                    MOVE "Y" TO WS-CLOSED-SW
                 END-IF
           END-READ.

       2000-LOG-ADJUSTMENT.
           *> A log that cannot be opened does not stop the posting -
           *> the marker still goes on the history record.
           OPEN EXTEND PRIOR-ADJUSTMENT-FILE.
           IF WS-ADJUST-STATUS = "35"
              OPEN OUTPUT PRIOR-ADJUSTMENT-FILE
           END-IF.
           IF WS-ADJUST-STATUS = "00"
              MOVE WS-RUN-DATE      TO PA-LOG-DATE
              MOVE LK-SOURCE        TO PA-SOURCE
              MOVE LK-ACCOUNT-ID    TO PA-ACCOUNT-ID
              MOVE LK-POSTING-TYPE  TO PA-POSTING-TYPE
              MOVE LK-AMOUNT        TO PA-AMOUNT
              MOVE LK-ORIGINAL-DATE TO PA-ORIGINAL-DATE
              MOVE LK-POST-DATE     TO PA-POSTED-DATE
              WRITE PRIOR-ADJUSTMENT-RECORD
              CLOSE PRIOR-ADJUSTMENT-FILE
           ELSE
              DISPLAY "Warning: prior-period adjustment for account "
                 LK-ACCOUNT-ID " not logged, status "
                 WS-ADJUST-STATUS
           END-IF.
