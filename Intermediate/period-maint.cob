       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE FISCAL PERIOD FILE,
      * IN THE STYLE OF GLMAP-MAINT. (C)LOSES AN ACCOUNTING MONTH
      * ONCE THE ACCOUNTANTS HAVE REPORTED IT, (R)EOPENS ONE THAT
      * HAS TO BE CORRECTED, AND (L)ISTS EVERY MONTH ON FILE WITH WHO
      * CLOSED OR REOPENED IT AND WHEN. CLOSING AND REOPENING NEED A
      * SUPERVISOR SIGN-ON, AND ONLY A MONTH BEFORE THE CURRENT
      * BUSINESS MONTH CAN BE CLOSED. ONCE A MONTH IS CLOSED, EVERY
      * POSTING PROGRAM FILES ANYTHING DATED INTO IT IN THE NEXT OPEN
      * MONTH AS A PRIOR-PERIOD ADJUSTMENT THROUGH PERIODCHK.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FISCPER.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FP-PERIOD
              FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-PERIOD-FILE.
       COPY FISCPER.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-CLOSE                  VALUE "C".
           88 TRANS-REOPEN                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "C" "R" "L".

       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-PERIOD                PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MONTH      PIC 9(2).
       01  WS-VALID-PERIOD-SW       PIC X VALUE "N".
           88 VALID-PERIOD                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-STATUS-TEXT           PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF NOT TRANS-LIST
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Closing or reopening an accounting month"
                 " requires supervisor authorization -"
                 " transaction refused."
              GOBACK
           END-IF.
           OPEN I-O FISCAL-PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
              CLOSE FISCAL-PERIOD-FILE
              OPEN OUTPUT FISCAL-PERIOD-FILE
              CLOSE FISCAL-PERIOD-FILE
              OPEN I-O FISCAL-PERIOD-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-CLOSE
                 PERFORM 1000-CLOSE-PERIOD
              WHEN TRANS-REOPEN
                 PERFORM 2000-REOPEN-PERIOD
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PERIODS
           END-EVALUATE.
           CLOSE FISCAL-PERIOD-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (C)lose, (R)eopen, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter C, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-CLOSE-PERIOD.
           PERFORM 1100-GET-PERIOD.
           IF WS-PERIOD NOT < WS-RUN-MONTH
              DISPLAY "Only a month before the current business"
                 " month " WS-RUN-MONTH " can be closed."
           ELSE
              MOVE WS-PERIOD TO FP-PERIOD
              READ FISCAL-PERIOD-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN WS-PERIOD-STATUS = "00"
                    AND FP-PERIOD-CLOSED
                    DISPLAY "Month " WS-PERIOD " is already closed"
                       " by " FP-CLOSED-BY " on " FP-CLOSED-DATE
                       " - nothing changed."
                 WHEN WS-PERIOD-STATUS = "00"
                    MOVE "C"            TO FP-STATUS
                    MOVE WS-OPERATOR-ID TO FP-CLOSED-BY
                    MOVE WS-RUN-DATE    TO FP-CLOSED-DATE
                    REWRITE FISCAL-PERIOD-RECORD
                    PERFORM 1200-CONFIRM-CLOSE
                 WHEN OTHER
                    MOVE WS-PERIOD      TO FP-PERIOD
                    MOVE "C"            TO FP-STATUS
                    MOVE WS-OPERATOR-ID TO FP-CLOSED-BY
                    MOVE WS-RUN-DATE    TO FP-CLOSED-DATE
                    MOVE SPACES         TO FP-REOPENED-BY
                    MOVE ZERO           TO FP-REOPENED-DATE
                    WRITE FISCAL-PERIOD-RECORD
                    PERFORM 1200-CONFIRM-CLOSE
              END-EVALUATE
           END-IF.

       1100-GET-PERIOD.
           MOVE "N" TO WS-VALID-PERIOD-SW.
           PERFORM UNTIL VALID-PERIOD
              DISPLAY "Input accounting month (YYYYMM): "
                 WITH NO ADVANCING
              MOVE ZERO TO WS-PERIOD
              ACCEPT WS-PERIOD
              IF WS-PERIOD-YEAR > 1900
                 AND WS-PERIOD-MONTH > 0
                 AND WS-PERIOD-MONTH < 13
                 MOVE "Y" TO WS-VALID-PERIOD-SW
              ELSE
                 DISPLAY "Invalid month - enter the year and the"
                    " month, e.g. 202609."
              END-IF
           END-PERFORM.

       1200-CONFIRM-CLOSE.
           IF WS-PERIOD-STATUS NOT = "00"
              DISPLAY "Unable to close the month, status "
                 WS-PERIOD-STATUS
           ELSE
              DISPLAY "Month " WS-PERIOD " closed. Postings dated"
                 " into it will now be filed in the next open"
                 " month as prior-period adjustments."
           END-IF.

       2000-REOPEN-PERIOD.
           PERFORM 1100-GET-PERIOD.
           MOVE WS-PERIOD TO FP-PERIOD.
           READ FISCAL-PERIOD-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-PERIOD-STATUS NOT = "00"
              OR NOT FP-PERIOD-CLOSED
              DISPLAY "Month " WS-PERIOD " is not closed -"
                 " nothing to reopen."
           ELSE
              MOVE "O"            TO FP-STATUS
              MOVE WS-OPERATOR-ID TO FP-REOPENED-BY
              MOVE WS-RUN-DATE    TO FP-REOPENED-DATE
              REWRITE FISCAL-PERIOD-RECORD
              IF WS-PERIOD-STATUS NOT = "00"
                 DISPLAY "Unable to reopen the month, status "
                    WS-PERIOD-STATUS
              ELSE
                 DISPLAY "Month " WS-PERIOD " reopened."
              END-IF
           END-IF.

       6000-LIST-PERIODS.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FISCAL-PERIOD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF FP-PERIOD-CLOSED
                       MOVE "CLOSED" TO WS-STATUS-TEXT
                    ELSE
                       MOVE "OPEN" TO WS-STATUS-TEXT
                    END-IF
                    DISPLAY FP-PERIOD " " WS-STATUS-TEXT
                       " CLOSED BY " FP-CLOSED-BY " ON "
                       FP-CLOSED-DATE
                    IF FP-REOPENED-DATE > 0
                       DISPLAY "       REOPENED BY " FP-REOPENED-BY
                          " ON " FP-REOPENED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "No month has been closed - every month is"
                 " open."
           END-IF.
