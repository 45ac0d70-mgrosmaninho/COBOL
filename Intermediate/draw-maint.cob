      * EACH WITH ITS PLANNED DATE (VALIDATED BY THE SHARED DATEVAL
      * ROUTINE) AND AMOUNT - AGAINST AN ACCOUNT PROVEN ON THE
      * PORTFOLIO. DISBURSE-BATCH RELEASES EACH TRANCHE ON ITS
      * DATE. A TRANCHE ALREADY RELEASED CANNOT BE REMOVED. A
      * STUDENT-LOAN TRANCHE HELD BY DISBURSE-BATCH FOR FAILING THE
      * ACADEMIC PROGRESS CHECK IS RELEASED FOR PAYMENT WHEN AN
      * APPEAL IS APPROVED, BY THE (O)VERRIDE TRANSACTION - UNDER A
      * SUPERVISOR SIGN-ON ONLY, AND RECORDED ON THE DRAW.
      ****************************************************************

       ENVIRONMENT DIVISION.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-REMOVE                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-OVERRIDE               VALUE "O".
           88 TRANS-CODE-VALID             VALUES "A" "R" "L" "O".

       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-SEQUENCE              PIC 9(2) VALUE ZERO.
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF TRANS-OVERRIDE
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Overriding the academic progress check"
                 " requires supervisor authorization -"
                 " transaction refused."
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 PERFORM 5000-REMOVE-DRAW
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-DRAWS
              WHEN TRANS-OVERRIDE
                 PERFORM 7000-OVERRIDE-DRAW
           END-EVALUATE.
           CLOSE DRAW-SCHEDULE-FILE.
           CLOSE PORTFOLIO-FILE.
       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (R)emove, (L)ist,"
                 " (O)verride progress hold: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R,"
                    " L or O."
              END-IF
           END-PERFORM.

           MOVE WS-PLANNED-AMOUNT TO DW-PLANNED-AMOUNT.
           MOVE "P"               TO DW-STATUS.
           MOVE ZERO              TO DW-RELEASE-DATE.
           MOVE ZERO              TO DW-HOLD-DATE DW-HOLD-CUM-GPA
                                     DW-HOLD-COMPLETION
                                     DW-OVERRIDE-DATE.
           MOVE "N"               TO DW-HOLD-GPA-SW DW-HOLD-PACE-SW
                                     DW-HOLD-LOAD-SW.
           MOVE SPACES            TO DW-HOLD-LOAD-STATUS
                                     DW-OVERRIDE-BY.
           WRITE DRAW-SCHEDULE-RECORD.
           IF WS-DRAW-STATUS NOT = "00"
              DISPLAY "Unable to save the draw, status "
                          DW-PLANNED-AMOUNT " ON "
                          DW-PLANNED-DATE " STATUS " DW-STATUS
                          " RELEASED " DW-RELEASE-DATE
                       IF DW-HELD
                          DISPLAY "   HELD SINCE " DW-HOLD-DATE
                             " - FAILED GPA " DW-HOLD-GPA-SW
                             " PACE " DW-HOLD-PACE-SW
                             " LOAD " DW-HOLD-LOAD-SW
                       END-IF
                       IF DW-OVERRIDE-DATE NOT = ZERO
                          DISPLAY "   APPEAL APPROVED BY "
                             DW-OVERRIDE-BY " ON " DW-OVERRIDE-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
              DISPLAY "No draws on file for account "
                 WS-ACCOUNT-ID "."
           END-IF.

       7000-OVERRIDE-DRAW.
           *> An approved appeal puts the draw back to planned with
           *> the override on record; the next disbursement run
           *> releases it without checking progress again.
           DISPLAY "Input draw sequence to override: "
              WITH NO ADVANCING.
           ACCEPT WS-SEQUENCE.
           MOVE WS-ACCOUNT-ID TO DW-ACCOUNT-ID.
           MOVE WS-SEQUENCE   TO DW-SEQUENCE.
           READ DRAW-SCHEDULE-FILE
              INVALID KEY
                 DISPLAY "No such draw on file - nothing overridden."
           END-READ.
           IF WS-DRAW-STATUS = "00"
              IF DW-RELEASED
                 DISPLAY "Draw " WS-SEQUENCE " was released on "
                    DW-RELEASE-DATE " - there is nothing to override."
              ELSE
                 CALL "BUSDATE" USING DW-OVERRIDE-DATE
                 MOVE WS-OPERATOR-ID TO DW-OVERRIDE-BY
                 MOVE "P" TO DW-STATUS
                 REWRITE DRAW-SCHEDULE-RECORD
                 IF WS-DRAW-STATUS NOT = "00"
                    DISPLAY "Unable to record the override, status "
                       WS-DRAW-STATUS
                 ELSE
                    DISPLAY "Draw " WS-SEQUENCE " will be released"
                       " on its date without the progress check."
                 END-IF
              END-IF
           END-IF.
