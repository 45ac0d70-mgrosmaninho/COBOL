       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORB-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE FORBEARANCE AND
      * DEFERMENT PERIOD FILE, IN THE STYLE OF DRAW-MAINT. ADDS A
      * PERIOD AGAINST AN ACTIVE PORTFOLIO ACCOUNT - ITS TYPE,
      * START AND END DATES (VALIDATED BY THE SHARED DATEVAL
      * ROUTINE) AND WHETHER INTEREST CONTINUES TO ACCRUE DURING
      * IT - ENDS ONE EARLY, CANCELS ONE, OR LISTS THE ACCOUNT'S
      * PERIODS. A NEW PERIOD MAY NOT OVERLAP ANOTHER THAT IS
      * STILL IN FORCE. ONLY A SUPERVISOR CAN CANCEL A PERIOD THAT
      * HAS ALREADY STARTED, SINCE THAT PUTS THE BORROWER BACK
      * ON THE BILLING CYCLE FOR MONTHS ALREADY PASSED. A PERIOD
      * CLOSED BY FORB-END-BATCH CAN NO LONGER BE CHANGED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBEARANCE-FILE ASSIGN TO "FORBEAR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FB-FORB-KEY
              FILE STATUS IS WS-FORB-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBEARANCE-FILE.
       COPY FORBREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       WORKING-STORAGE SECTION.
       01  WS-FORB-STATUS           PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-END-EARLY              VALUE "E".
           88 TRANS-CANCEL                 VALUE "X".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "E" "X" "L".

       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-FORB-TYPE             PIC X VALUE SPACE.
           88 VALID-FORB-TYPE              VALUES "U" "M" "S" "F".
       01  WS-START-DATE            PIC 9(8) VALUE ZERO.
       01  WS-END-DATE              PIC 9(8) VALUE ZERO.
       01  WS-KEYED-DATE            PIC 9(8) VALUE ZERO.
       01  WS-ACCRUE-FLAG           PIC X VALUE SPACE.
           88 VALID-ACCRUE-FLAG            VALUES "Y" "N".
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-ACCOUNT-ID             VALUE "Y".
       01  WS-VALID-DATE-SW         PIC X VALUE "N".
           88 VALID-PERIOD-DATE            VALUE "Y".
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-OVERLAP-SW            PIC X VALUE "N".
           88 PERIOD-OVERLAPS              VALUE "Y".
       01  WS-OVERLAP-START         PIC 9(8) VALUE ZERO.
       01  WS-OVERLAP-END           PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-COUNT          PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           OPEN I-O FORBEARANCE-FILE.
           IF WS-FORB-STATUS = "35"
              CLOSE FORBEARANCE-FILE
              OPEN OUTPUT FORBEARANCE-FILE
              CLOSE FORBEARANCE-FILE
              OPEN I-O FORBEARANCE-FILE
           END-IF.
           PERFORM 1100-GET-ACCOUNT-ID.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-PERIOD
              WHEN TRANS-END-EARLY
                 PERFORM 4000-END-PERIOD-EARLY
              WHEN TRANS-CANCEL
                 PERFORM 5000-CANCEL-PERIOD
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PERIODS
           END-EVALUATE.
           CLOSE FORBEARANCE-FILE.
           CLOSE PORTFOLIO-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (E)nd early, "
                 "cance(X), (L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, E,"
                    " X or L."
              END-IF
           END-PERFORM.

       1100-GET-ACCOUNT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ACCOUNT-ID
              DISPLAY "Input account id: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-ID
              IF WS-ACCOUNT-ID NUMERIC AND WS-ACCOUNT-ID NOT = ZEROS
                 MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-ID
                          " is not on the portfolio."
                    NOT INVALID KEY
                       IF TRANS-ADD AND NOT PF-ACCT-ACTIVE
                          DISPLAY "Account " PF-ACCOUNT-ID
                             " is not active - no period can be"
                             " granted."
                       ELSE
                          DISPLAY "Account " PF-ACCOUNT-ID " ("
                             PF-PRODUCT-CODE "), principal "
                             PF-PRINCIPAL "."
                          MOVE "Y" TO WS-VALID-ID-SW
                       END-IF
                 END-READ
              ELSE
                 DISPLAY "Invalid account id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1000-ADD-PERIOD.
           PERFORM 1200-GET-TYPE.
           DISPLAY "Period start date.".
           PERFORM 1300-GET-PERIOD-DATE.
           MOVE WS-START-DATE TO WS-END-DATE.
           PERFORM 1400-GET-END-DATE.
           PERFORM 1500-GET-ACCRUE-FLAG.
           PERFORM 1600-CHECK-OVERLAP.
           IF PERIOD-OVERLAPS
              DISPLAY "Overlaps the period " WS-OVERLAP-START
                 " to " WS-OVERLAP-END " - nothing added."
           ELSE
              MOVE WS-ACCOUNT-ID  TO FB-ACCOUNT-ID
              MOVE WS-START-DATE  TO FB-START-DATE
              MOVE WS-END-DATE    TO FB-END-DATE
              MOVE WS-FORB-TYPE   TO FB-TYPE
              MOVE WS-ACCRUE-FLAG TO FB-ACCRUE-FLAG
              MOVE "O"            TO FB-STATUS
              MOVE WS-OPERATOR-ID TO FB-ENTERED-BY
              MOVE WS-TODAY-DATE  TO FB-ENTERED-DATE
              MOVE ZERO           TO FB-CLOSED-DATE
                 FB-PERIOD-INTEREST FB-CAPITALIZED-AMT
              WRITE FORBEARANCE-RECORD
              IF WS-FORB-STATUS NOT = "00"
                 DISPLAY "Unable to save the period, status "
                    WS-FORB-STATUS
              ELSE
                 DISPLAY "Period " WS-START-DATE " to "
                    WS-END-DATE " (type " WS-FORB-TYPE
                    ", interest accrues " WS-ACCRUE-FLAG
                    ") added to account " WS-ACCOUNT-ID "."
              END-IF
           END-IF.

       1200-GET-TYPE.
           MOVE SPACE TO WS-FORB-TYPE.
           PERFORM UNTIL VALID-FORB-TYPE
              DISPLAY "Type - deferment for (U)nemployment, "
                 "(M)ilitary, in-(S)chool, or general (F)orbearance: "
                 WITH NO ADVANCING
              ACCEPT WS-FORB-TYPE
              IF NOT VALID-FORB-TYPE
                 DISPLAY "Invalid type - enter U, M, S or F."
              END-IF
           END-PERFORM.

       1300-GET-PERIOD-DATE.
           MOVE "N" TO WS-VALID-DATE-SW.
           PERFORM UNTIL VALID-PERIOD-DATE
              DISPLAY "Input date (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-START-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-START-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF DATE-IS-VALID
                 MOVE "Y" TO WS-VALID-DATE-SW
              ELSE
                 DISPLAY "Invalid date - enter a real calendar"
                    " date as YYYYMMDD."
              END-IF
           END-PERFORM.

       1400-GET-END-DATE.
           *> The end date may not run before WS-END-DATE on entry -
           *> the start of the period, or on an early end the day it
           *> is being ended from.
           MOVE "N" TO WS-VALID-DATE-SW.
           PERFORM UNTIL VALID-PERIOD-DATE
              DISPLAY "Input period end date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-KEYED-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-KEYED-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              EVALUATE TRUE
                 WHEN NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real calendar"
                       " date as YYYYMMDD."
                 WHEN WS-KEYED-DATE < WS-END-DATE
                    DISPLAY "The end date cannot be before "
                       WS-END-DATE "."
                 WHEN OTHER
                    MOVE WS-KEYED-DATE TO WS-END-DATE
                    MOVE "Y" TO WS-VALID-DATE-SW
              END-EVALUATE
           END-PERFORM.

       1500-GET-ACCRUE-FLAG.
           MOVE SPACE TO WS-ACCRUE-FLAG.
           PERFORM UNTIL VALID-ACCRUE-FLAG
              DISPLAY "Does interest continue to accrue (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-ACCRUE-FLAG
              IF NOT VALID-ACCRUE-FLAG
                 DISPLAY "Enter Y or N."
              END-IF
           END-PERFORM.

       1600-CHECK-OVERLAP.
           *> Any period still in force on the account that shares a
           *> day with the new one blocks it.
           MOVE "N" TO WS-OVERLAP-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-ACCOUNT-ID TO FB-ACCOUNT-ID.
           MOVE ZERO          TO FB-START-DATE.
           START FORBEARANCE-FILE KEY IS >= FB-FORB-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS OR PERIOD-OVERLAPS
              READ FORBEARANCE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FB-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF NOT FB-STATUS-CANCELLED
                          AND FB-START-DATE <= WS-END-DATE
                          AND FB-END-DATE >= WS-START-DATE
                          MOVE "Y" TO WS-OVERLAP-SW
                          MOVE FB-START-DATE TO WS-OVERLAP-START
                          MOVE FB-END-DATE   TO WS-OVERLAP-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1700-READ-PERIOD.
           DISPLAY "Start date of the period.".
           PERFORM 1300-GET-PERIOD-DATE.
           MOVE WS-ACCOUNT-ID TO FB-ACCOUNT-ID.
           MOVE WS-START-DATE TO FB-START-DATE.
           READ FORBEARANCE-FILE
              INVALID KEY
                 DISPLAY "No period starting " WS-START-DATE
                    " on file for account " WS-ACCOUNT-ID "."
           END-READ.
           IF WS-FORB-STATUS = "00" AND NOT FB-STATUS-OPEN
              DISPLAY "The period has been closed or cancelled"
                 " - it cannot be changed."
              MOVE "23" TO WS-FORB-STATUS
           END-IF.

       4000-END-PERIOD-EARLY.
           PERFORM 1700-READ-PERIOD.
           IF WS-FORB-STATUS = "00"
              DISPLAY "Period runs " FB-START-DATE " to "
                 FB-END-DATE "."
              MOVE FB-START-DATE TO WS-END-DATE
              PERFORM 1400-GET-END-DATE
              IF WS-END-DATE >= FB-END-DATE
                 DISPLAY "Not earlier than the current end date"
                    " - nothing changed."
              ELSE
                 MOVE WS-END-DATE TO FB-END-DATE
                 REWRITE FORBEARANCE-RECORD
                 IF WS-FORB-STATUS NOT = "00"
                    DISPLAY "Unable to end the period, status "
                       WS-FORB-STATUS
                 ELSE
                    DISPLAY "Period now ends " WS-END-DATE "."
                 END-IF
              END-IF
           END-IF.

       5000-CANCEL-PERIOD.
           PERFORM 1700-READ-PERIOD.
           IF WS-FORB-STATUS = "00"
              IF FB-START-DATE <= WS-TODAY-DATE
                 AND WS-AUTH-LEVEL < 2
                 DISPLAY "The period has started - only a"
                    " supervisor can cancel it."
              ELSE
                 MOVE "X" TO FB-STATUS
                 MOVE WS-TODAY-DATE TO FB-CLOSED-DATE
                 REWRITE FORBEARANCE-RECORD
                 IF WS-FORB-STATUS NOT = "00"
                    DISPLAY "Unable to cancel the period, status "
                       WS-FORB-STATUS
                 ELSE
                    DISPLAY "Period starting " FB-START-DATE
                       " cancelled."
                 END-IF
              END-IF
           END-IF.

       6000-LIST-PERIODS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-ACCOUNT-ID TO FB-ACCOUNT-ID.
           MOVE ZERO          TO FB-START-DATE.
           START FORBEARANCE-FILE KEY IS >= FB-FORB-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FORBEARANCE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FB-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-PERIOD-COUNT
                       DISPLAY FB-START-DATE " TO " FB-END-DATE
                          " TYPE " FB-TYPE " ACCRUES "
                          FB-ACCRUE-FLAG " STATUS " FB-STATUS
                          " BY " FB-ENTERED-BY
                          " CAPITALIZED " FB-CAPITALIZED-AMT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-PERIOD-COUNT = ZERO
              DISPLAY "No forbearance or deferment periods on file"
                 " for account " WS-ACCOUNT-ID "."
           END-IF.
