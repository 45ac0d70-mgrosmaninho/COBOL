       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-MANDATE-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE DIRECT-DEBIT
      * MANDATE FILE, IN THE STYLE OF FORB-MAINT. SETS UP A MANDATE
      * AGAINST AN ACTIVE PORTFOLIO ACCOUNT - THE BORROWER'S BANK
      * SORT CODE, ACCOUNT NUMBER AND NAME, AND THE DAY OF THE
      * MONTH TO COLLECT ON - CHANGES ITS BANK DETAILS OR DAY,
      * SUSPENDS, REINSTATES OR CANCELS IT, OR LISTS IT WITH THE
      * DEBITS COLLECTED UNDER IT. DD-RETURN-BATCH SUSPENDS A
      * MANDATE AFTER TWO RETURNED DEBITS IN A ROW; ONLY A
      * SUPERVISOR CAN REINSTATE ONE, WHICH CLEARS THE COUNT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-ACCOUNT-ID
              FILE STATUS IS WS-MANDATE-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "DDCOLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-COLL-KEY
              FILE STATUS IS WS-COLL-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       COPY DDMANDAT.

       FD  COLLECTION-FILE.
       COPY DDCOLL.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-STATUS        PIC XX VALUE SPACES.
       01  WS-COLL-STATUS           PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-CHANGE                 VALUE "C".
           88 TRANS-SUSPEND                VALUE "S".
           88 TRANS-REINSTATE              VALUE "R".
           88 TRANS-CANCEL                 VALUE "X".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "C" "S" "R"
                                                  "X" "L".

       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-SORT-CODE             PIC 9(6) VALUE ZERO.
       01  WS-BANK-ACCOUNT          PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-NAME          PIC X(18) VALUE SPACES.
       01  WS-DEBIT-DAY             PIC 9(2) VALUE ZERO.
           88 VALID-DEBIT-DAY              VALUES 1 THRU 28.
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-ACCOUNT-ID             VALUE "Y".
       01  WS-VALID-FIELD-SW        PIC X VALUE "N".
           88 VALID-FIELD                  VALUE "Y".
       01  WS-MANDATE-FOUND-SW      PIC X VALUE "N".
           88 MANDATE-ON-FILE              VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-COLLECTION-COUNT      PIC 9(3) VALUE ZERO.

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
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS = "35"
              CLOSE MANDATE-FILE
              OPEN OUTPUT MANDATE-FILE
              CLOSE MANDATE-FILE
              OPEN I-O MANDATE-FILE
           END-IF.
           PERFORM 1100-GET-ACCOUNT-ID.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-MANDATE
              WHEN TRANS-CHANGE
                 PERFORM 2000-CHANGE-MANDATE
              WHEN TRANS-SUSPEND
                 PERFORM 3000-SUSPEND-MANDATE
              WHEN TRANS-REINSTATE
                 PERFORM 4000-REINSTATE-MANDATE
              WHEN TRANS-CANCEL
                 PERFORM 5000-CANCEL-MANDATE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-MANDATE
           END-EVALUATE.
           CLOSE MANDATE-FILE.
           CLOSE PORTFOLIO-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (S)uspend, "
                 "(R)einstate, cance(X), (L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, S,"
                    " R, X or L."
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
                       IF (TRANS-ADD OR TRANS-REINSTATE)
                          AND NOT PF-ACCT-ACTIVE
                          DISPLAY "Account " PF-ACCOUNT-ID
                             " is not active - nothing can be"
                             " collected on it."
                       ELSE
                          DISPLAY "Account " PF-ACCOUNT-ID " ("
                             PF-PRODUCT-CODE "), due day "
                             PF-DUE-DAY ", installment "
                             PF-SCHEDULED-PAYMENT "."
                          MOVE "Y" TO WS-VALID-ID-SW
                       END-IF
                 END-READ
              ELSE
                 DISPLAY "Invalid account id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-MANDATE-FOUND-SW.
           MOVE WS-ACCOUNT-ID TO DM-ACCOUNT-ID.
           READ MANDATE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-MANDATE-FOUND-SW
           END-READ.

       1000-ADD-MANDATE.
           *> A cancelled mandate may be replaced by a new one; any
           *> other mandate on file has to be changed instead.
           IF MANDATE-ON-FILE AND NOT DM-STATUS-CANCELLED
              DISPLAY "Account " WS-ACCOUNT-ID " already has a"
                 " mandate (status " DM-STATUS ") - use (C)hange."
           ELSE
              PERFORM 1200-GET-SORT-CODE
              PERFORM 1300-GET-BANK-ACCOUNT
              PERFORM 1400-GET-ACCOUNT-NAME
              PERFORM 1500-GET-DEBIT-DAY
              MOVE WS-ACCOUNT-ID   TO DM-ACCOUNT-ID
              MOVE WS-SORT-CODE    TO DM-SORT-CODE
              MOVE WS-BANK-ACCOUNT TO DM-BANK-ACCOUNT
              MOVE WS-ACCOUNT-NAME TO DM-ACCOUNT-NAME
              MOVE WS-DEBIT-DAY    TO DM-DEBIT-DAY
              MOVE "A"             TO DM-STATUS
              MOVE WS-TODAY-DATE   TO DM-STATUS-DATE
              MOVE ZERO            TO DM-CONSEC-RETURNS
                 DM-LAST-DEBIT-DATE DM-LAST-DEBIT-AMOUNT
                 DM-LAST-RETURN-DATE
              MOVE SPACES          TO DM-LAST-RETURN-CODE
              MOVE WS-OPERATOR-ID  TO DM-SET-UP-BY
              MOVE WS-TODAY-DATE   TO DM-SET-UP-DATE
              IF MANDATE-ON-FILE
                 REWRITE MANDATE-RECORD
              ELSE
                 WRITE MANDATE-RECORD
              END-IF
              IF WS-MANDATE-STATUS NOT = "00"
                 DISPLAY "Unable to save the mandate, status "
                    WS-MANDATE-STATUS
              ELSE
                 DISPLAY "Mandate set up on account " WS-ACCOUNT-ID
                    " - collected on day " WS-DEBIT-DAY
                    " from " WS-SORT-CODE " " WS-BANK-ACCOUNT "."
              END-IF
           END-IF.

       1200-GET-SORT-CODE.
           MOVE "N" TO WS-VALID-FIELD-SW.
           PERFORM UNTIL VALID-FIELD
              DISPLAY "Input bank sort code (6 digits): "
                 WITH NO ADVANCING
              ACCEPT WS-SORT-CODE
              IF WS-SORT-CODE NUMERIC AND WS-SORT-CODE NOT = ZERO
                 MOVE "Y" TO WS-VALID-FIELD-SW
              ELSE
                 DISPLAY "Invalid sort code - enter 6 digits."
              END-IF
           END-PERFORM.

       1300-GET-BANK-ACCOUNT.
           MOVE "N" TO WS-VALID-FIELD-SW.
           PERFORM UNTIL VALID-FIELD
              DISPLAY "Input bank account number (8 digits): "
                 WITH NO ADVANCING
              ACCEPT WS-BANK-ACCOUNT
              IF WS-BANK-ACCOUNT NUMERIC
                 AND WS-BANK-ACCOUNT NOT = ZERO
                 MOVE "Y" TO WS-VALID-FIELD-SW
              ELSE
                 DISPLAY "Invalid account number - enter 8 digits."
              END-IF
           END-PERFORM.

       1400-GET-ACCOUNT-NAME.
           MOVE SPACES TO WS-ACCOUNT-NAME.
           PERFORM UNTIL WS-ACCOUNT-NAME NOT = SPACES
              DISPLAY "Input name on the bank account: "
                 WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-NAME
              IF WS-ACCOUNT-NAME = SPACES
                 DISPLAY "The account name cannot be blank."
              END-IF
           END-PERFORM.

       1500-GET-DEBIT-DAY.
           MOVE ZERO TO WS-DEBIT-DAY.
           PERFORM UNTIL VALID-DEBIT-DAY
              DISPLAY "Input debit day of the month (1-28): "
                 WITH NO ADVANCING
              ACCEPT WS-DEBIT-DAY
              IF NOT VALID-DEBIT-DAY
                 DISPLAY "Invalid day - enter 1 through 28."
              END-IF
           END-PERFORM.

       2000-CHANGE-MANDATE.
           IF NOT MANDATE-ON-FILE OR DM-STATUS-CANCELLED
              DISPLAY "No mandate in force on account "
                 WS-ACCOUNT-ID "."
           ELSE
              DISPLAY "Mandate collects on day " DM-DEBIT-DAY
                 " from " DM-SORT-CODE " " DM-BANK-ACCOUNT " "
                 DM-ACCOUNT-NAME "."
              PERFORM 1200-GET-SORT-CODE
              PERFORM 1300-GET-BANK-ACCOUNT
              PERFORM 1400-GET-ACCOUNT-NAME
              PERFORM 1500-GET-DEBIT-DAY
              MOVE WS-SORT-CODE    TO DM-SORT-CODE
              MOVE WS-BANK-ACCOUNT TO DM-BANK-ACCOUNT
              MOVE WS-ACCOUNT-NAME TO DM-ACCOUNT-NAME
              MOVE WS-DEBIT-DAY    TO DM-DEBIT-DAY
              REWRITE MANDATE-RECORD
              IF WS-MANDATE-STATUS NOT = "00"
                 DISPLAY "Unable to change the mandate, status "
                    WS-MANDATE-STATUS
              ELSE
                 DISPLAY "Mandate on account " WS-ACCOUNT-ID
                    " changed."
              END-IF
           END-IF.

       3000-SUSPEND-MANDATE.
           IF NOT MANDATE-ON-FILE OR NOT DM-STATUS-ACTIVE
              DISPLAY "No active mandate on account "
                 WS-ACCOUNT-ID "."
           ELSE
              MOVE "S"           TO DM-STATUS
              MOVE WS-TODAY-DATE TO DM-STATUS-DATE
              REWRITE MANDATE-RECORD
              IF WS-MANDATE-STATUS NOT = "00"
                 DISPLAY "Unable to suspend the mandate, status "
                    WS-MANDATE-STATUS
              ELSE
                 DISPLAY "Mandate on account " WS-ACCOUNT-ID
                    " suspended."
              END-IF
           END-IF.

       4000-REINSTATE-MANDATE.
           EVALUATE TRUE
              WHEN NOT MANDATE-ON-FILE OR NOT DM-STATUS-SUSPENDED
                 DISPLAY "No suspended mandate on account "
                    WS-ACCOUNT-ID "."
              WHEN WS-AUTH-LEVEL < 2
                 DISPLAY "Only a supervisor can reinstate a"
                    " mandate."
              WHEN OTHER
                 MOVE "A"           TO DM-STATUS
                 MOVE WS-TODAY-DATE TO DM-STATUS-DATE
                 MOVE ZERO          TO DM-CONSEC-RETURNS
                 REWRITE MANDATE-RECORD
                 IF WS-MANDATE-STATUS NOT = "00"
                    DISPLAY "Unable to reinstate the mandate, status "
                       WS-MANDATE-STATUS
                 ELSE
                    DISPLAY "Mandate on account " WS-ACCOUNT-ID
                       " reinstated."
                 END-IF
           END-EVALUATE.

       5000-CANCEL-MANDATE.
           IF NOT MANDATE-ON-FILE OR DM-STATUS-CANCELLED
              DISPLAY "No mandate in force on account "
                 WS-ACCOUNT-ID "."
           ELSE
              MOVE "C"           TO DM-STATUS
              MOVE WS-TODAY-DATE TO DM-STATUS-DATE
              REWRITE MANDATE-RECORD
              IF WS-MANDATE-STATUS NOT = "00"
                 DISPLAY "Unable to cancel the mandate, status "
                    WS-MANDATE-STATUS
              ELSE
                 DISPLAY "Mandate on account " WS-ACCOUNT-ID
                    " cancelled."
              END-IF
           END-IF.

       6000-LIST-MANDATE.
           IF NOT MANDATE-ON-FILE
              DISPLAY "No mandate on file for account "
                 WS-ACCOUNT-ID "."
           ELSE
              DISPLAY "SORT CODE " DM-SORT-CODE " ACCOUNT "
                 DM-BANK-ACCOUNT " " DM-ACCOUNT-NAME
              DISPLAY "DEBIT DAY " DM-DEBIT-DAY " STATUS "
                 DM-STATUS " SINCE " DM-STATUS-DATE
                 " RETURNS IN A ROW " DM-CONSEC-RETURNS
              DISPLAY "SET UP BY " DM-SET-UP-BY " ON "
                 DM-SET-UP-DATE
              PERFORM 6100-LIST-COLLECTIONS
           END-IF.

       6100-LIST-COLLECTIONS.
           OPEN INPUT COLLECTION-FILE.
           IF WS-COLL-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-ACCOUNT-ID TO DC-ACCOUNT-ID
              MOVE ZERO          TO DC-DEBIT-DATE
              START COLLECTION-FILE KEY IS >= DC-COLL-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ COLLECTION-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF DC-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          ADD 1 TO WS-COLLECTION-COUNT
                          DISPLAY "DEBIT " DC-DEBIT-DATE " AMOUNT "
                             DC-AMOUNT " STATUS " DC-STATUS
                             " RETURNED " DC-RETURN-DATE " "
                             DC-RETURN-CODE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COLLECTION-FILE
           END-IF.
           IF WS-COLLECTION-COUNT = ZERO
              DISPLAY "No debits collected under the mandate yet."
           END-IF.
