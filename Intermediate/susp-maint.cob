       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: RESEARCH AND RESOLUTION SCREEN FOR THE
      * UNAPPLIED-CASH SUSPENSE FILE, IN THE STYLE OF FORB-MAINT.
      * LISTS THE ITEMS STILL UNAPPLIED, SHOWS ONE ITEM WITH THE
      * LOAN ACCOUNTS ITS STUB REFERENCE COULD MEAN, APPLIES AN
      * ITEM TO THE ACTIVE ACCOUNT THE RESEARCH FOUND - THE PAYMENT
      * IS APPENDED TO PAYTRAN.DAT FOR PAYMENT-BATCH, LIKE EVERY
      * OTHER PAYMENT - OR RETURNS IT TO THE REMITTER. ONLY A
      * SUPERVISOR CAN RETURN MONEY. RESOLUTIONS CARRY THE BUSINESS
      * DATE SO GL-POST-BATCH TAKES THEM OUT OF SUSPENSE THAT DAY.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-SUSP-KEY
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT PAYMENT-TRANS-FILE ASSIGN TO "PAYTRAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  PAYMENT-TRANS-FILE.
       01  PAYMENT-TRANS-RECORD.
           05  PT-ACCOUNT-ID         PIC 9(6).
           05  PT-AMOUNT             PIC 9(6)V99.
           05  PT-TRANS-TYPE         PIC X.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS       PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-TRANS-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-APPLY                  VALUE "A".
           88 TRANS-RETURN                 VALUE "R".
           88 TRANS-INQUIRE                VALUE "I".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "R" "I" "L".

       01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DEPOSIT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-BATCH-NUMBER          PIC 9(4) VALUE ZERO.
       01  WS-ITEM-SEQ              PIC 9(4) VALUE ZERO.
       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-REFERENCE-NUM         PIC 9(6) VALUE ZERO.
       01  WS-NOTE                  PIC X(30) VALUE SPACES.
       01  WS-CONFIRM               PIC X VALUE SPACE.
           88 CONFIRMED                    VALUE "Y".
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-ACCOUNT-ID             VALUE "Y".
       01  WS-VALID-DATE-SW         PIC X VALUE "N".
           88 VALID-DEPOSIT-DATE           VALUE "Y".
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-ITEM-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-ITEM-TOTAL            PIC 9(8)V99 VALUE ZERO.
       01  WS-CANDIDATE-COUNT       PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-BUSINESS-DATE.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "No suspense file on hand - nothing to work."
              CLOSE PORTFOLIO-FILE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-APPLY
                 PERFORM 2000-APPLY-ITEM
              WHEN TRANS-RETURN
                 PERFORM 3000-RETURN-ITEM
              WHEN TRANS-INQUIRE
                 PERFORM 4000-INQUIRE-ITEM
              WHEN TRANS-LIST
                 PERFORM 5000-LIST-OPEN-ITEMS
           END-EVALUATE.
           CLOSE SUSPENSE-FILE.
           CLOSE PORTFOLIO-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)pply, (R)eturn to remitter, "
                 "(I)nquire, (L)ist open: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R,"
                    " I or L."
              END-IF
           END-PERFORM.

       1000-READ-ITEM.
           MOVE "N" TO WS-VALID-DATE-SW.
           PERFORM UNTIL VALID-DEPOSIT-DATE
              DISPLAY "Input deposit date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-DEPOSIT-DATE
              MOVE "N" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-DEPOSIT-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF DATE-IS-VALID
                 MOVE "Y" TO WS-VALID-DATE-SW
              ELSE
                 DISPLAY "Invalid date - enter a real calendar"
                    " date as YYYYMMDD, not in the future."
              END-IF
           END-PERFORM.
           DISPLAY "Input batch number: " WITH NO ADVANCING.
           ACCEPT WS-BATCH-NUMBER.
           DISPLAY "Input item number: " WITH NO ADVANCING.
           ACCEPT WS-ITEM-SEQ.
           MOVE WS-DEPOSIT-DATE TO SU-DEPOSIT-DATE.
           MOVE WS-BATCH-NUMBER TO SU-BATCH-NUMBER.
           MOVE WS-ITEM-SEQ     TO SU-ITEM-SEQ.
           READ SUSPENSE-FILE
              INVALID KEY
                 DISPLAY "No suspense item " WS-DEPOSIT-DATE "/"
                    WS-BATCH-NUMBER "/" WS-ITEM-SEQ " on file."
              NOT INVALID KEY
                 DISPLAY "Item " SU-SUSP-KEY " amount " SU-AMOUNT
                    " reference " SU-REFERENCE
                 DISPLAY "   from " SU-REMITTER " check "
                    SU-CHECK-NO " - " SU-REASON
           END-READ.

       1100-GET-ACCOUNT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ACCOUNT-ID
              DISPLAY "Apply to account id: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-ID
              IF WS-ACCOUNT-ID NUMERIC AND WS-ACCOUNT-ID NOT = ZEROS
                 MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-ID
                          " is not on the portfolio."
                    NOT INVALID KEY
                       IF NOT PF-ACCT-ACTIVE
                          DISPLAY "Account " PF-ACCOUNT-ID
                             " is not active - a payment cannot"
                             " post to it."
                       ELSE
                          DISPLAY "Account " PF-ACCOUNT-ID " ("
                             PF-PRODUCT-CODE "), student "
                             PF-STUDENT-ID ", installment "
                             PF-SCHEDULED-PAYMENT "."
                          MOVE "Y" TO WS-VALID-ID-SW
                       END-IF
                 END-READ
              ELSE
                 DISPLAY "Invalid account id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-NOTE.
           MOVE SPACES TO WS-NOTE.
           PERFORM UNTIL WS-NOTE NOT = SPACES
              DISPLAY "Research note: " WITH NO ADVANCING
              ACCEPT WS-NOTE
              IF WS-NOTE = SPACES
                 DISPLAY "The note cannot be blank - say what the"
                    " research found."
              END-IF
           END-PERFORM.

       2000-APPLY-ITEM.
           PERFORM 1000-READ-ITEM.
           EVALUATE TRUE
              WHEN WS-SUSPENSE-STATUS NOT = "00"
                 CONTINUE
              WHEN NOT SU-STATUS-UNAPPLIED
                 DISPLAY "The item has already been resolved ("
                    SU-STATUS ") - nothing changed."
              WHEN OTHER
                 PERFORM 1100-GET-ACCOUNT-ID
                 PERFORM 1200-GET-NOTE
                 DISPLAY "Apply " SU-AMOUNT " to account "
                    WS-ACCOUNT-ID " (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRMED
                    PERFORM 2100-WRITE-PAYMENT
                 ELSE
                    DISPLAY "Nothing applied."
                 END-IF
           END-EVALUATE.

       2100-WRITE-PAYMENT.
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           MOVE WS-ACCOUNT-ID TO PT-ACCOUNT-ID.
           MOVE SU-AMOUNT     TO PT-AMOUNT.
           MOVE "P"           TO PT-TRANS-TYPE.
           WRITE PAYMENT-TRANS-RECORD.
           CLOSE PAYMENT-TRANS-FILE.
           MOVE "A"              TO SU-STATUS.
           MOVE WS-BUSINESS-DATE TO SU-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID   TO SU-RESOLVED-BY.
           MOVE WS-ACCOUNT-ID    TO SU-APPLIED-ACCOUNT.
           MOVE WS-NOTE          TO SU-NOTE.
           REWRITE SUSPENSE-RECORD.
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "Payment queued but the item could not be"
                 " updated, status " WS-SUSPENSE-STATUS
           ELSE
              DISPLAY "Applied to account " WS-ACCOUNT-ID
                 " - the payment posts in the next payment run."
           END-IF.

       3000-RETURN-ITEM.
           PERFORM 1000-READ-ITEM.
           EVALUATE TRUE
              WHEN WS-SUSPENSE-STATUS NOT = "00"
                 CONTINUE
              WHEN NOT SU-STATUS-UNAPPLIED
                 DISPLAY "The item has already been resolved ("
                    SU-STATUS ") - nothing changed."
              WHEN WS-AUTH-LEVEL < 2
                 DISPLAY "Only a supervisor can return money to"
                    " the remitter."
              WHEN OTHER
                 PERFORM 1200-GET-NOTE
                 MOVE "R"              TO SU-STATUS
                 MOVE WS-BUSINESS-DATE TO SU-RESOLVED-DATE
                 MOVE WS-OPERATOR-ID   TO SU-RESOLVED-BY
                 MOVE ZERO             TO SU-APPLIED-ACCOUNT
                 MOVE WS-NOTE          TO SU-NOTE
                 REWRITE SUSPENSE-RECORD
                 IF WS-SUSPENSE-STATUS NOT = "00"
                    DISPLAY "Unable to update the item, status "
                       WS-SUSPENSE-STATUS
                 ELSE
                    DISPLAY "Item marked returned to "
                       SU-REMITTER "."
                 END-IF
           END-EVALUATE.

       4000-INQUIRE-ITEM.
           PERFORM 1000-READ-ITEM.
           IF WS-SUSPENSE-STATUS = "00"
              DISPLAY "   status " SU-STATUS " entered "
                 SU-ENTERED-DATE " resolved " SU-RESOLVED-DATE
                 " by " SU-RESOLVED-BY
              IF NOT SU-STATUS-UNAPPLIED
                 DISPLAY "   applied to " SU-APPLIED-ACCOUNT
                    " - " SU-NOTE
              END-IF
              PERFORM 4100-SHOW-CANDIDATES
           END-IF.

       4100-SHOW-CANDIDATES.
           *> Every loan the stub reference could mean - the account
           *> of that number, and every loan of the borrower whose
           *> student id it is.
           MOVE ZERO TO WS-CANDIDATE-COUNT.
           IF SU-REFERENCE (1:6) NUMERIC
              AND SU-REFERENCE (7:4) = SPACES
              MOVE SU-REFERENCE (1:6) TO WS-REFERENCE-NUM
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE ZERO TO PF-ACCOUNT-ID
              START PORTFOLIO-FILE KEY IS >= PF-ACCOUNT-ID
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PORTFOLIO-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF PF-ACCOUNT-ID = WS-REFERENCE-NUM
                          OR PF-STUDENT-ID = WS-REFERENCE-NUM
                          ADD 1 TO WS-CANDIDATE-COUNT
                          DISPLAY "   CANDIDATE " PF-ACCOUNT-ID
                             " " PF-PRODUCT-CODE " STUDENT "
                             PF-STUDENT-ID " STATUS " PF-STATUS
                             " INSTALLMENT " PF-SCHEDULED-PAYMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-CANDIDATE-COUNT = ZERO
              DISPLAY "   No loan matches the stub reference."
           END-IF.

       5000-LIST-OPEN-ITEMS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO SU-DEPOSIT-DATE SU-BATCH-NUMBER SU-ITEM-SEQ.
           START SUSPENSE-FILE KEY IS >= SU-SUSP-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF SU-STATUS-UNAPPLIED
                       ADD 1 TO WS-ITEM-COUNT
                       ADD SU-AMOUNT TO WS-ITEM-TOTAL
                       DISPLAY SU-DEPOSIT-DATE "/" SU-BATCH-NUMBER
                          "/" SU-ITEM-SEQ " " SU-AMOUNT " "
                          SU-REFERENCE " " SU-REASON
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-ITEM-COUNT " item(s) unapplied, totalling "
              WS-ITEM-TOTAL ".".
