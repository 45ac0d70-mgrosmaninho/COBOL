       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: COLLECTION WORK QUEUE SCREEN, IN THE STYLE OF
      * CRB-DISPUTE-MAINT. A COLLECTOR LISTS THEIR QUEUE IN WORK
      * ORDER AS COLLQUE-BATCH BUILT IT, AND RECORDS EACH CONTACT
      * ATTEMPT ON COLLNOTE.DAT - THE METHOD, THE OUTCOME, A NOTE
      * AND, WHEN THE BORROWER PROMISES TO PAY, THE AMOUNT AND THE
      * DATE PROMISED. A NEW PROMISE SUPERSEDES ANY EARLIER ONE
      * STILL OUTSTANDING ON THE ACCOUNT AND PARKS THE ACCOUNT AT
      * THE BOTTOM OF THE QUEUE UNTIL PROMISE-BATCH HAS CHECKED IT.
      * THE CONTACT HISTORY OF AN ACCOUNT CAN BE LISTED, AND A
      * SUPERVISOR CAN MOVE AN ACCOUNT TO ANOTHER COLLECTOR ON THE
      * COLLECTR.DAT CARD.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "COLLQUE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CQ-ACCOUNT-ID
              ALTERNATE RECORD KEY IS CQ-WORK-KEY
                 WITH DUPLICATES
              FILE STATUS IS WS-QUEUE-STATUS.

           SELECT NOTE-FILE ASSIGN TO "COLLNOTE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-NOTE-KEY
              FILE STATUS IS WS-NOTE-STATUS.

           SELECT COLLECTOR-FILE ASSIGN TO "COLLECTR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       COPY COLLQUE.

       FD  NOTE-FILE.
       COPY COLLNOTE.

       FD  COLLECTOR-FILE.
       COPY COLLECTR.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS          PIC XX VALUE SPACES.
       01  WS-NOTE-STATUS           PIC XX VALUE SPACES.
       01  WS-CARD-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-QUEUE                  VALUE "Q".
           88 TRANS-RECORD                 VALUE "R".
           88 TRANS-HISTORY                VALUE "H".
           88 TRANS-REASSIGN               VALUE "A".
           88 TRANS-CODE-VALID             VALUES "Q" "R" "H" "A".

       01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-COLLECTOR             PIC X(8) VALUE SPACES.
       01  WS-METHOD                PIC X VALUE SPACE.
       01  WS-OUTCOME               PIC X(2) VALUE SPACES.
       01  WS-NOTE                  PIC X(40) VALUE SPACES.
       01  WS-PROMISE-AMOUNT        PIC 9(6)V99 VALUE ZERO.
       01  WS-PROMISE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEXT-SEQUENCE         PIC 9(3) VALUE ZERO.
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-ACCOUNT-ID             VALUE "Y".
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88 VALID-ENTRY                  VALUE "Y".
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-CARDS-SW         PIC X VALUE "Y".
           88 NO-MORE-CARDS                VALUE "N".
       01  WS-COLL-FOUND-SW         PIC X VALUE "N".
           88 COLLECTOR-ON-CARD            VALUE "Y".
       01  WS-LIST-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT      PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-BUSINESS-DATE.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to open the collection queue, status "
                 WS-QUEUE-STATUS " - has the queue been built?"
              GOBACK
           END-IF.
           OPEN I-O NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
              CLOSE NOTE-FILE
              OPEN OUTPUT NOTE-FILE
              CLOSE NOTE-FILE
              OPEN I-O NOTE-FILE
           END-IF.
           IF WS-NOTE-STATUS NOT = "00"
              DISPLAY "Unable to open the contact notes, status "
                 WS-NOTE-STATUS
              CLOSE QUEUE-FILE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-QUEUE
                 PERFORM 2000-LIST-QUEUE
              WHEN TRANS-RECORD
                 PERFORM 3000-RECORD-CONTACT
              WHEN TRANS-HISTORY
                 PERFORM 4000-LIST-HISTORY
              WHEN TRANS-REASSIGN
                 PERFORM 5000-REASSIGN-ACCOUNT
           END-EVALUATE.
           CLOSE NOTE-FILE.
           CLOSE QUEUE-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (Q)ueue, (R)ecord contact, "
                 "(H)istory, re(A)ssign: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter Q, R,"
                    " H or A."
              END-IF
           END-PERFORM.

       1000-GET-QUEUED-ACCOUNT.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ACCOUNT-ID
              DISPLAY "Input account id: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-ID
              IF WS-ACCOUNT-ID NUMERIC AND WS-ACCOUNT-ID NOT = ZEROS
                 MOVE WS-ACCOUNT-ID TO CQ-ACCOUNT-ID
                 READ QUEUE-FILE
                    INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-ID
                          " is not on the collection queue."
                    NOT INVALID KEY
                       DISPLAY "Account " CQ-ACCOUNT-ID ", "
                          CQ-DAYS-PAST-DUE " days past due, balance "
                          CQ-BALANCE ", collector " CQ-COLLECTOR
                       MOVE "Y" TO WS-VALID-ID-SW
                 END-READ
              ELSE
                 DISPLAY "Invalid account id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1100-GET-METHOD.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Contact method (P)hone, (E)mail, (S)MS, "
                 "(L)etter, (V)isit: " WITH NO ADVANCING
              ACCEPT WS-METHOD
              MOVE WS-METHOD TO CN-METHOD
              IF CN-METHOD-VALID
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid method - enter P, E, S, L or V."
              END-IF
           END-PERFORM.

       1200-GET-OUTCOME.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Outcome NA no answer, LM left message, "
                 "WN wrong number, RP spoke to borrower,"
              DISPLAY "   PP promise to pay, RF refused, "
                 "DS disputes the debt: " WITH NO ADVANCING
              ACCEPT WS-OUTCOME
              MOVE WS-OUTCOME TO CN-OUTCOME
              IF CN-OUTCOME-VALID
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid outcome - enter one of the codes"
                    " listed."
              END-IF
           END-PERFORM.

       1300-GET-PROMISE.
           MOVE ZERO TO WS-PROMISE-AMOUNT.
           PERFORM UNTIL WS-PROMISE-AMOUNT > ZERO
              DISPLAY "Amount promised: " WITH NO ADVANCING
              ACCEPT WS-PROMISE-AMOUNT
              IF WS-PROMISE-AMOUNT NOT > ZERO
                 DISPLAY "The amount promised must be greater than"
                    " zero."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Date promised (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-PROMISE-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-PROMISE-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              EVALUATE TRUE
                 WHEN NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real calendar"
                       " date as YYYYMMDD."
                 WHEN WS-PROMISE-DATE < WS-BUSINESS-DATE
                    DISPLAY "A promise cannot be dated before today,"
                       " " WS-BUSINESS-DATE "."
                 WHEN OTHER
                    MOVE "Y" TO WS-VALID-ENTRY-SW
              END-EVALUATE
           END-PERFORM.

       1400-GET-COLLECTOR.
           *> Blank means the operator's own queue.
           DISPLAY "Collector id (blank for your own): "
              WITH NO ADVANCING.
           ACCEPT WS-COLLECTOR.
           IF WS-COLLECTOR = SPACES
              MOVE WS-OPERATOR-ID TO WS-COLLECTOR
           END-IF.

       2000-LIST-QUEUE.
           PERFORM 1400-GET-COLLECTOR.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-COLLECTOR TO CQ-COLLECTOR.
           MOVE ZERO TO CQ-PRIORITY-CLASS CQ-DAYS-INVERSE
              CQ-BALANCE-INVERSE.
           START QUEUE-FILE KEY IS >= CQ-WORK-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           DISPLAY "Work queue for " WS-COLLECTOR
              " - class 1 broken promise, 2 open, 3 promised".
           PERFORM UNTIL NO-MORE-RECORDS
              READ QUEUE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CQ-COLLECTOR NOT = WS-COLLECTOR
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY CQ-PRIORITY-CLASS " " CQ-ACCOUNT-ID
                          " " CQ-DAYS-PAST-DUE "d " CQ-BALANCE " "
                          CQ-STATUS " tries " CQ-ATTEMPTS " last "
                          CQ-LAST-CONTACT-DATE " " CQ-LAST-OUTCOME
                          " promised " CQ-PROMISE-DATE
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " account(s) on the queue.".

       3000-RECORD-CONTACT.
           PERFORM 1000-GET-QUEUED-ACCOUNT.
           PERFORM 1100-GET-METHOD.
           PERFORM 1200-GET-OUTCOME.
           DISPLAY "Note: " WITH NO ADVANCING.
           ACCEPT WS-NOTE.
           IF WS-OUTCOME = "PP"
              PERFORM 1300-GET-PROMISE
           ELSE
              MOVE ZERO TO WS-PROMISE-AMOUNT
              MOVE ZERO TO WS-PROMISE-DATE
           END-IF.
           PERFORM 3100-SCAN-ACCOUNT-NOTES.
           IF WS-NEXT-SEQUENCE > 99
              DISPLAY "Too many contacts recorded today for account "
                 WS-ACCOUNT-ID " - nothing recorded."
           ELSE
              PERFORM 3300-WRITE-NOTE
           END-IF.

       3100-SCAN-ACCOUNT-NOTES.
           *> Finds the next free sequence for today and, when a new
           *> promise is being made, supersedes any still outstanding.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE ZERO TO WS-SUPERSEDED-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-ACCOUNT-ID TO CN-ACCOUNT-ID.
           MOVE ZERO TO CN-CONTACT-DATE CN-SEQUENCE.
           START NOTE-FILE KEY IS >= CN-NOTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ NOTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CN-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF CN-CONTACT-DATE = WS-BUSINESS-DATE
                          COMPUTE WS-NEXT-SEQUENCE = CN-SEQUENCE + 1
                       END-IF
                       IF WS-OUTCOME = "PP"
                          AND CN-PROMISE-OUTSTANDING
                          PERFORM 3200-SUPERSEDE-PROMISE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       3200-SUPERSEDE-PROMISE.
           MOVE "S" TO CN-PROMISE-STATUS.
           MOVE WS-BUSINESS-DATE TO CN-CHECKED-DATE.
           REWRITE COLLECTION-NOTE-RECORD.
           IF WS-NOTE-STATUS = "00"
              ADD 1 TO WS-SUPERSEDED-COUNT
              DISPLAY "Promise of " CN-PROMISE-AMOUNT " due "
                 CN-PROMISE-DATE " superseded."
           ELSE
              DISPLAY "Unable to supersede the promise made "
                 CN-CONTACT-DATE ", status " WS-NOTE-STATUS
           END-IF.

       3300-WRITE-NOTE.
           MOVE WS-ACCOUNT-ID     TO CN-ACCOUNT-ID.
           MOVE WS-BUSINESS-DATE  TO CN-CONTACT-DATE.
           MOVE WS-NEXT-SEQUENCE  TO CN-SEQUENCE.
           MOVE WS-OPERATOR-ID    TO CN-COLLECTOR.
           MOVE WS-METHOD         TO CN-METHOD.
           MOVE WS-OUTCOME        TO CN-OUTCOME.
           MOVE WS-NOTE           TO CN-NOTE.
           MOVE WS-PROMISE-AMOUNT TO CN-PROMISE-AMOUNT.
           MOVE WS-PROMISE-DATE   TO CN-PROMISE-DATE.
           IF CN-PROMISE-MADE
              MOVE "O" TO CN-PROMISE-STATUS
           ELSE
              MOVE SPACE TO CN-PROMISE-STATUS
           END-IF.
           MOVE ZERO              TO CN-CHECKED-DATE.
           MOVE ZERO              TO CN-AMOUNT-PAID.
           WRITE COLLECTION-NOTE-RECORD.
           IF WS-NOTE-STATUS NOT = "00"
              DISPLAY "Unable to record the contact, status "
                 WS-NOTE-STATUS
           ELSE
              DISPLAY "Contact recorded for account " WS-ACCOUNT-ID
                 "."
              PERFORM 3400-UPDATE-QUEUE-ENTRY
           END-IF.

       3400-UPDATE-QUEUE-ENTRY.
           *> The queue record was read at 1000 and is still current.
           IF CQ-ATTEMPTS < 999
              ADD 1 TO CQ-ATTEMPTS
           END-IF.
           MOVE WS-BUSINESS-DATE TO CQ-LAST-CONTACT-DATE.
           MOVE WS-OUTCOME       TO CQ-LAST-OUTCOME.
           EVALUATE TRUE
              WHEN WS-OUTCOME = "PP"
                 MOVE "P" TO CQ-STATUS
                 MOVE 3   TO CQ-PRIORITY-CLASS
                 MOVE WS-PROMISE-DATE TO CQ-PROMISE-DATE
              WHEN CQ-STATUS-BROKEN
                 *> The broken promise has been followed up.
                 MOVE "O" TO CQ-STATUS
                 MOVE 2   TO CQ-PRIORITY-CLASS
                 MOVE ZERO TO CQ-PROMISE-DATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           REWRITE COLLECTION-QUEUE-RECORD.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to update the queue entry, status "
                 WS-QUEUE-STATUS
           END-IF.

       4000-LIST-HISTORY.
           DISPLAY "Input account id: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-ID.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-ACCOUNT-ID TO CN-ACCOUNT-ID.
           MOVE ZERO TO CN-CONTACT-DATE CN-SEQUENCE.
           START NOTE-FILE KEY IS >= CN-NOTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ NOTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CN-ACCOUNT-ID NOT = WS-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY CN-CONTACT-DATE "-" CN-SEQUENCE " "
                          CN-COLLECTOR " " CN-METHOD " "
                          CN-OUTCOME " " CN-NOTE
                       IF NOT CN-NO-PROMISE
                          DISPLAY "      promised " CN-PROMISE-AMOUNT
                             " by " CN-PROMISE-DATE " status "
                             CN-PROMISE-STATUS " paid "
                             CN-AMOUNT-PAID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " contact(s) on file for account "
              WS-ACCOUNT-ID ".".

       5000-REASSIGN-ACCOUNT.
           IF WS-AUTH-LEVEL < 2
              DISPLAY "Only a supervisor can reassign an account."
           ELSE
              PERFORM 1000-GET-QUEUED-ACCOUNT
              DISPLAY "New collector id: " WITH NO ADVANCING
              ACCEPT WS-COLLECTOR
              PERFORM 5100-CHECK-COLLECTOR-CARD
              EVALUATE TRUE
                 WHEN NOT COLLECTOR-ON-CARD
                    DISPLAY WS-COLLECTOR " is not on the collector"
                       " card - nothing changed."
                 WHEN WS-COLLECTOR = CQ-COLLECTOR
                    DISPLAY "The account is already with "
                       WS-COLLECTOR "."
                 WHEN OTHER
                    MOVE WS-COLLECTOR TO CQ-COLLECTOR
                    REWRITE COLLECTION-QUEUE-RECORD
                    IF WS-QUEUE-STATUS NOT = "00"
                       DISPLAY "Unable to update the queue entry,"
                          " status " WS-QUEUE-STATUS
                    ELSE
                       DISPLAY "Account " CQ-ACCOUNT-ID
                          " reassigned to " WS-COLLECTOR "."
                    END-IF
              END-EVALUATE
           END-IF.

       5100-CHECK-COLLECTOR-CARD.
           MOVE "N" TO WS-COLL-FOUND-SW.
           MOVE "Y" TO WS-MORE-CARDS-SW.
           OPEN INPUT COLLECTOR-FILE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-CARDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-CARDS OR COLLECTOR-ON-CARD
              READ COLLECTOR-FILE
                 AT END
                    MOVE "N" TO WS-MORE-CARDS-SW
                 NOT AT END
                    IF CL-OPERATOR-ID = WS-COLLECTOR
                       AND WS-COLLECTOR NOT = SPACES
                       MOVE "Y" TO WS-COLL-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
              CLOSE COLLECTOR-FILE
           END-IF.
