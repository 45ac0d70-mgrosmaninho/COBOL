       IDENTIFICATION DIVISION.
        PROGRAM-ID. TEACH-RATE-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE TEACHING PAY RATE
      * TABLE, IN THE STYLE OF ASSESS-MAINT. ADDS (OR REPLACES),
      * REMOVES AND LISTS THE INSTRUCTOR PAY CATEGORIES: THE RATE
      * PER SECTION AND PER CONTACT HOUR A SESSIONAL IS PAID, AND
      * THE MAXIMUM TERM LOAD IN CONTACT HOURS. INSTRUCTOR-MAINT
      * CHECKS AN INSTRUCTOR'S CATEGORY AGAINST THIS TABLE AND
      * TEACH-LOAD-BATCH PRICES THE TERM'S TEACHING FROM IT. ADDING
      * OR REMOVING A CATEGORY NEEDS A SUPERVISOR-LEVEL SIGN-ON;
      * ANYONE SIGNED ON MAY LIST.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACH-RATE-FILE ASSIGN TO "TCHRATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-CATEGORY
              FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACH-RATE-FILE.
       COPY TCHRATE.

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-REMOVE                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "R" "L".

       01  WS-CATEGORY              PIC X(2) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(20) VALUE SPACES.
       01  WS-SECTION-RATE          PIC 9(5)V99 VALUE ZERO.
       01  WS-HOURLY-RATE           PIC 9(4)V99 VALUE ZERO.
       01  WS-MAX-HOURS             PIC 9(4) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-VALID-CODE-SW         PIC X VALUE "N".
           88 VALID-CATEGORY               VALUE "Y".
       01  WS-VALID-AMOUNT-SW       PIC X VALUE "N".
           88 VALID-AMOUNT                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-CATEGORY        PIC X(2).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-DESCRIPTION     PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-SECTION-RATE    PIC ZZ,ZZ9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-HOURLY-RATE     PIC Z,ZZ9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-MAX-HOURS       PIC ZZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-UPDATED-DATE    PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-UPDATED-BY      PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF NOT TRANS-LIST
              AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Adding or removing a pay category requires"
                 " supervisor authorization - refused."
              GOBACK
           END-IF.
           OPEN I-O TEACH-RATE-FILE.
           IF WS-RATE-STATUS = "35"
              CLOSE TEACH-RATE-FILE
              OPEN OUTPUT TEACH-RATE-FILE
              CLOSE TEACH-RATE-FILE
              OPEN I-O TEACH-RATE-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-CATEGORY
              WHEN TRANS-REMOVE
                 PERFORM 5000-REMOVE-CATEGORY
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-CATEGORIES
           END-EVALUATE.
           CLOSE TEACH-RATE-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd/replace, (R)emove, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-CATEGORY.
           PERFORM 1100-GET-CATEGORY.
           MOVE WS-CATEGORY TO TP-CATEGORY.
           READ TEACH-RATE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-RATE-STATUS = "00"
              DISPLAY "Replacing " TP-DESCRIPTION " set on "
                 TP-UPDATED-DATE " by " TP-UPDATED-BY "."
           END-IF.
           PERFORM 1200-GET-RATE-DETAILS.
           MOVE WS-DESCRIPTION  TO TP-DESCRIPTION.
           MOVE WS-SECTION-RATE TO TP-SECTION-RATE.
           MOVE WS-HOURLY-RATE  TO TP-HOURLY-RATE.
           MOVE WS-MAX-HOURS    TO TP-MAX-HOURS.
           MOVE WS-TODAY-DATE   TO TP-UPDATED-DATE.
           MOVE WS-OPERATOR-ID  TO TP-UPDATED-BY.
           IF WS-RATE-STATUS = "00"
              REWRITE TEACH-RATE-RECORD
           ELSE
              MOVE WS-CATEGORY TO TP-CATEGORY
              WRITE TEACH-RATE-RECORD
           END-IF.
           IF WS-RATE-STATUS NOT = "00"
              DISPLAY "Unable to save pay category, status "
                 WS-RATE-STATUS
           ELSE
              DISPLAY "Pay category " WS-CATEGORY " filed."
           END-IF.

       1100-GET-CATEGORY.
           MOVE "N" TO WS-VALID-CODE-SW.
           PERFORM UNTIL VALID-CATEGORY
              DISPLAY "Input pay category: " WITH NO ADVANCING
              ACCEPT WS-CATEGORY
              IF WS-CATEGORY NOT = SPACES
                 MOVE "Y" TO WS-VALID-CODE-SW
              ELSE
                 DISPLAY "Invalid pay category - it may not be"
                    " blank."
              END-IF
           END-PERFORM.

       1200-GET-RATE-DETAILS.
           *> A salaried category is keyed with both rates zero; it
           *> still carries a maximum load.
           DISPLAY "Input description: " WITH NO ADVANCING.
           ACCEPT WS-DESCRIPTION.
           MOVE "N" TO WS-VALID-AMOUNT-SW.
           PERFORM UNTIL VALID-AMOUNT
              DISPLAY "Input pay per section taught (0 if salaried): "
                 WITH NO ADVANCING
              ACCEPT WS-SECTION-RATE
              IF WS-SECTION-RATE NUMERIC
                 MOVE "Y" TO WS-VALID-AMOUNT-SW
              ELSE
                 DISPLAY "Invalid amount - enter 0.00 through"
                    " 99999.99."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-AMOUNT-SW.
           PERFORM UNTIL VALID-AMOUNT
              DISPLAY "Input pay per contact hour (0 if salaried): "
                 WITH NO ADVANCING
              ACCEPT WS-HOURLY-RATE
              IF WS-HOURLY-RATE NUMERIC
                 MOVE "Y" TO WS-VALID-AMOUNT-SW
              ELSE
                 DISPLAY "Invalid amount - enter 0.00 through"
                    " 9999.99."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-AMOUNT-SW.
           PERFORM UNTIL VALID-AMOUNT
              DISPLAY "Input maximum contact hours per term"
                 " (0 = no maximum): " WITH NO ADVANCING
              ACCEPT WS-MAX-HOURS
              IF WS-MAX-HOURS NUMERIC
                 MOVE "Y" TO WS-VALID-AMOUNT-SW
              ELSE
                 DISPLAY "Invalid hours - enter 0 through 9999."
              END-IF
           END-PERFORM.

       5000-REMOVE-CATEGORY.
           *> Instructors still carrying the category are reported as
           *> unpriced by the teaching-load run until they are moved.
           PERFORM 1100-GET-CATEGORY.
           MOVE WS-CATEGORY TO TP-CATEGORY.
           READ TEACH-RATE-FILE
              INVALID KEY
                 DISPLAY "Pay category " WS-CATEGORY " not found."
           END-READ.
           IF WS-RATE-STATUS = "00"
              DELETE TEACH-RATE-FILE
              IF WS-RATE-STATUS NOT = "00"
                 DISPLAY "Unable to remove pay category, status "
                    WS-RATE-STATUS
              ELSE
                 DISPLAY "Pay category " WS-CATEGORY " removed."
              END-IF
           END-IF.

       6000-LIST-CATEGORIES.
           PERFORM UNTIL NO-MORE-RECORDS
              READ TEACH-RATE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    MOVE TP-CATEGORY     TO WS-L-CATEGORY
                    MOVE TP-DESCRIPTION  TO WS-L-DESCRIPTION
                    MOVE TP-SECTION-RATE TO WS-L-SECTION-RATE
                    MOVE TP-HOURLY-RATE  TO WS-L-HOURLY-RATE
                    MOVE TP-MAX-HOURS    TO WS-L-MAX-HOURS
                    MOVE TP-UPDATED-DATE TO WS-L-UPDATED-DATE
                    MOVE TP-UPDATED-BY   TO WS-L-UPDATED-BY
                    DISPLAY WS-LIST-LINE
              END-READ
           END-PERFORM.
