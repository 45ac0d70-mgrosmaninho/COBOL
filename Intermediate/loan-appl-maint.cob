       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-APPL-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE LOAN APPLICATION
      * FILE, IN THE STYLE OF DRAW-MAINT. TAKES A NEW APPLICATION
      * AGAINST AN OPEN QUOTE ON QUOTES.DAT - APPLICANT, LINKED
      * STUDENT ID, PURPOSE AND DECLARED INCOME, WITH THE PRODUCT
      * AND REQUESTED AMOUNT TAKEN FROM THE QUOTE SO WHAT IS
      * DECIDED IS WHAT GETS BOOKED - DISPLAYS AN APPLICATION, AND
      * RECORDS A WITHDRAWAL. THE CREDIT DECISION ITSELF IS MADE IN
      * LOAN-DECISION; A QUOTE CAN ONLY BE BOOKED ONCE ITS
      * APPLICATION IS APPROVED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATION-FILE ASSIGN TO "LOANAPP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LA-APPL-NUMBER
              ALTERNATE RECORD KEY IS LA-QUOTE-NUMBER
                 WITH DUPLICATES
              FILE STATUS IS WS-APPL-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS QU-QUOTE-NUMBER
              FILE STATUS IS WS-QUOTE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SM-STUDENT-ID
              ALTERNATE RECORD KEY IS SM-COURSE-CODE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-SURNAME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-NATIONAL-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPP.

       FD  QUOTE-FILE.
       COPY QUOTEREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS           PIC XX VALUE SPACES.
       01  WS-QUOTE-STATUS          PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-NEW                    VALUE "N".
           88 TRANS-INQUIRE                VALUE "I".
           88 TRANS-WITHDRAW               VALUE "W".
           88 TRANS-CODE-VALID             VALUES "N" "I" "W".

       01  WS-APPL-NUMBER           PIC 9(6) VALUE ZERO.
       01  WS-NEXT-APPL-NUMBER      PIC 9(6) VALUE ZERO.
       01  WS-QUOTE-NUMBER          PIC 9(6) VALUE ZERO.
       01  WS-PRODUCT-CODE          PIC X(4) VALUE SPACES.
       01  WS-REQUESTED-AMOUNT      PIC 9(5) VALUE ZERO.
       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-APPLICANT-NAME        PIC X(30) VALUE SPACES.
       01  WS-PURPOSE               PIC X VALUE SPACE.
           88 PURPOSE-VALID                VALUES "T" "L" "E" "O".
       01  WS-PURPOSE-TEXT          PIC X(30) VALUE SPACES.
       01  WS-DECLARED-INCOME       PIC 9(7) VALUE ZERO.
       01  WS-CONFIRM               PIC X VALUE SPACE.
       01  WS-MASTER-FILE-SW        PIC X VALUE "N".
           88 MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-VALID-QUOTE-SW        PIC X VALUE "N".
           88 VALID-QUOTE                  VALUE "Y".
       01  WS-VALID-STUDENT-SW      PIC X VALUE "N".
           88 VALID-STUDENT                VALUE "Y".
       01  WS-VALID-INCOME-SW       PIC X VALUE "N".
           88 VALID-INCOME                 VALUE "Y".
       01  WS-OPEN-APPL-SW          PIC X VALUE "N".
           88 QUOTE-HAS-OPEN-APPL          VALUE "Y".
       01  WS-OPEN-APPL-NUMBER      PIC 9(6) VALUE ZERO.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-REASON-IDX            PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN I-O LOAN-APPLICATION-FILE.
           IF WS-APPL-STATUS = "35"
              CLOSE LOAN-APPLICATION-FILE
              OPEN OUTPUT LOAN-APPLICATION-FILE
              CLOSE LOAN-APPLICATION-FILE
              OPEN I-O LOAN-APPLICATION-FILE
           END-IF.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to open the loan application file,"
                 " status " WS-APPL-STATUS
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-NEW
                 PERFORM 1000-NEW-APPLICATION
              WHEN TRANS-INQUIRE
                 PERFORM 5000-INQUIRE-APPLICATION
              WHEN TRANS-WITHDRAW
                 PERFORM 6000-WITHDRAW-APPLICATION
           END-EVALUATE.
           CLOSE LOAN-APPLICATION-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (N)ew application, (I)nquire,"
                 " (W)ithdraw: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter N, I"
                    " or W."
              END-IF
           END-PERFORM.

       1000-NEW-APPLICATION.
           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS NOT = "00"
              DISPLAY "Unable to open the quote file, status "
                 WS-QUOTE-STATUS " - no application taken."
           ELSE
              PERFORM 1100-GET-QUOTE
              CLOSE QUOTE-FILE
              IF VALID-QUOTE
                 OPEN INPUT STUDENT-MASTER-FILE
                 IF WS-MASTER-STATUS = "00"
                    MOVE "Y" TO WS-MASTER-FILE-SW
                 END-IF
                 PERFORM 1200-GET-APPLICANT
                 PERFORM 1300-GET-STUDENT-ID
                 PERFORM 1400-GET-PURPOSE
                 PERFORM 1500-GET-INCOME
                 IF MASTER-FILE-AVAILABLE
                    CLOSE STUDENT-MASTER-FILE
                 END-IF
                 PERFORM 1600-FILE-APPLICATION
              END-IF
           END-IF.

       1100-GET-QUOTE.
           *> One live application per quote - a declined or
           *> withdrawn one does not stop the customer re-applying.
           MOVE "N" TO WS-VALID-QUOTE-SW.
           DISPLAY "Input quote number: " WITH NO ADVANCING.
           ACCEPT WS-QUOTE-NUMBER.
           MOVE WS-QUOTE-NUMBER TO QU-QUOTE-NUMBER.
           READ QUOTE-FILE
              INVALID KEY
                 DISPLAY "Quote " WS-QUOTE-NUMBER " is not on file."
           END-READ.
           IF WS-QUOTE-STATUS = "00"
              IF QU-BOOKED
                 DISPLAY "Quote " WS-QUOTE-NUMBER " has already"
                    " been booked."
              ELSE
                 PERFORM 1150-FIND-OPEN-APPLICATION
                 IF QUOTE-HAS-OPEN-APPL
                    DISPLAY "Quote " WS-QUOTE-NUMBER " already has"
                       " application " WS-OPEN-APPL-NUMBER
                       " in progress."
                 ELSE
                    DISPLAY "Quote " QU-QUOTE-NUMBER " of "
                       QU-QUOTE-DATE ": product " QU-PRODUCT-CODE
                       ", principal " QU-PRINCIPAL ", "
                       QU-TIME-LENGTH " years at "
                       QU-INTEREST-RATE "."
                    MOVE QU-PRODUCT-CODE TO WS-PRODUCT-CODE
                    MOVE QU-PRINCIPAL    TO WS-REQUESTED-AMOUNT
                    MOVE "Y" TO WS-VALID-QUOTE-SW
                 END-IF
              END-IF
           END-IF.

       1150-FIND-OPEN-APPLICATION.
           MOVE "N" TO WS-OPEN-APPL-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-QUOTE-NUMBER TO LA-QUOTE-NUMBER.
           START LOAN-APPLICATION-FILE KEY IS = LA-QUOTE-NUMBER
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOAN-APPLICATION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF LA-QUOTE-NUMBER NOT = WS-QUOTE-NUMBER
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF LA-STAGE-OPEN
                          MOVE "Y" TO WS-OPEN-APPL-SW
                          MOVE LA-APPL-NUMBER TO WS-OPEN-APPL-NUMBER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1200-GET-APPLICANT.
           MOVE SPACES TO WS-APPLICANT-NAME.
           PERFORM UNTIL WS-APPLICANT-NAME NOT = SPACES
              DISPLAY "Input applicant name: " WITH NO ADVANCING
              ACCEPT WS-APPLICANT-NAME
              IF WS-APPLICANT-NAME = SPACES
                 DISPLAY "The applicant's name is required."
              END-IF
           END-PERFORM.

       1300-GET-STUDENT-ID.
           *> Zero for an applicant who is not a student. With the
           *> master unavailable the id is taken as keyed and
           *> LOAN-DECISION refers the application for checking.
           MOVE "N" TO WS-VALID-STUDENT-SW.
           PERFORM UNTIL VALID-STUDENT
              DISPLAY "Input linked student id (0 = none): "
                 WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              EVALUATE TRUE
                 WHEN WS-STUDENT-ID NOT NUMERIC
                    DISPLAY "Invalid student id - enter 6 digits"
                       " or 0."
                 WHEN WS-STUDENT-ID = ZERO
                    MOVE "Y" TO WS-VALID-STUDENT-SW
                 WHEN NOT MASTER-FILE-AVAILABLE
                    MOVE "Y" TO WS-VALID-STUDENT-SW
                 WHEN OTHER
                    MOVE WS-STUDENT-ID TO SM-STUDENT-ID
                    READ STUDENT-MASTER-FILE
                       INVALID KEY
                          DISPLAY "Student " WS-STUDENT-ID
                             " is not on file."
                       NOT INVALID KEY
                          DISPLAY "Student " SM-FORENAME " "
                             SM-SURNAME " (status " SM-STATUS ")."
                          MOVE "Y" TO WS-VALID-STUDENT-SW
                    END-READ
              END-EVALUATE
           END-PERFORM.

       1400-GET-PURPOSE.
           MOVE SPACE TO WS-PURPOSE.
           PERFORM UNTIL PURPOSE-VALID
              DISPLAY "Purpose (T)uition, (L)iving, (E)quipment,"
                 " (O)ther: " WITH NO ADVANCING
              ACCEPT WS-PURPOSE
              IF NOT PURPOSE-VALID
                 DISPLAY "Invalid purpose - enter T, L, E or O."
              END-IF
           END-PERFORM.
           DISPLAY "Purpose description: " WITH NO ADVANCING.
           ACCEPT WS-PURPOSE-TEXT.

       1500-GET-INCOME.
           MOVE "N" TO WS-VALID-INCOME-SW.
           PERFORM UNTIL VALID-INCOME
              DISPLAY "Declared annual income: " WITH NO ADVANCING
              ACCEPT WS-DECLARED-INCOME
              IF WS-DECLARED-INCOME NUMERIC
                 MOVE "Y" TO WS-VALID-INCOME-SW
              ELSE
                 DISPLAY "Invalid income - enter whole currency"
                    " units, 0 if none."
              END-IF
           END-PERFORM.

       1600-FILE-APPLICATION.
           PERFORM 1650-GET-NEXT-APPL-NUMBER.
           MOVE WS-NEXT-APPL-NUMBER TO LA-APPL-NUMBER.
           MOVE WS-RUN-DATE         TO LA-APPL-DATE.
           MOVE WS-QUOTE-NUMBER     TO LA-QUOTE-NUMBER.
           MOVE WS-APPLICANT-NAME   TO LA-APPLICANT-NAME.
           MOVE WS-STUDENT-ID       TO LA-STUDENT-ID.
           MOVE WS-PRODUCT-CODE     TO LA-PRODUCT-CODE.
           MOVE WS-REQUESTED-AMOUNT TO LA-REQUESTED-AMOUNT.
           MOVE WS-PURPOSE          TO LA-PURPOSE.
           MOVE WS-PURPOSE-TEXT     TO LA-PURPOSE-TEXT.
           MOVE WS-DECLARED-INCOME  TO LA-DECLARED-INCOME.
           MOVE WS-OPERATOR-ID      TO LA-ENTERED-BY.
           MOVE "R"                 TO LA-STAGE.
           MOVE WS-RUN-DATE         TO LA-STAGE-DATE.
           MOVE SPACES              TO LA-DECIDED-BY.
           MOVE SPACES              TO LA-REASON-CODE (1).
           MOVE SPACES              TO LA-REASON-CODE (2).
           MOVE SPACES              TO LA-REASON-CODE (3).
           MOVE ZERO                TO LA-ACCOUNT-ID.
           WRITE LOAN-APPLICATION-RECORD.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to save the application, status "
                 WS-APPL-STATUS
           ELSE
              DISPLAY "Application " WS-NEXT-APPL-NUMBER
                 " received for quote " WS-QUOTE-NUMBER
                 " - awaiting credit decision."
           END-IF.

       1650-GET-NEXT-APPL-NUMBER.
           MOVE ZERO TO WS-NEXT-APPL-NUMBER.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO LA-APPL-NUMBER.
           START LOAN-APPLICATION-FILE KEY IS >= LA-APPL-NUMBER
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOAN-APPLICATION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    MOVE LA-APPL-NUMBER TO WS-NEXT-APPL-NUMBER
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-APPL-NUMBER.

       5000-INQUIRE-APPLICATION.
           PERFORM 5100-READ-APPLICATION.
           IF WS-APPL-STATUS = "00"
              PERFORM 5200-DISPLAY-APPLICATION
           END-IF.

       5100-READ-APPLICATION.
           DISPLAY "Input application number: " WITH NO ADVANCING.
           ACCEPT WS-APPL-NUMBER.
           MOVE WS-APPL-NUMBER TO LA-APPL-NUMBER.
           READ LOAN-APPLICATION-FILE
              INVALID KEY
                 DISPLAY "Application " WS-APPL-NUMBER
                    " is not on file."
           END-READ.

       5200-DISPLAY-APPLICATION.
           DISPLAY "Application: " LA-APPL-NUMBER " of "
              LA-APPL-DATE " taken by " LA-ENTERED-BY.
           DISPLAY "Applicant: " LA-APPLICANT-NAME
              " student " LA-STUDENT-ID.
           DISPLAY "Quote: " LA-QUOTE-NUMBER " product "
              LA-PRODUCT-CODE " amount " LA-REQUESTED-AMOUNT.
           DISPLAY "Purpose: " LA-PURPOSE " " LA-PURPOSE-TEXT.
           DISPLAY "Declared income: " LA-DECLARED-INCOME.
           DISPLAY "Stage: " LA-STAGE " since " LA-STAGE-DATE
              " decided by " LA-DECIDED-BY.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > 3
              IF LA-REASON-CODE (WS-REASON-IDX) NOT = SPACES
                 DISPLAY "Reason: " LA-REASON-CODE (WS-REASON-IDX)
              END-IF
           END-PERFORM.
           IF LA-BOOKED
              DISPLAY "Booked as account " LA-ACCOUNT-ID "."
           END-IF.

       6000-WITHDRAW-APPLICATION.
           PERFORM 5100-READ-APPLICATION.
           IF WS-APPL-STATUS = "00"
              PERFORM 5200-DISPLAY-APPLICATION
              IF NOT LA-STAGE-OPEN
                 DISPLAY "Application " WS-APPL-NUMBER " is no"
                    " longer in progress - nothing withdrawn."
              ELSE
                 DISPLAY "Withdraw this application (Y/N)? "
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM = "Y"
                    MOVE "W"            TO LA-STAGE
                    MOVE WS-RUN-DATE    TO LA-STAGE-DATE
                    MOVE WS-OPERATOR-ID TO LA-DECIDED-BY
                    REWRITE LOAN-APPLICATION-RECORD
                    IF WS-APPL-STATUS NOT = "00"
                       DISPLAY "Unable to withdraw the application,"
                          " status " WS-APPL-STATUS
                    ELSE
                       DISPLAY "Application " WS-APPL-NUMBER
                          " withdrawn."
                    END-IF
                 END-IF
              END-IF
           END-IF.
