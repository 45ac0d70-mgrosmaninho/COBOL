       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DECISION.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CREDIT DECISION ON A LOAN APPLICATION. A
      * RECEIVED APPLICATION IS RUN AGAINST ITS PRODUCT'S RULE CARD
      * ON APPRULE.DAT - AMOUNT RANGE, AMOUNT AGAINST DECLARED
      * INCOME, ACTIVE-STUDENT REQUIREMENT - AND THE OPERATOR
      * RECORDS THE RESULTING APPROVE, DECLINE OR REFER WITH ITS
      * REASON CODES (APPRSN). AN APPROVAL ABOVE THE PRODUCT'S
      * SUPERVISOR AMOUNT, AND ANY REFERRAL, NEEDS A LEVEL-2
      * OPERATOR: A LEVEL-1 OPERATOR CAN ONLY FILE IT AS REFERRED,
      * AND ONLY A SUPERVISOR CAN APPROVE OR DECLINE A REFERRED
      * APPLICATION. A RULE DECLINE STANDS. ONLY AN APPROVED
      * APPLICATION LETS INTEREST-RATE BOOK THE QUOTE.
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

           SELECT APPL-RULE-FILE ASSIGN TO "APPRULE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.

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

       FD  APPL-RULE-FILE.
       COPY APPRULE.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       WORKING-STORAGE SECTION.
       COPY APPRSN.

       01  WS-APPL-STATUS           PIC XX VALUE SPACES.
       01  WS-RULE-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       01  WS-APPL-NUMBER           PIC 9(6) VALUE ZERO.
       01  WS-MORE-RULES-SW         PIC X VALUE "Y".
           88 NO-MORE-RULES                VALUE "N".

      *> The rules in force for the application's product - the
      *> shipped defaults unless APPRULE.DAT carries a card for it.
       01  WS-RULE-FOUND-SW         PIC X VALUE "N".
           88 RULE-FOUND                   VALUE "Y".
       01  WS-MIN-AMOUNT            PIC 9(5) VALUE ZERO.
       01  WS-MAX-AMOUNT            PIC 9(5) VALUE ZERO.
       01  WS-DECLINE-PCT           PIC 9(3) VALUE ZERO.
       01  WS-REFER-PCT             PIC 9(3) VALUE ZERO.
       01  WS-SUPERVISOR-AMOUNT     PIC 9(5) VALUE ZERO.
       01  WS-STUDENT-REQUIRED      PIC X VALUE "N".
           88 STUDENT-REQUIRED             VALUE "Y".

       01  WS-INCOME-PCT            PIC 9(5) VALUE ZERO.
       01  WS-DECISION              PIC X VALUE SPACE.
           88 DECISION-APPROVE             VALUE "A".
           88 DECISION-DECLINE             VALUE "D".
           88 DECISION-REFER               VALUE "F".
           88 REVIEW-DECISION-VALID        VALUES "A" "D".
       01  WS-NEW-REASONS.
           05  WS-NEW-REASON        PIC X(2) OCCURS 3 TIMES.
       01  WS-REASON-COUNT          PIC 9 VALUE ZERO.
       01  WS-REASON-CODE           PIC X(2) VALUE SPACES.
       01  WS-DECLINE-COUNT         PIC 9 VALUE ZERO.
       01  WS-REFER-COUNT           PIC 9 VALUE ZERO.
       01  WS-REASON-IDX            PIC 9 VALUE ZERO.
       01  WS-TEXT-IDX              PIC 9(2) VALUE ZERO.
       01  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
       01  WS-CONFIRM               PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O LOAN-APPLICATION-FILE.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to open the loan application file,"
                 " status " WS-APPL-STATUS
              GOBACK
           END-IF.
           DISPLAY "Input application number: " WITH NO ADVANCING.
           ACCEPT WS-APPL-NUMBER.
           MOVE WS-APPL-NUMBER TO LA-APPL-NUMBER.
           READ LOAN-APPLICATION-FILE
              INVALID KEY
                 DISPLAY "Application " WS-APPL-NUMBER
                    " is not on file."
           END-READ.
           IF WS-APPL-STATUS = "00"
              PERFORM 1000-DISPLAY-APPLICATION
              EVALUATE TRUE
                 WHEN LA-RECEIVED
                    PERFORM 2000-DECIDE-APPLICATION
                 WHEN LA-REFERRED AND WS-AUTH-LEVEL < 2
                    DISPLAY "Application " WS-APPL-NUMBER " is"
                       " referred - a supervisor (level 2) must"
                       " decide it."
                 WHEN LA-REFERRED
                    PERFORM 3000-REVIEW-REFERRAL
                 WHEN OTHER
                    DISPLAY "Application " WS-APPL-NUMBER " has"
                       " already been decided - stage " LA-STAGE
                       "."
              END-EVALUATE
           END-IF.
           CLOSE LOAN-APPLICATION-FILE.
           GOBACK.

       1000-DISPLAY-APPLICATION.
           DISPLAY "Application: " LA-APPL-NUMBER " of "
              LA-APPL-DATE " for quote " LA-QUOTE-NUMBER.
           DISPLAY "Applicant: " LA-APPLICANT-NAME
              " student " LA-STUDENT-ID.
           DISPLAY "Product: " LA-PRODUCT-CODE " amount "
              LA-REQUESTED-AMOUNT " purpose " LA-PURPOSE " "
              LA-PURPOSE-TEXT.
           DISPLAY "Declared income: " LA-DECLARED-INCOME.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > 3
              IF LA-REASON-CODE (WS-REASON-IDX) NOT = SPACES
                 MOVE LA-REASON-CODE (WS-REASON-IDX)
                    TO WS-REASON-CODE
                 PERFORM 4100-SHOW-REASON
              END-IF
           END-PERFORM.

       2000-DECIDE-APPLICATION.
           PERFORM 2100-LOAD-PRODUCT-RULE.
           PERFORM 2200-APPLY-RULES.
           *> A level-1 operator cannot approve above the product's
           *> supervisor amount, nor settle a referral - both go to
           *> a supervisor as referred.
           IF DECISION-APPROVE
              AND LA-REQUESTED-AMOUNT > WS-SUPERVISOR-AMOUNT
              AND WS-AUTH-LEVEL < 2
              MOVE "R1" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
              MOVE "F" TO WS-DECISION
           END-IF.
           EVALUATE TRUE
              WHEN DECISION-APPROVE
                 DISPLAY "Rules result: APPROVE."
              WHEN DECISION-DECLINE
                 DISPLAY "Rules result: DECLINE."
              WHEN DECISION-REFER
                 DISPLAY "Rules result: REFER."
           END-EVALUATE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > WS-REASON-COUNT
              MOVE WS-NEW-REASON (WS-REASON-IDX) TO WS-REASON-CODE
              PERFORM 4100-SHOW-REASON
           END-PERFORM.
           IF DECISION-REFER AND WS-AUTH-LEVEL >= 2
              PERFORM 3100-GET-REVIEW-DECISION
           END-IF.
           DISPLAY "Record this decision (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM 4000-RECORD-DECISION
           ELSE
              DISPLAY "Nothing recorded - application " WS-APPL-NUMBER
                 " stays received."
           END-IF.

       2100-LOAD-PRODUCT-RULE.
           *> Shipped defaults: lend 500 to 20000, decline above
           *> 60% of declared income, refer above 40%, supervisor
           *> approval above 10000, and STUD loans only to active
           *> students.
           MOVE 500   TO WS-MIN-AMOUNT.
           MOVE 20000 TO WS-MAX-AMOUNT.
           MOVE 60    TO WS-DECLINE-PCT.
           MOVE 40    TO WS-REFER-PCT.
           MOVE 10000 TO WS-SUPERVISOR-AMOUNT.
           IF LA-PRODUCT-CODE = "STUD"
              MOVE "Y" TO WS-STUDENT-REQUIRED
           ELSE
              MOVE "N" TO WS-STUDENT-REQUIRED
           END-IF.
           MOVE "N" TO WS-RULE-FOUND-SW.
           MOVE "Y" TO WS-MORE-RULES-SW.
           OPEN INPUT APPL-RULE-FILE.
           IF WS-RULE-STATUS = "00"
              PERFORM UNTIL NO-MORE-RULES OR RULE-FOUND
                 READ APPL-RULE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RULES-SW
                    NOT AT END
                       IF AR-PRODUCT-CODE = LA-PRODUCT-CODE
                          MOVE "Y" TO WS-RULE-FOUND-SW
                          MOVE AR-MIN-AMOUNT TO WS-MIN-AMOUNT
                          MOVE AR-MAX-AMOUNT TO WS-MAX-AMOUNT
                          MOVE AR-DECLINE-PCT TO WS-DECLINE-PCT
                          MOVE AR-REFER-PCT TO WS-REFER-PCT
                          MOVE AR-SUPERVISOR-AMOUNT
                             TO WS-SUPERVISOR-AMOUNT
                          MOVE AR-STUDENT-REQUIRED
                             TO WS-STUDENT-REQUIRED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPL-RULE-FILE
           END-IF.
           IF NOT RULE-FOUND
              DISPLAY "No rule card for product " LA-PRODUCT-CODE
                 " - standard rules applied."
           END-IF.

       2200-APPLY-RULES.
           *> Every failing rule is noted, declines first; any
           *> decline reason declines, otherwise any referral
           *> reason refers.
           MOVE SPACES TO WS-NEW-REASONS.
           MOVE ZERO TO WS-REASON-COUNT.
           MOVE ZERO TO WS-DECLINE-COUNT.
           MOVE ZERO TO WS-REFER-COUNT.
           IF LA-REQUESTED-AMOUNT > WS-MAX-AMOUNT
              MOVE "D1" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
           END-IF.
           IF LA-REQUESTED-AMOUNT < WS-MIN-AMOUNT
              MOVE "D2" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
           END-IF.
           IF LA-DECLARED-INCOME = ZERO
              MOVE "D3" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
              MOVE ZERO TO WS-INCOME-PCT
           ELSE
              COMPUTE WS-INCOME-PCT ROUNDED =
                 LA-REQUESTED-AMOUNT * 100 / LA-DECLARED-INCOME
                 ON SIZE ERROR
                    MOVE 99999 TO WS-INCOME-PCT
              END-COMPUTE
              IF WS-INCOME-PCT > WS-DECLINE-PCT
                 MOVE "D4" TO WS-REASON-CODE
                 PERFORM 2900-ADD-REASON
              END-IF
           END-IF.
           IF STUDENT-REQUIRED
              PERFORM 2300-CHECK-STUDENT
           END-IF.
           IF LA-DECLARED-INCOME NOT = ZERO
              AND WS-INCOME-PCT NOT > WS-DECLINE-PCT
              AND WS-INCOME-PCT > WS-REFER-PCT
              MOVE "R2" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
           END-IF.
           EVALUATE TRUE
              WHEN WS-DECLINE-COUNT > ZERO
                 MOVE "D" TO WS-DECISION
              WHEN WS-REFER-COUNT > ZERO
                 MOVE "F" TO WS-DECISION
              WHEN OTHER
                 MOVE "A" TO WS-DECISION
           END-EVALUATE.

       2300-CHECK-STUDENT.
           *> With the master unavailable the link cannot be proven
           *> either way - the application is referred for checking.
           IF LA-STUDENT-ID = ZERO
              MOVE "D5" TO WS-REASON-CODE
              PERFORM 2900-ADD-REASON
           ELSE
              OPEN INPUT STUDENT-MASTER-FILE
              IF WS-MASTER-STATUS NOT = "00"
                 MOVE "R3" TO WS-REASON-CODE
                 PERFORM 2900-ADD-REASON
              ELSE
                 MOVE LA-STUDENT-ID TO SM-STUDENT-ID
                 READ STUDENT-MASTER-FILE
                    INVALID KEY
                       MOVE "D5" TO WS-REASON-CODE
                       PERFORM 2900-ADD-REASON
                    NOT INVALID KEY
                       IF NOT SM-STUDENT-ACTIVE
                          MOVE "D5" TO WS-REASON-CODE
                          PERFORM 2900-ADD-REASON
                       END-IF
                 END-READ
                 CLOSE STUDENT-MASTER-FILE
              END-IF
           END-IF.

       2900-ADD-REASON.
           IF WS-REASON-CODE (1:1) = "D"
              ADD 1 TO WS-DECLINE-COUNT
           ELSE
              ADD 1 TO WS-REFER-COUNT
           END-IF.
           IF WS-REASON-COUNT < 3
              ADD 1 TO WS-REASON-COUNT
              MOVE WS-REASON-CODE TO WS-NEW-REASON (WS-REASON-COUNT)
           END-IF.

       3000-REVIEW-REFERRAL.
           *> The referral reasons already filed are kept with the
           *> supervisor's decision.
           MOVE SPACES TO WS-NEW-REASONS.
           MOVE ZERO TO WS-REASON-COUNT.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                 UNTIL WS-REASON-IDX > 3
              IF LA-REASON-CODE (WS-REASON-IDX) NOT = SPACES
                 ADD 1 TO WS-REASON-COUNT
                 MOVE LA-REASON-CODE (WS-REASON-IDX)
                    TO WS-NEW-REASON (WS-REASON-COUNT)
              END-IF
           END-PERFORM.
           PERFORM 3100-GET-REVIEW-DECISION.
           DISPLAY "Record this decision (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y"
              PERFORM 4000-RECORD-DECISION
           ELSE
              DISPLAY "Nothing recorded - application " WS-APPL-NUMBER
                 " stays referred."
           END-IF.

       3100-GET-REVIEW-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL REVIEW-DECISION-VALID
              DISPLAY "Supervisor decision (A)pprove or (D)ecline: "
                 WITH NO ADVANCING
              ACCEPT WS-DECISION
              IF NOT REVIEW-DECISION-VALID
                 DISPLAY "Invalid decision - enter A or D."
              END-IF
           END-PERFORM.
           *> A decline on review is always filed with D6, in the
           *> last slot if the referral reasons fill the table.
           IF DECISION-DECLINE
              IF WS-REASON-COUNT < 3
                 ADD 1 TO WS-REASON-COUNT
              END-IF
              MOVE "D6" TO WS-NEW-REASON (WS-REASON-COUNT)
           END-IF.

       4000-RECORD-DECISION.
           MOVE WS-DECISION    TO LA-STAGE.
           MOVE WS-RUN-DATE    TO LA-STAGE-DATE.
           MOVE WS-OPERATOR-ID TO LA-DECIDED-BY.
           MOVE WS-NEW-REASON (1) TO LA-REASON-CODE (1).
           MOVE WS-NEW-REASON (2) TO LA-REASON-CODE (2).
           MOVE WS-NEW-REASON (3) TO LA-REASON-CODE (3).
           REWRITE LOAN-APPLICATION-RECORD.
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "Unable to record the decision, status "
                 WS-APPL-STATUS
           ELSE
              EVALUATE TRUE
                 WHEN DECISION-APPROVE
                    DISPLAY "Application " WS-APPL-NUMBER
                       " approved - quote " LA-QUOTE-NUMBER
                       " may now be booked."
                 WHEN DECISION-DECLINE
                    DISPLAY "Application " WS-APPL-NUMBER
                       " declined."
                 WHEN DECISION-REFER
                    DISPLAY "Application " WS-APPL-NUMBER
                       " referred to a supervisor."
              END-EVALUATE
           END-IF.

       4100-SHOW-REASON.
           MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
                 UNTIL WS-TEXT-IDX > AN-REASON-COUNT
              IF AN-REASON-CODE (WS-TEXT-IDX) = WS-REASON-CODE
                 MOVE AN-REASON-TEXT (WS-TEXT-IDX) TO WS-REASON-TEXT
              END-IF
           END-PERFORM.
           DISPLAY "   " WS-REASON-CODE " " WS-REASON-TEXT.
