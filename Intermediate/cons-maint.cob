       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONS-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE CONSOLIDATED BILLING
      * FILE, IN THE STYLE OF PERIOD-MAINT. (E)NROLS A BORROWER WITH
      * TWO OR MORE ACTIVE LOANS - OR CHANGES AN ENROLMENT - WITH
      * ONE COMMON DUE DAY AND THE RULE A SINGLE PAYMENT IS SPLIT BY
      * (OLDEST-DUE FIRST OR PRO-RATA), (X) ENDS AN ENROLMENT, AND
      * (L)ISTS EVERY BORROWER ON FILE. ON ENROLMENT EVERY LOAN OF
      * THE BORROWER ALREADY IN REPAYMENT IS MOVED TO THE COMMON DUE
      * DAY; PAYMENT-DUE-BATCH THEN PRINTS ONE CONSOLIDATED BILL IN
      * PLACE OF A NOTICE PER LOAN. ENDING AN ENROLMENT LEAVES THE
      * DUE DAYS AS THEY STAND.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSOLIDATED-BILL-FILE ASSIGN TO "CONSBILL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-STUDENT-ID
              FILE STATUS IS WS-CONSBILL-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOLIDATED-BILL-FILE.
       COPY CONSBILL.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       WORKING-STORAGE SECTION.
       01  WS-CONSBILL-STATUS       PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ENROL                  VALUE "E".
           88 TRANS-END                    VALUE "X".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "E" "X" "L".

       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-DUE-DAY               PIC 9(2) VALUE ZERO.
       01  WS-SPLIT-RULE            PIC X VALUE SPACE.
           88 VALID-SPLIT-RULE             VALUES "O" "P".
       01  WS-LOAN-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-REALIGN-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-MASTER-SW        PIC X VALUE "Y".
           88 NO-MORE-MASTER               VALUE "N".
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-STATUS-TEXT           PIC X(6) VALUE SPACES.
       01  WS-RULE-TEXT             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN I-O CONSOLIDATED-BILL-FILE.
           IF WS-CONSBILL-STATUS = "35"
              CLOSE CONSOLIDATED-BILL-FILE
              OPEN OUTPUT CONSOLIDATED-BILL-FILE
              CLOSE CONSOLIDATED-BILL-FILE
              OPEN I-O CONSOLIDATED-BILL-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ENROL
                 OPEN I-O PORTFOLIO-FILE
                 IF WS-PORTFOLIO-STATUS NOT = "00"
                    DISPLAY "Unable to open loan portfolio file,"
                       " status " WS-PORTFOLIO-STATUS
                 ELSE
                    PERFORM 1000-ENROL-BORROWER
                    CLOSE PORTFOLIO-FILE
                 END-IF
              WHEN TRANS-END
                 PERFORM 2000-END-ENROLMENT
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-ENROLMENTS
           END-EVALUATE.
           CLOSE CONSOLIDATED-BILL-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (E)nrol or change, (X) end,"
                 " (L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter E, X"
                    " or L."
              END-IF
           END-PERFORM.

       0200-GET-STUDENT-ID.
           MOVE ZERO TO WS-STUDENT-ID.
           PERFORM UNTIL WS-STUDENT-ID > 0
              DISPLAY "Input borrower's student id: "
                 WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              IF WS-STUDENT-ID = 0
                 DISPLAY "Invalid student id - enter a non-zero"
                    " number."
              END-IF
           END-PERFORM.

       1000-ENROL-BORROWER.
           PERFORM 0200-GET-STUDENT-ID.
           PERFORM 1100-COUNT-ACTIVE-LOANS.
           IF WS-LOAN-COUNT < 2
              DISPLAY "Student " WS-STUDENT-ID " has " WS-LOAN-COUNT
                 " active loan(s) - consolidated billing needs at"
                 " least two."
           ELSE
              PERFORM 1200-GET-BILLING-TERMS
              MOVE WS-STUDENT-ID TO CG-STUDENT-ID
              READ CONSOLIDATED-BILL-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              EVALUATE TRUE
                 WHEN WS-CONSBILL-STATUS = "00"
                    PERFORM 1300-FILL-ENROLMENT
                    REWRITE CONSOLIDATED-BILL-RECORD
                 WHEN OTHER
                    MOVE WS-STUDENT-ID TO CG-STUDENT-ID
                    PERFORM 1300-FILL-ENROLMENT
                    WRITE CONSOLIDATED-BILL-RECORD
              END-EVALUATE
              IF WS-CONSBILL-STATUS NOT = "00"
                 DISPLAY "Unable to file the enrolment, status "
                    WS-CONSBILL-STATUS
              ELSE
                 PERFORM 1400-REALIGN-DUE-DAYS
                 DISPLAY "Student " WS-STUDENT-ID " enrolled for"
                    " consolidated billing on due day " WS-DUE-DAY
                    " - " WS-REALIGN-COUNT " loan(s) in repayment"
                    " moved to it."
              END-IF
           END-IF.

       1100-COUNT-ACTIVE-LOANS.
           *> The portfolio has no student-id key, so it is read
           *> through from the top.
           MOVE ZERO TO WS-LOAN-COUNT.
           MOVE "Y" TO WS-MORE-MASTER-SW.
           MOVE ZERO TO PF-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS >= PF-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-MASTER-SW
           END-START.
           PERFORM UNTIL NO-MORE-MASTER
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-MASTER-SW
                 NOT AT END
                    IF PF-STUDENT-ID = WS-STUDENT-ID
                       AND PF-ACCT-ACTIVE
                       ADD 1 TO WS-LOAN-COUNT
                    END-IF
              END-READ
           END-PERFORM.

       1200-GET-BILLING-TERMS.
           MOVE ZERO TO WS-DUE-DAY.
           PERFORM UNTIL WS-DUE-DAY >= 1 AND WS-DUE-DAY <= 28
              DISPLAY "Input common due day of month (1-28): "
                 WITH NO ADVANCING
              ACCEPT WS-DUE-DAY
              IF WS-DUE-DAY < 1 OR WS-DUE-DAY > 28
                 DISPLAY "Invalid due day - enter 1 through 28, so"
                    " every month has it."
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-SPLIT-RULE.
           PERFORM UNTIL VALID-SPLIT-RULE
              DISPLAY "Split a payment (O)ldest-due first or"
                 " (P)ro-rata: " WITH NO ADVANCING
              ACCEPT WS-SPLIT-RULE
              IF NOT VALID-SPLIT-RULE
                 DISPLAY "Invalid split rule - enter O or P."
              END-IF
           END-PERFORM.

       1300-FILL-ENROLMENT.
           MOVE WS-DUE-DAY     TO CG-DUE-DAY.
           MOVE WS-SPLIT-RULE  TO CG-SPLIT-RULE.
           MOVE "A"            TO CG-STATUS.
           MOVE WS-OPERATOR-ID TO CG-ENROLLED-BY.
           MOVE WS-RUN-DATE    TO CG-ENROLLED-DATE.
           MOVE SPACES         TO CG-ENDED-BY.
           MOVE ZERO           TO CG-ENDED-DATE.

       1400-REALIGN-DUE-DAYS.
           *> Only loans already in repayment carry a due day - the
           *> rest take the common one when their grace runs out.
           MOVE ZERO TO WS-REALIGN-COUNT.
           MOVE "Y" TO WS-MORE-MASTER-SW.
           MOVE ZERO TO PF-ACCOUNT-ID.
           START PORTFOLIO-FILE KEY IS >= PF-ACCOUNT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-MASTER-SW
           END-START.
           PERFORM UNTIL NO-MORE-MASTER
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-MASTER-SW
                 NOT AT END
                    IF PF-STUDENT-ID = WS-STUDENT-ID
                       AND PF-ACCT-ACTIVE
                       AND PF-DUE-DAY NOT = ZERO
                       AND PF-DUE-DAY NOT = WS-DUE-DAY
                       MOVE WS-DUE-DAY TO PF-DUE-DAY
                       REWRITE PORTFOLIO-RECORD
                       IF WS-PORTFOLIO-STATUS NOT = "00"
                          DISPLAY "Unable to move account "
                             PF-ACCOUNT-ID " to the common due day,"
                             " status " WS-PORTFOLIO-STATUS
                       ELSE
                          ADD 1 TO WS-REALIGN-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2000-END-ENROLMENT.
           PERFORM 0200-GET-STUDENT-ID.
           MOVE WS-STUDENT-ID TO CG-STUDENT-ID.
           READ CONSOLIDATED-BILL-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-CONSBILL-STATUS NOT = "00"
              OR NOT CG-ACTIVE
              DISPLAY "Student " WS-STUDENT-ID " is not on"
                 " consolidated billing - nothing to end."
           ELSE
              MOVE "E"            TO CG-STATUS
              MOVE WS-OPERATOR-ID TO CG-ENDED-BY
              MOVE WS-RUN-DATE    TO CG-ENDED-DATE
              REWRITE CONSOLIDATED-BILL-RECORD
              IF WS-CONSBILL-STATUS NOT = "00"
                 DISPLAY "Unable to end the enrolment, status "
                    WS-CONSBILL-STATUS
              ELSE
                 DISPLAY "Consolidated billing ended for student "
                    WS-STUDENT-ID " - each loan is billed on its"
                    " own from the next due-notice run."
              END-IF
           END-IF.

       6000-LIST-ENROLMENTS.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM UNTIL NO-MORE-RECORDS
              READ CONSOLIDATED-BILL-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF CG-ACTIVE
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
                    ELSE
                       MOVE "ENDED" TO WS-STATUS-TEXT
                    END-IF
                    IF CG-SPLIT-PRO-RATA
                       MOVE "PRO-RATA" TO WS-RULE-TEXT
                    ELSE
                       MOVE "OLDEST DUE" TO WS-RULE-TEXT
                    END-IF
                    DISPLAY CG-STUDENT-ID " " WS-STATUS-TEXT
                       " DUE DAY " CG-DUE-DAY " SPLIT " WS-RULE-TEXT
                       " ENROLLED BY " CG-ENROLLED-BY " ON "
                       CG-ENROLLED-DATE
                    IF CG-ENDED-DATE > 0
                       DISPLAY "       ENDED BY " CG-ENDED-BY
                          " ON " CG-ENDED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "No borrower is on consolidated billing."
           END-IF.
