      *            EVERY CO-BORROWER OR GUARANTOR FLAGGED FOR
      *            COPIES ON COBORROW.DAT - THE PARENT WHO
      *            CO-SIGNED USED TO NEVER HEAR FROM COLLECTIONS.
      * 15/10/26 - EACH LETTER AND EACH CO-BORROWER COPY NOW GOES
      *            THROUGH PREFCHK FOR THE PERSON'S COLLECTIONS
      *            CONTACT PREFERENCE: EMAIL OR SMS PUTS IT ON THE
      *            ELECTRONIC EXTRACT INSTEAD OF DUNNING.PRT, AN
      *            OPT-OUT WITHHOLDS IT - EXCEPT THE FINAL DEMAND,
      *            WHICH IS A LEGALLY REQUIRED NOTICE AND ALWAYS
      *            GOES BY POST. A CO-BORROWER WHO WANTS PAPER GETS
      *            THE LETTER PRINTED EVEN WHEN THE BORROWER DOES
      *            NOT. THE LADDER STILL STEPS ON - A WITHHELD
      *            LETTER IS NOT RETRIED. THE SUMMARY COUNTS
      *            LETTERS SENT ELECTRONICALLY AND WITHHELD.
      * 15/10/26 - AN ACCOUNT IN A FORBEARANCE OR DEFERMENT PERIOD
      *            ON THE RUN DATE (CHECKED THROUGH FORBCHK) IS NOW
      *            TREATED AS CURRENT - NO LETTER, AND THE LADDER
      *            STEPS BACK SO IT STARTS OVER AFTER THE PERIOD.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-REQUIRED-LEVEL         PIC 9 VALUE ZERO.
       01  WS-NEXT-LEVEL             PIC 9 VALUE ZERO.
       01  WS-LAST-LEVEL             PIC 9 VALUE ZERO.
       01  WS-FORB-SW                PIC X VALUE "N".
           88  IN-FORBEARANCE               VALUE "Y".
       01  WS-FORB-ACCRUE-SW         PIC X VALUE "Y".
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-FORB-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "DUNNING".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Y-ADDRESS          PIC X(30).

       01  WS-PREF-PERSON-TYPE       PIC X VALUE "B".
       01  WS-PREF-PERSON-SEQ        PIC 9(2) VALUE ZERO.
       01  WS-PREF-CATEGORY          PIC X VALUE "C".
       01  WS-PREF-LEGAL-SW          PIC X VALUE "N".
       01  WS-PREF-SOURCE            PIC X(8) VALUE "DUNNING".
       01  WS-PREF-ITEM              PIC X(12) VALUE SPACES.
       01  WS-PREF-TEXT              PIC X(60) VALUE SPACES.
       01  WS-PREF-ROUTE             PIC X VALUE "P".
           88  ROUTE-BY-POST                VALUE "P".
           88  ROUTE-WITHHELD               VALUE "N".
       01  WS-LETTER-PRINTED-SW      PIC X VALUE "N".
           88  LETTER-PRINTED               VALUE "Y".
       01  WS-ELECTRONIC-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-WITHHELD-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-T-BALANCE              PIC ZZZ,ZZ9.99.

       01  WS-FIRST-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SECOND-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-FINAL-COUNT            PIC 9(6) VALUE ZERO.
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (PF-LAST-PAYMENT-DATE)
           END-IF.
           *> No installment is owed during a forbearance or
           *> deferment period, so the account counts as current.
           CALL "FORBCHK" USING PF-ACCOUNT-ID WS-RUN-DATE
              WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
              WS-FORB-END-DATE.
           IF IN-FORBEARANCE
              MOVE ZERO TO WS-DAYS-SINCE
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-SINCE < 30
                 MOVE 0 TO WS-REQUIRED-LEVEL
                 ADD 1 TO WS-FINAL-COUNT
                 MOVE "FINAL DEMAND         " TO WS-L-LEVEL-TEXT
           END-EVALUATE.
           *> The final demand is the legally required notice - an
           *> opt-out does not stop it.
           IF WS-NEXT-LEVEL = 3
              MOVE "Y" TO WS-PREF-LEGAL-SW
           ELSE
              MOVE "N" TO WS-PREF-LEGAL-SW
           END-IF.
           MOVE "N" TO WS-LETTER-PRINTED-SW.
           MOVE "B" TO WS-PREF-PERSON-TYPE.
           MOVE ZERO TO WS-PREF-PERSON-SEQ.
           PERFORM 2310-CHECK-PREFERENCE.
           EVALUATE TRUE
              WHEN ROUTE-BY-POST
                 PERFORM 2320-PRINT-LETTER-BODY
              WHEN ROUTE-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-ELECTRONIC-COUNT
           END-EVALUATE.
           PERFORM 2350-PRINT-COPY-TO-LINES.
           IF LETTER-PRINTED
              MOVE WS-PAGE-SEPARATOR TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.

       2310-CHECK-PREFERENCE.
           MOVE SPACES TO WS-PREF-ITEM.
           STRING "DUNNING LVL" DELIMITED BY SIZE
              WS-NEXT-LEVEL DELIMITED BY SIZE
              INTO WS-PREF-ITEM.
           COMPUTE WS-T-BALANCE =
              PF-PRINCIPAL + PF-ACCRUED-INTEREST.
           MOVE SPACES TO WS-PREF-TEXT.
           STRING WS-L-LEVEL-TEXT DELIMITED BY "  "
              " ACCOUNT " DELIMITED BY SIZE
              PF-ACCOUNT-ID DELIMITED BY SIZE
              " BALANCE " DELIMITED BY SIZE
              WS-T-BALANCE DELIMITED BY SIZE
              INTO WS-PREF-TEXT.
           CALL "PREFCHK" USING WS-PREF-PERSON-TYPE PF-ACCOUNT-ID
              WS-PREF-PERSON-SEQ WS-PREF-CATEGORY WS-PREF-LEGAL-SW
              WS-PREF-SOURCE WS-PREF-ITEM WS-PREF-TEXT
              WS-PREF-ROUTE.

       2320-PRINT-LETTER-BODY.
           MOVE "Y" TO WS-LETTER-PRINTED-SW.
           MOVE PF-ACCOUNT-ID TO WS-L-ACCOUNT-ID.
           MOVE WS-RUN-DATE   TO WS-L-DATE.
           MOVE WS-LETTER-HEADER TO LETTER-LINE.
           MOVE WS-DAYS-SINCE TO WS-L-DAYS.
           MOVE WS-LETTER-BODY-2 TO LETTER-LINE.
           WRITE LETTER-LINE.

       2350-PRINT-COPY-TO-LINES.
           *> A co-borrower or guarantor flagged for copies hears
           *> from collections too, by their own preference - a
           *> paper copy prints the letter if the borrower's did
           *> not.
           IF COBOR-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-COBORS-SW
              MOVE PF-ACCOUNT-ID TO CB-ACCOUNT-ID
                          MOVE "N" TO WS-MORE-COBORS-SW
                       ELSE
                          IF CB-COPY-LETTERS
                             PERFORM 2360-COPY-ONE-COBORROWER
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2360-COPY-ONE-COBORROWER.
           MOVE "C" TO WS-PREF-PERSON-TYPE.
           MOVE CB-SEQUENCE TO WS-PREF-PERSON-SEQ.
           PERFORM 2310-CHECK-PREFERENCE.
           IF ROUTE-BY-POST
              IF NOT LETTER-PRINTED
                 PERFORM 2320-PRINT-LETTER-BODY
              END-IF
              MOVE CB-NAME    TO WS-Y-NAME
              MOVE CB-ADDRESS TO WS-Y-ADDRESS
              MOVE WS-COPY-LINE TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.

       2400-SAVE-DUNNING-STATE.
           MOVE PF-ACCOUNT-ID TO DN-ACCOUNT-ID.
           MOVE WS-NEXT-LEVEL TO DN-LAST-LEVEL.
           MOVE WS-FINAL-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENT ELECTRONICALLY" TO WS-S-LABEL.
           MOVE WS-ELECTRONIC-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WITHHELD - OPTED OUT" TO WS-S-LABEL.
           MOVE WS-WITHHELD-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS STEPPED BACK" TO WS-S-LABEL.
           MOVE WS-RESET-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
