      * MAY CARRY THE SUBSTITUTION VARIABLES &NAME, &COURSE,
      * &TITLE, &TERM, &AMOUNT AND &DATE - CHANGING A SENTENCE IN A
      * NOTICE USED TO MEAN A PROGRAM CHANGE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - NEW (C)LASSIFY TRANSACTION FILES A TEMPLATE'S
      *            MESSAGE CATEGORY AND WHETHER IT IS A LEGALLY
      *            REQUIRED NOTICE AS LINE 000, WHICH LETTERGEN
      *            READS FOR THE CONTACT PREFERENCE CHECK AND DOES
      *            NOT PRINT. THE LIST SHOWS THE CLASSIFICATION.
      *********************************************************

       ENVIRONMENT DIVISION.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-REMOVE                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CLASSIFY               VALUE "C".
           88 TRANS-CODE-VALID             VALUES "A" "R" "L" "C".

       01  WS-TEMPLATE-ID           PIC X(8) VALUE SPACES.
       01  WS-LINE-NUMBER           PIC 9(3) VALUE ZERO.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-LINE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-CATEGORY              PIC X VALUE SPACE.
           88 CATEGORY-VALID               VALUES "A" "B" "C" "M".
       01  WS-LEGAL-NOTICE          PIC X VALUE SPACE.
           88 LEGAL-ANSWER-VALID           VALUES "Y" "N".

       PROCEDURE DIVISION.
       0000-MAIN.
                 PERFORM 5000-REMOVE-TEMPLATE-LINE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-TEMPLATE
              WHEN TRANS-CLASSIFY
                 PERFORM 7000-CLASSIFY-TEMPLATE
           END-EVALUATE.
           CLOSE TEMPLATE-FILE.
           GOBACK.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd/replace line, (R)emove"
                 " line, (L)ist template, (C)lassify template: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R,"
                    " L or C."
              END-IF
           END-PERFORM.

                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       IF LT-LINE-NUMBER = ZERO
                          DISPLAY "CATEGORY " LT-CATEGORY
                             "  LEGAL NOTICE " LT-LEGAL-NOTICE
                       ELSE
                          DISPLAY LT-LINE-NUMBER " " LT-LINE-TEXT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
              DISPLAY "Template " WS-TEMPLATE-ID " has no lines on"
                 " file."
           END-IF.

       7000-CLASSIFY-TEMPLATE.
           *> Line 000 carries the classification; the line number
           *> prompt never accepts zero, so it cannot be keyed over
           *> as text.
           PERFORM 1100-GET-TEMPLATE-ID.
           MOVE SPACE TO WS-CATEGORY.
           PERFORM UNTIL CATEGORY-VALID
              DISPLAY "Input category (A)cademic, (B)illing,"
                 " (C)ollections, (M)arketing: " WITH NO ADVANCING
              ACCEPT WS-CATEGORY
              IF NOT CATEGORY-VALID
                 DISPLAY "Invalid category - enter A, B, C or M."
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-LEGAL-NOTICE.
           PERFORM UNTIL LEGAL-ANSWER-VALID
              DISPLAY "Legally required notice - sent despite an"
                 " opt-out (Y/N): " WITH NO ADVANCING
              ACCEPT WS-LEGAL-NOTICE
              IF NOT LEGAL-ANSWER-VALID
                 DISPLAY "Invalid answer - enter Y or N."
              END-IF
           END-PERFORM.
           MOVE WS-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE ZERO           TO LT-LINE-NUMBER.
           READ TEMPLATE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           MOVE WS-TEMPLATE-ID  TO LT-TEMPLATE-ID.
           MOVE ZERO            TO LT-LINE-NUMBER.
           MOVE SPACES          TO LT-LINE-TEXT.
           MOVE WS-CATEGORY     TO LT-CATEGORY.
           MOVE WS-LEGAL-NOTICE TO LT-LEGAL-NOTICE.
           IF WS-TEMPLATE-STATUS = "00"
              REWRITE LETTER-TEMPLATE-RECORD
           ELSE
              WRITE LETTER-TEMPLATE-RECORD
           END-IF.
           IF WS-TEMPLATE-STATUS NOT = "00"
              DISPLAY "Unable to save the classification, status "
                 WS-TEMPLATE-STATUS
           ELSE
              DISPLAY "Template " WS-TEMPLATE-ID " classified."
           END-IF.
