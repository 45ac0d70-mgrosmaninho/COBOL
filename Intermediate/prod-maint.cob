       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROD-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE LOAN PRODUCT MASTER,
      * WITH MAKER/CHECKER APPROVAL IN THE STYLE OF RATE-MAINT. AN
      * ADD FILES A NEW PRODUCT'S RULES AS PENDING UNDER THE MAKER'S
      * OPERATOR ID, AND A CHANGE FILES A PROPOSED SET OF RULES
      * ALONGSIDE THE ONES IN FORCE; A DIFFERENT OPERATOR MUST
      * APPROVE EITHER BEFORE PRODLOOK WILL HAND IT OUT. THE RULES
      * USED TO BE SPREAD ACROSS LOANLIM.DAT, CAPPROD.DAT,
      * LATEFEE.DAT AND A DAY-COUNT PROMPT AT BOOKING. A PRODUCT IS
      * NEVER DELETED ONCE APPROVED - IT IS CLOSED TO NEW BUSINESS,
      * AND THE ACCOUNTS ALREADY ON IT KEEP ITS RULES.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRODUCT-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS        PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON          VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-APPROVE               VALUE "P".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "C" "P" "D"
                                                  "L".

       01  WS-PRODUCT-CODE          PIC X(4) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(20) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

      *> The rules being keyed, in the shape PRODLOOK returns them.
       COPY PRODRULE.

       01  WS-VALID-PRODUCT-SW      PIC X VALUE "N".
           88  VALID-PRODUCT-CODE          VALUE "Y".
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-MORE-PRODUCTS-SW      PIC X VALUE "Y".
           88  NO-MORE-PRODUCTS            VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF NOT TRANS-LIST
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Product changes require supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS = "35"
              CLOSE PRODUCT-MASTER-FILE
              OPEN OUTPUT PRODUCT-MASTER-FILE
              CLOSE PRODUCT-MASTER-FILE
              OPEN I-O PRODUCT-MASTER-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-PENDING-PRODUCT
              WHEN TRANS-CHANGE
                 PERFORM 2000-CHANGE-PRODUCT
              WHEN TRANS-APPROVE
                 PERFORM 4000-APPROVE-PRODUCT
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-PENDING-CHANGE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PRODUCTS
           END-EVALUATE.
           CLOSE PRODUCT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, a(P)prove, "
                 "(D)elete pending, (L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, P,"
                    " D or L."
              END-IF
           END-PERFORM.

       1000-ADD-PENDING-PRODUCT.
           PERFORM 1100-GET-PRODUCT-CODE.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-PRODUCT-STATUS = "00"
              DISPLAY "Product " WS-PRODUCT-CODE " is already on"
                 " file - use a CHANGE transaction to amend it."
           ELSE
              PERFORM 1200-GET-DESCRIPTION
              PERFORM 1300-GET-RULES
              MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
              MOVE SPACES          TO PM-DESCRIPTION
              MOVE "N"             TO PM-RECORD-STATUS
              MOVE ZERO            TO PM-MIN-PRINCIPAL
                 PM-MAX-PRINCIPAL PM-MIN-TERM-YEARS
                 PM-MAX-TERM-YEARS PM-LATE-FEE PM-NSF-FEE
                 PM-GRACE-DAYS PM-APPROVED-DATE
              MOVE SPACES          TO PM-DAY-COUNT
                 PM-CAPITALIZE-FLAG PM-ALLOC-ORDER PM-OPEN-FLAG
                 PM-CHECKER
              PERFORM 1900-FILE-PENDING-RULES
              WRITE PRODUCT-MASTER-RECORD
              IF WS-PRODUCT-STATUS NOT = "00"
                 DISPLAY "Unable to save product record, status "
                    WS-PRODUCT-STATUS
              ELSE
                 DISPLAY "Product " WS-PRODUCT-CODE " filed as"
                    " PENDING - a second operator must approve it."
              END-IF
           END-IF.

       1100-GET-PRODUCT-CODE.
           MOVE "N" TO WS-VALID-PRODUCT-SW.
           PERFORM UNTIL VALID-PRODUCT-CODE
              DISPLAY "Input loan product code (e.g. MORT): "
                 WITH NO ADVANCING
              ACCEPT WS-PRODUCT-CODE
              IF WS-PRODUCT-CODE NOT = SPACES
                 MOVE "Y" TO WS-VALID-PRODUCT-SW
              ELSE
                 DISPLAY "Invalid product code - it may not be"
                    " blank."
              END-IF
           END-PERFORM.

       1200-GET-DESCRIPTION.
           MOVE SPACES TO WS-DESCRIPTION.
           PERFORM UNTIL WS-DESCRIPTION NOT = SPACES
              DISPLAY "Input product description: "
                 WITH NO ADVANCING
              ACCEPT WS-DESCRIPTION
              IF WS-DESCRIPTION = SPACES
                 DISPLAY "The description may not be blank."
              END-IF
           END-PERFORM.

       1300-GET-RULES.
           *> Every rule is keyed in full, on a change as well as an
           *> add, so the checker approves one complete set.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input minimum principal: " WITH NO ADVANCING
              ACCEPT PR-MIN-PRINCIPAL
              DISPLAY "Input maximum principal: " WITH NO ADVANCING
              ACCEPT PR-MAX-PRINCIPAL
              IF PR-MIN-PRINCIPAL NUMERIC
                 AND PR-MAX-PRINCIPAL NUMERIC
                 AND PR-MIN-PRINCIPAL NOT = ZERO
                 AND PR-MAX-PRINCIPAL >= PR-MIN-PRINCIPAL
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid principal limits - the minimum"
                    " must be above zero and not above the maximum."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input minimum term in years: "
                 WITH NO ADVANCING
              ACCEPT PR-MIN-TERM-YEARS
              DISPLAY "Input maximum term in years: "
                 WITH NO ADVANCING
              ACCEPT PR-MAX-TERM-YEARS
              IF PR-MIN-TERM-YEARS NUMERIC
                 AND PR-MAX-TERM-YEARS NUMERIC
                 AND PR-MIN-TERM-YEARS NOT = ZERO
                 AND PR-MAX-TERM-YEARS >= PR-MIN-TERM-YEARS
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid term limits - the minimum must be"
                    " at least 1 year and not above the maximum."
              END-IF
           END-PERFORM.
           MOVE SPACE TO PR-DAY-COUNT.
           PERFORM UNTIL PR-DAYCOUNT-VALID
              DISPLAY "Default day-count convention (A)ctual/365 or"
                 " (3)0/360: " WITH NO ADVANCING
              ACCEPT PR-DAY-COUNT
              IF NOT PR-DAYCOUNT-VALID
                 DISPLAY "Invalid convention - enter A or 3."
              END-IF
           END-PERFORM.
           MOVE SPACE TO PR-CAPITALIZE-FLAG.
           PERFORM UNTIL PR-CAPITALIZE-VALID
              DISPLAY "Does unpaid interest capitalize at month"
                 " end (Y/N): " WITH NO ADVANCING
              ACCEPT PR-CAPITALIZE-FLAG
              IF NOT PR-CAPITALIZE-VALID
                 DISPLAY "Invalid answer - enter Y or N."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input late fee (e.g. 025.00): "
                 WITH NO ADVANCING
              ACCEPT PR-LATE-FEE
              DISPLAY "Input NSF fee (e.g. 020.00): "
                 WITH NO ADVANCING
              ACCEPT PR-NSF-FEE
              DISPLAY "Input grace days after the due day: "
                 WITH NO ADVANCING
              ACCEPT PR-GRACE-DAYS
              IF PR-LATE-FEE NUMERIC AND PR-NSF-FEE NUMERIC
                 AND PR-GRACE-DAYS NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid fee or grace days - enter numbers"
                    " (a zero fee is allowed)."
              END-IF
           END-PERFORM.
           MOVE SPACE TO PR-ALLOC-ORDER.
           PERFORM UNTIL PR-ALLOC-VALID
              DISPLAY "Payments go to accrued (I)nterest first or"
                 " (P)rincipal first: " WITH NO ADVANCING
              ACCEPT PR-ALLOC-ORDER
              IF NOT PR-ALLOC-VALID
                 DISPLAY "Invalid allocation order - enter I or P."
              END-IF
           END-PERFORM.
           MOVE SPACE TO PR-OPEN-FLAG.
           PERFORM UNTIL PR-OPEN-FLAG-VALID
              DISPLAY "Open for new business (Y/N): "
                 WITH NO ADVANCING
              ACCEPT PR-OPEN-FLAG
              IF NOT PR-OPEN-FLAG-VALID
                 DISPLAY "Invalid answer - enter Y or N."
              END-IF
           END-PERFORM.

       1900-FILE-PENDING-RULES.
           MOVE WS-DESCRIPTION  TO PM-PENDING-DESCRIPTION.
           MOVE PRODUCT-RULES   TO PM-PENDING-RULES.
           MOVE "P"             TO PM-CHANGE-STATUS.
           MOVE WS-OPERATOR-ID  TO PM-MAKER.

       2000-CHANGE-PRODUCT.
           *> The rules in force stay in force until a checker
           *> approves the change - accounts are never run on rules
           *> only one person has seen.
           PERFORM 1100-GET-PRODUCT-CODE.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 DISPLAY "Product " WS-PRODUCT-CODE " is not on"
                    " file - use an ADD transaction."
           END-READ.
           IF WS-PRODUCT-STATUS = "00"
              IF PM-CHANGE-PENDING
                 DISPLAY "A change filed by " PM-MAKER " is already"
                    " pending - approve or delete it first."
              ELSE
                 PERFORM 3000-DISPLAY-PRODUCT
                 PERFORM 1200-GET-DESCRIPTION
                 PERFORM 1300-GET-RULES
                 PERFORM 1900-FILE-PENDING-RULES
                 REWRITE PRODUCT-MASTER-RECORD
                 IF WS-PRODUCT-STATUS NOT = "00"
                    DISPLAY "Unable to save product change, status "
                       WS-PRODUCT-STATUS
                 ELSE
                    DISPLAY "Change to " WS-PRODUCT-CODE " filed as"
                       " PENDING - a second operator must approve"
                       " it."
                 END-IF
              END-IF
           END-IF.

       3000-DISPLAY-PRODUCT.
           DISPLAY "Product " PM-PRODUCT-CODE " " PM-DESCRIPTION
              " status " PM-RECORD-STATUS.
           IF PM-IN-FORCE
              DISPLAY "  In force: principal " PM-MIN-PRINCIPAL
                 "-" PM-MAX-PRINCIPAL " term " PM-MIN-TERM-YEARS
                 "-" PM-MAX-TERM-YEARS " yrs day count "
                 PM-DAY-COUNT " capitalize " PM-CAPITALIZE-FLAG
              DISPLAY "  Late fee " PM-LATE-FEE " NSF fee "
                 PM-NSF-FEE " grace " PM-GRACE-DAYS " alloc "
                 PM-ALLOC-ORDER " open " PM-OPEN-FLAG
                 " approved " PM-APPROVED-DATE " by " PM-CHECKER
           END-IF.
           IF PM-CHANGE-PENDING
              DISPLAY "  Pending: principal " PM-P-MIN-PRINCIPAL
                 "-" PM-P-MAX-PRINCIPAL " term "
                 PM-P-MIN-TERM-YEARS "-" PM-P-MAX-TERM-YEARS
                 " yrs day count " PM-P-DAY-COUNT " capitalize "
                 PM-P-CAPITALIZE-FLAG
              DISPLAY "  Late fee " PM-P-LATE-FEE " NSF fee "
                 PM-P-NSF-FEE " grace " PM-P-GRACE-DAYS " alloc "
                 PM-P-ALLOC-ORDER " open " PM-P-OPEN-FLAG
                 " maker " PM-MAKER
           END-IF.

       4000-APPROVE-PRODUCT.
           *> The checker leg of maker/checker: the approving
           *> operator must not be the one who filed the change.
           PERFORM 1100-GET-PRODUCT-CODE.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 DISPLAY "Product " WS-PRODUCT-CODE " is not on"
                    " file."
           END-READ.
           IF WS-PRODUCT-STATUS = "00"
              EVALUATE TRUE
                 WHEN NOT PM-CHANGE-PENDING
                    DISPLAY "Nothing is pending for that product."
                 WHEN PM-MAKER = WS-OPERATOR-ID
                    DISPLAY "Change was filed by " PM-MAKER
                       " - a different operator must approve it."
                 WHEN OTHER
                    PERFORM 3000-DISPLAY-PRODUCT
                    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                    MOVE PM-PENDING-DESCRIPTION TO PM-DESCRIPTION
                    MOVE PM-PENDING-RULES TO PM-LIVE-RULES
                    MOVE "A"              TO PM-RECORD-STATUS
                    MOVE SPACE            TO PM-CHANGE-STATUS
                    MOVE WS-OPERATOR-ID   TO PM-CHECKER
                    MOVE WS-TODAY-DATE    TO PM-APPROVED-DATE
                    REWRITE PRODUCT-MASTER-RECORD
                    IF WS-PRODUCT-STATUS NOT = "00"
                       DISPLAY "Unable to approve product, status "
                          WS-PRODUCT-STATUS
                    ELSE
                       DISPLAY "Rules for " PM-PRODUCT-CODE
                          " approved and in force."
                    END-IF
              END-EVALUATE
           END-IF.

       5000-DELETE-PENDING-CHANGE.
           *> Withdraws a change still waiting for its checker. A
           *> product that was never approved goes altogether; one
           *> in force keeps its rules and is closed to new business
           *> through a CHANGE instead.
           PERFORM 1100-GET-PRODUCT-CODE.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 DISPLAY "Product " WS-PRODUCT-CODE " is not on"
                    " file."
           END-READ.
           IF WS-PRODUCT-STATUS = "00"
              EVALUATE TRUE
                 WHEN NOT PM-CHANGE-PENDING
                    DISPLAY "Nothing is pending for that product -"
                       " an approved product is never deleted."
                 WHEN PM-NEVER-APPROVED
                    DELETE PRODUCT-MASTER-FILE
                    IF WS-PRODUCT-STATUS NOT = "00"
                       DISPLAY "Unable to delete product, status "
                          WS-PRODUCT-STATUS
                    ELSE
                       DISPLAY "Pending product deleted."
                    END-IF
                 WHEN OTHER
                    MOVE SPACES TO PM-PENDING-DESCRIPTION
                    MOVE PM-LIVE-RULES TO PM-PENDING-RULES
                    MOVE SPACE TO PM-CHANGE-STATUS
                    REWRITE PRODUCT-MASTER-RECORD
                    IF WS-PRODUCT-STATUS NOT = "00"
                       DISPLAY "Unable to withdraw change, status "
                          WS-PRODUCT-STATUS
                    ELSE
                       DISPLAY "Pending change withdrawn - the"
                          " rules in force are unchanged."
                    END-IF
              END-EVALUATE
           END-IF.

       6000-LIST-PRODUCTS.
           PERFORM UNTIL NO-MORE-PRODUCTS
              READ PRODUCT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-PRODUCTS-SW
                 NOT AT END
                    PERFORM 3000-DISPLAY-PRODUCT
              END-READ
           END-PERFORM.
