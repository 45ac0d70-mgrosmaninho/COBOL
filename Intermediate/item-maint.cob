       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE ITEM MASTER, IN THE
      * STYLE OF CALCERT-MAINT. (A)DDS AN ITEM - DESCRIPTION, UNIT
      * OF MEASURE, LIST PRICE, TAX CLASS AND UP TO FIVE QUANTITY-
      * DISCOUNT BREAKS - (C)HANGES ONE, INCLUDING MARKING IT
      * DISCONTINUED, (D)ELETES ONE KEYED IN WRONG AND (L)ISTS THE
      * MASTER. A TAX CLASS WITH NO TAXRATE CARD IS ACCEPTED WITH A
      * WARNING, SINCE THE EXTENDED-PRICE BATCH WILL NOT PRICE THE
      * ITEM UNTIL THE CARD IS ADDED. EACH ADD OR CHANGE IS STAMPED
      * WITH THE DATE AND THE SIGNED-ON OPERATOR.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IM-ITEM-CODE
              FILE STATUS IS WS-ITEM-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       COPY ITEMMAST.

       FD  TAX-RATE-FILE.
       COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS           PIC XX VALUE SPACES.
       01  WS-TAXRATE-STATUS        PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON          VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "C" "D" "L".

       01  WS-ITEM-CODE             PIC X(8) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-UNIT-OF-MEASURE       PIC X(4) VALUE SPACES.
       01  WS-LIST-PRICE            PIC 9(5)V99 VALUE ZERO.
       01  WS-TAX-CLASS             PIC X VALUE SPACE.
       01  WS-ITEM-STATUS-CODE      PIC X VALUE "A".
           88  ITEM-STATUS-VALID           VALUES "A" "D".
       01  WS-BREAK-COUNT           PIC 9 VALUE ZERO.
       01  WS-BREAKS.
           05  WS-BREAK             OCCURS 5 TIMES.
               10  WS-BREAK-QUANTITY PIC 9(5).
               10  WS-BREAK-PCT     PIC 9(2)V99.
       01  WS-SUB                   PIC 9 VALUE ZERO.
       01  WS-PRIOR-QUANTITY        PIC 9(5) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-CLASS-FOUND-SW        PIC X VALUE "N".
           88  TAX-CLASS-FOUND             VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-ITEM-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-LIST-LINE.
           05  WS-L-ITEM-CODE       PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-DESCRIPTION     PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-UNIT            PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-LIST-PRICE      PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-TAX-CLASS       PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-STATUS          PIC X(12).

       01  WS-BREAK-LINE.
           05  FILLER               PIC X(17) VALUE
               "   DISCOUNT FROM ".
           05  WS-B-QUANTITY        PIC ZZZZ9.
           05  FILLER               PIC X(3)  VALUE "   ".
           05  WS-B-PCT             PIC Z9.99.
           05  FILLER               PIC X(2)  VALUE " %".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D"
                    " or L."
              END-IF
           END-PERFORM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = "35"
              CLOSE ITEM-MASTER-FILE
              OPEN OUTPUT ITEM-MASTER-FILE
              CLOSE ITEM-MASTER-FILE
              OPEN I-O ITEM-MASTER-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-ITEM
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-ITEM
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-ITEM
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-ITEMS
           END-EVALUATE.
           CLOSE ITEM-MASTER-FILE.
           GOBACK.

       1000-ADD-ITEM.
           PERFORM 1100-GET-ITEM-CODE.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ITEM-STATUS = "00"
              DISPLAY "Item " WS-ITEM-CODE " is already on the item"
                 " master - use a CHANGE transaction."
           ELSE
              PERFORM 1200-GET-ITEM-DETAILS
              MOVE WS-ITEM-CODE TO IM-ITEM-CODE
              PERFORM 1500-MOVE-DETAILS-TO-RECORD
              WRITE ITEM-MASTER-RECORD
              IF WS-ITEM-STATUS NOT = "00"
                 DISPLAY "Unable to save item, status "
                    WS-ITEM-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ITEM
              END-IF
           END-IF.

       1100-GET-ITEM-CODE.
           MOVE SPACES TO WS-ITEM-CODE.
           PERFORM UNTIL WS-ITEM-CODE NOT = SPACES
              DISPLAY "Input item code: " WITH NO ADVANCING
              ACCEPT WS-ITEM-CODE
              IF WS-ITEM-CODE = SPACES
                 DISPLAY "Invalid item code - it may not be blank."
              END-IF
           END-PERFORM.

       1200-GET-ITEM-DETAILS.
           DISPLAY "Input description: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.
           DISPLAY "Input unit of measure: " WITH NO ADVANCING.
           MOVE SPACES TO WS-UNIT-OF-MEASURE.
           ACCEPT WS-UNIT-OF-MEASURE.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input list price: " WITH NO ADVANCING
              ACCEPT WS-LIST-PRICE
              IF WS-LIST-PRICE NUMERIC AND WS-LIST-PRICE > ZERO
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid price - enter 0.01 through"
                    " 99999.99."
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-TAX-CLASS.
           PERFORM UNTIL WS-TAX-CLASS NOT = SPACE
              DISPLAY "Input tax class: " WITH NO ADVANCING
              ACCEPT WS-TAX-CLASS
              IF WS-TAX-CLASS = SPACE
                 DISPLAY "Invalid tax class - it may not be blank."
              END-IF
           END-PERFORM.
           PERFORM 1300-CHECK-TAX-CLASS.
           MOVE SPACE TO WS-ITEM-STATUS-CODE.
           PERFORM UNTIL ITEM-STATUS-VALID
              DISPLAY "Input status (A)ctive or (D)iscontinued: "
                 WITH NO ADVANCING
              ACCEPT WS-ITEM-STATUS-CODE
              IF NOT ITEM-STATUS-VALID
                 DISPLAY "Invalid status - enter A or D."
              END-IF
           END-PERFORM.
           PERFORM 1400-GET-DISCOUNT-BREAKS.

       1300-CHECK-TAX-CLASS.
           *> Only a warning - the class may simply not have its card
           *> yet.
           MOVE "N" TO WS-CLASS-FOUND-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS OR TAX-CLASS-FOUND
                 READ TAX-RATE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF TX-TAX-CLASS = WS-TAX-CLASS
                          MOVE "Y" TO WS-CLASS-FOUND-SW
                          DISPLAY "Tax class " WS-TAX-CLASS " is "
                             TX-DESCRIPTION " at " TX-RATE-PCT " %."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-FILE
           END-IF.
           IF NOT TAX-CLASS-FOUND
              DISPLAY "Warning: tax class " WS-TAX-CLASS " has no"
                 " TAXRATE card - the item will not be priced"
                 " until it does."
           END-IF.

       1400-GET-DISCOUNT-BREAKS.
           *> Each break's minimum quantity must be above the one
           *> before it.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input number of quantity-discount breaks"
                 " (0-5): " WITH NO ADVANCING
              ACCEPT WS-BREAK-COUNT
              IF WS-BREAK-COUNT NUMERIC AND WS-BREAK-COUNT <= 5
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid count - enter 0 through 5."
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WS-BREAKS.
           MOVE ZERO TO WS-PRIOR-QUANTITY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-BREAK-COUNT
              MOVE "N" TO WS-VALID-ENTRY-SW
              PERFORM UNTIL VALID-ENTRY
                 DISPLAY "Break " WS-SUB " - input minimum quantity: "
                    WITH NO ADVANCING
                 ACCEPT WS-BREAK-QUANTITY (WS-SUB)
                 IF WS-BREAK-QUANTITY (WS-SUB) NUMERIC
                    AND WS-BREAK-QUANTITY (WS-SUB) > WS-PRIOR-QUANTITY
                    MOVE "Y" TO WS-VALID-ENTRY-SW
                 ELSE
                    DISPLAY "Invalid quantity - enter more than "
                       WS-PRIOR-QUANTITY "."
                 END-IF
              END-PERFORM
              MOVE WS-BREAK-QUANTITY (WS-SUB) TO WS-PRIOR-QUANTITY
              MOVE "N" TO WS-VALID-ENTRY-SW
              PERFORM UNTIL VALID-ENTRY
                 DISPLAY "Break " WS-SUB " - input discount percent: "
                    WITH NO ADVANCING
                 ACCEPT WS-BREAK-PCT (WS-SUB)
                 IF WS-BREAK-PCT (WS-SUB) NUMERIC
                    AND WS-BREAK-PCT (WS-SUB) > ZERO
                    MOVE "Y" TO WS-VALID-ENTRY-SW
                 ELSE
                    DISPLAY "Invalid percent - enter 0.01 through"
                       " 99.99."
                 END-IF
              END-PERFORM
           END-PERFORM.

       1500-MOVE-DETAILS-TO-RECORD.
           MOVE WS-DESCRIPTION      TO IM-DESCRIPTION.
           MOVE WS-UNIT-OF-MEASURE  TO IM-UNIT-OF-MEASURE.
           MOVE WS-LIST-PRICE       TO IM-LIST-PRICE.
           MOVE WS-TAX-CLASS        TO IM-TAX-CLASS.
           MOVE WS-ITEM-STATUS-CODE TO IM-STATUS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              MOVE WS-BREAK-QUANTITY (WS-SUB)
                 TO IM-BREAK-QUANTITY (WS-SUB)
              MOVE WS-BREAK-PCT (WS-SUB) TO IM-BREAK-PCT (WS-SUB)
           END-PERFORM.
           MOVE WS-TODAY-DATE       TO IM-UPDATED-DATE.
           MOVE WS-OPERATOR-ID      TO IM-UPDATED-BY.

       3000-DISPLAY-ITEM.
           DISPLAY "Item: " IM-ITEM-CODE.
           DISPLAY "Description is: " IM-DESCRIPTION.
           DISPLAY "Unit of measure is: " IM-UNIT-OF-MEASURE.
           DISPLAY "List price is: " IM-LIST-PRICE.
           DISPLAY "Tax class is: " IM-TAX-CLASS.
           IF IM-DISCONTINUED
              DISPLAY "Status is: DISCONTINUED"
           ELSE
              DISPLAY "Status is: ACTIVE"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF IM-BREAK-QUANTITY (WS-SUB) > ZERO
                 MOVE IM-BREAK-QUANTITY (WS-SUB) TO WS-B-QUANTITY
                 MOVE IM-BREAK-PCT (WS-SUB)      TO WS-B-PCT
                 DISPLAY WS-BREAK-LINE
              END-IF
           END-PERFORM.
           DISPLAY "Last updated " IM-UPDATED-DATE " by "
              IM-UPDATED-BY ".".

       4000-CHANGE-ITEM.
           PERFORM 1100-GET-ITEM-CODE.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
              INVALID KEY
                 DISPLAY "Item " WS-ITEM-CODE " is not on the item"
                    " master - nothing changed."
           END-READ.
           IF WS-ITEM-STATUS = "00"
              PERFORM 3000-DISPLAY-ITEM
              PERFORM 1200-GET-ITEM-DETAILS
              PERFORM 1500-MOVE-DETAILS-TO-RECORD
              REWRITE ITEM-MASTER-RECORD
              IF WS-ITEM-STATUS NOT = "00"
                 DISPLAY "Unable to change item, status "
                    WS-ITEM-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ITEM
              END-IF
           END-IF.

       5000-DELETE-ITEM.
           *> Deleting is for an item keyed in wrong; one that is no
           *> longer sold is changed to discontinued instead.
           PERFORM 1100-GET-ITEM-CODE.
           MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
              INVALID KEY
                 DISPLAY "Item " WS-ITEM-CODE " is not on the item"
                    " master - nothing deleted."
           END-READ.
           IF WS-ITEM-STATUS = "00"
              DELETE ITEM-MASTER-FILE
              IF WS-ITEM-STATUS NOT = "00"
                 DISPLAY "Unable to delete item, status "
                    WS-ITEM-STATUS
              ELSE
                 DISPLAY "Item " WS-ITEM-CODE " deleted."
              END-IF
           END-IF.

       6000-LIST-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO IM-ITEM-CODE.
           START ITEM-MASTER-FILE KEY IS >= IM-ITEM-CODE
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ITEM-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE IM-ITEM-CODE       TO WS-L-ITEM-CODE
                    MOVE IM-DESCRIPTION     TO WS-L-DESCRIPTION
                    MOVE IM-UNIT-OF-MEASURE TO WS-L-UNIT
                    MOVE IM-LIST-PRICE      TO WS-L-LIST-PRICE
                    MOVE IM-TAX-CLASS       TO WS-L-TAX-CLASS
                    IF IM-DISCONTINUED
                       MOVE "DISCONTINUED" TO WS-L-STATUS
                    ELSE
                       MOVE SPACES TO WS-L-STATUS
                    END-IF
                    DISPLAY WS-LIST-LINE
              END-READ
           END-PERFORM.
           DISPLAY WS-ITEM-COUNT " item(s) on the item master.".
