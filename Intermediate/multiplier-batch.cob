       DATE-COMPILED. 08/08/26.
      ****************************************************************
      * DESCRIPTION: BATCH EXTENDED-PRICE REPORT. READS A FILE OF
      * ITEM CODE/QUANTITY PAIRS, PRICES EACH FROM THE ITEM MASTER
      * INTO AN EXTENDED PRICE, PRINTS ONE LINE PER ITEM AND TOTALS,
      * FLAGGING ANY LINE WHOSE EXTENDED PRICE OVERFLOWS INSTEAD OF
      * LETTING IT WRAP SILENTLY.
      *----------------------------------------------------------------
      *            PIC 9(10)V99 IT WAS WIDE ENOUGH TO HOLD THE
      *            MAXIMUM POSSIBLE PRODUCT, SO THE OVERFLOW CHECK
      *            COULD NEVER FIRE.
      * 15/10/26 - ITEMS.DAT NOW CARRIES ITEM CODE AND QUANTITY ONLY.
      *            THE UNIT PRICE IS LOOKED UP ON THE ITEM MASTER,
      *            THE ITEM'S QUANTITY-DISCOUNT BREAK IS APPLIED AND
      *            TAX IS CHARGED AT ITS TAX CLASS RATE FROM THE
      *            TAXRATE CARDS. AN UNKNOWN OR DISCONTINUED ITEM, A
      *            BAD QUANTITY, AN UNRATED TAX CLASS OR AN OVERFLOW
      *            IS REJECTED TO PRICEXCP.LOG. EACH LINE SHOWS
      *            GROSS, DISCOUNT, TAX AND NET, WITH TOTALS BY TAX
      *            CLASS AHEAD OF THE GRAND TOTAL.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IM-ITEM-CODE
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "PRICEXCP.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05  IT-ITEM-CODE   PIC X(8).
           05  IT-QUANTITY    PIC 9(5).
           05  IT-QUANTITY-X  REDEFINES IT-QUANTITY PIC X(5).

       FD  PRICE-REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       FD  ITEM-MASTER-FILE.
       COPY ITEMMAST.

       FD  TAX-RATE-FILE.
       COPY TAXRATE.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX VALUE SPACES.
       01  WS-TAXRATE-STATUS          PIC XX VALUE SPACES.
       01  WS-EXCP-STATUS             PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW         PIC X VALUE "Y".
           88  NO-MORE-RECORDS               VALUE "N".

      *> Narrower than IT-QUANTITY x IM-LIST-PRICE's theoretical
      *> maximum so an oversized extended price is actually caught by
      *> the ON SIZE ERROR check below, not just always accommodated.
       01  WS-EXTENDED-PRICE  PIC 9(9)V99  VALUE ZERO.
       01  WS-DISCOUNT-PCT    PIC 9(2)V99  VALUE ZERO.
       01  WS-BREAK-QUANTITY  PIC 9(5)     VALUE ZERO.
       01  WS-DISCOUNT-AMOUNT PIC 9(9)V99  VALUE ZERO.
       01  WS-TAXABLE-AMOUNT  PIC 9(9)V99  VALUE ZERO.
       01  WS-TAX-AMOUNT      PIC 9(9)V99  VALUE ZERO.
       01  WS-NET-AMOUNT      PIC 9(9)V99  VALUE ZERO.
       01  WS-GRAND-GROSS     PIC 9(10)V99 VALUE ZERO.
       01  WS-GRAND-DISCOUNT  PIC 9(10)V99 VALUE ZERO.
       01  WS-GRAND-TAX       PIC 9(10)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01  WS-ITEM-COUNT      PIC 9(6)     VALUE ZERO.
       01  WS-REJECT-COUNT    PIC 9(6)     VALUE ZERO.
       01  WS-REJECT-REASON   PIC X(40)    VALUE SPACES.
       01  WS-SUB             PIC 9        VALUE ZERO.
       01  WS-JOB-NAME                PIC X(8) VALUE "MULTBTCH".
       01  WS-JOB-STATUS              PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT             PIC 9(6) VALUE ZERO.

      *> Tax classes from the TAXRATE cards, with their run totals.
       01  WS-TAX-CLASS-LIMIT         PIC 9(2) VALUE 10.
       01  WS-TAX-CLASS-TOTAL         PIC 9(2) VALUE ZERO.
       01  WS-TAX-SUB                 PIC 9(2) VALUE ZERO.
       01  WS-FOUND-SUB               PIC 9(2) VALUE ZERO.
       01  WS-SEARCH-CLASS            PIC X VALUE SPACE.
       01  WS-TAX-CLASS-TABLE.
           05  WS-TAX-CLASS-ENTRY     OCCURS 10 TIMES.
               10  WS-TC-CLASS        PIC X.
               10  WS-TC-DESCRIPTION  PIC X(20).
               10  WS-TC-RATE-PCT     PIC 9(2)V99.
               10  WS-TC-LINES        PIC 9(5).
               10  WS-TC-GROSS        PIC 9(10)V99.
               10  WS-TC-DISCOUNT     PIC 9(10)V99.
               10  WS-TC-TAX          PIC 9(10)V99.
               10  WS-TC-NET          PIC 9(10)V99.

       01  WS-REPORT-TITLE.
           05  FILLER            PIC X(28) VALUE
               "EXTENDED PRICE BATCH REPORT".

       01  WS-COLUMN-HEADINGS.
           05  FILLER                 PIC X(9)  VALUE "ITEM".
           05  FILLER                 PIC X(6)  VALUE "  QTY".
           05  FILLER                 PIC X(9)  VALUE "   PRICE".
           05  FILLER                 PIC X(13) VALUE "       GROSS".
           05  FILLER                 PIC X(12) VALUE "   DISCOUNT".
           05  FILLER                 PIC X(12) VALUE "        TAX".
           05  FILLER                 PIC X(13) VALUE "         NET".
           05  FILLER                 PIC X(2)  VALUE "TC".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-CODE         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-QUANTITY          PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-UNIT-PRICE        PIC Z(4)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-EXTENDED          PIC Z(8)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-DISCOUNT          PIC Z(7)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-TAX               PIC Z(7)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-NET               PIC Z(8)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-D-TAX-CLASS         PIC X.

       01  WS-REJECT-LINE.
           05  FILLER                 PIC X(15) VALUE
               "** REJECTED ** ".
           05  WS-R-ITEM-CODE         PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-R-QUANTITY          PIC X(5).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  WS-R-REASON            PIC X(40).

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                 PIC X(9)  VALUE "REJECTED ".
           05  WS-E-ITEM-CODE         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-E-QUANTITY          PIC X(5).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  WS-E-REASON            PIC X(40).

       01  WS-CLASS-HEADINGS.
           05  FILLER                 PIC X(15) VALUE
               "TAX CLASS".
           05  FILLER                 PIC X(6)  VALUE "LINES".
           05  FILLER                 PIC X(14) VALUE
               "        GROSS".
           05  FILLER                 PIC X(14) VALUE
               "     DISCOUNT".
           05  FILLER                 PIC X(14) VALUE
               "          TAX".
           05  FILLER                 PIC X(13) VALUE
               "          NET".

       01  WS-CLASS-LINE.
           05  WS-C-CLASS             PIC X.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-DESCRIPTION       PIC X(12).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-LINES             PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-GROSS             PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-DISCOUNT          PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-TAX               PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-C-NET               PIC Z(9)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(21) VALUE "GRAND TOTAL".
           05  WS-S-GROSS             PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-S-DISCOUNT          PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-S-TAX               PIC Z(9)9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WS-S-TOTAL             PIC Z(9)9.99.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(11) VALUE "ITEMS READ ".
           05  WS-K-ITEMS             PIC Z(5)9.
           05  FILLER                 PIC X(13) VALUE
               "    REJECTED ".
           05  WS-K-REJECTED          PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
              DISPLAY "Unable to open item file, status "
                 WS-ITEM-STATUS
           ELSE
              OPEN INPUT ITEM-MASTER-FILE
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open item master, status "
                    WS-MASTER-STATUS
              ELSE
                 OPEN OUTPUT PRICE-REPORT-FILE
                 OPEN EXTEND EXCEPTION-FILE
                 IF WS-EXCP-STATUS = "35"
                    OPEN OUTPUT EXCEPTION-FILE
                 END-IF
                 MOVE "STARTED" TO WS-JOB-STATUS
                 CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                    WS-JOB-ACCOUNT WS-ITEM-COUNT
                 PERFORM 0100-LOAD-TAX-RATES
                 PERFORM 1000-PRINT-HEADINGS
                 PERFORM 2000-PROCESS-ITEMS
                 PERFORM 3000-PRINT-SUMMARY
                 MOVE "COMPLETE" TO WS-JOB-STATUS
                 CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                    WS-JOB-ACCOUNT WS-ITEM-COUNT
                 CLOSE ITEM-MASTER-FILE
                 CLOSE PRICE-REPORT-FILE
                 CLOSE EXCEPTION-FILE
              END-IF
              CLOSE ITEM-FILE
           END-IF.
           GOBACK.

       0100-LOAD-TAX-RATES.
           *> Without the cards no tax class is rated, so every item
           *> is rejected rather than priced tax-free.
           MOVE ZERO TO WS-TAX-CLASS-TOTAL.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAXRATE-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TAX-RATE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 0150-ADD-TAX-CLASS
                 END-READ
              END-PERFORM
              CLOSE TAX-RATE-FILE
           ELSE
              DISPLAY "Warning: no TAXRATE cards, status "
                 WS-TAXRATE-STATUS " - no item can be priced."
           END-IF.
           MOVE "Y" TO WS-MORE-RECORDS-SW.

       0150-ADD-TAX-CLASS.
           MOVE TX-TAX-CLASS TO WS-SEARCH-CLASS.
           PERFORM 2300-FIND-TAX-CLASS.
           IF WS-FOUND-SUB > ZERO
              DISPLAY "Duplicate TAXRATE card for class "
                 TX-TAX-CLASS " ignored."
           ELSE IF TX-RATE-PCT NOT NUMERIC
              DISPLAY "TAXRATE card for class " TX-TAX-CLASS
                 " has no valid rate - ignored."
           ELSE IF WS-TAX-CLASS-TOTAL < WS-TAX-CLASS-LIMIT
              ADD 1 TO WS-TAX-CLASS-TOTAL
              MOVE TX-TAX-CLASS   TO WS-TC-CLASS (WS-TAX-CLASS-TOTAL)
              MOVE TX-DESCRIPTION
                 TO WS-TC-DESCRIPTION (WS-TAX-CLASS-TOTAL)
              MOVE TX-RATE-PCT    TO WS-TC-RATE-PCT (WS-TAX-CLASS-TOTAL)
              MOVE ZERO TO WS-TC-LINES (WS-TAX-CLASS-TOTAL)
              MOVE ZERO TO WS-TC-GROSS (WS-TAX-CLASS-TOTAL)
              MOVE ZERO TO WS-TC-DISCOUNT (WS-TAX-CLASS-TOTAL)
              MOVE ZERO TO WS-TC-TAX (WS-TAX-CLASS-TOTAL)
              MOVE ZERO TO WS-TC-NET (WS-TAX-CLASS-TOTAL)
           ELSE
              DISPLAY "Tax class table full - class " TX-TAX-CLASS
                 " ignored."
           END-IF
           END-IF
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2100-EXTEND-AND-PRINT.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-FOUND-SUB.
           IF IT-QUANTITY NOT NUMERIC OR IT-QUANTITY = ZERO
              MOVE "INVALID QUANTITY" TO WS-REJECT-REASON
           ELSE
              MOVE IT-ITEM-CODE TO IM-ITEM-CODE
              READ ITEM-MASTER-FILE
                 INVALID KEY
                    MOVE "ITEM NOT ON THE ITEM MASTER"
                       TO WS-REJECT-REASON
              END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
              IF IM-DISCONTINUED
                 MOVE "ITEM DISCONTINUED" TO WS-REJECT-REASON
              ELSE
                 MOVE IM-TAX-CLASS TO WS-SEARCH-CLASS
                 PERFORM 2300-FIND-TAX-CLASS
                 IF WS-FOUND-SUB = ZERO
                    MOVE "TAX CLASS   HAS NO TAXRATE CARD"
                       TO WS-REJECT-REASON
                    MOVE IM-TAX-CLASS TO WS-REJECT-REASON (11:1)
                 ELSE
                    PERFORM 2200-PRICE-ITEM
                 END-IF
              END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2900-WRITE-EXCEPTION
           ELSE
              ADD 1                  TO WS-TC-LINES (WS-FOUND-SUB)
              ADD WS-EXTENDED-PRICE  TO WS-TC-GROSS (WS-FOUND-SUB)
              ADD WS-DISCOUNT-AMOUNT TO WS-TC-DISCOUNT (WS-FOUND-SUB)
              ADD WS-TAX-AMOUNT      TO WS-TC-TAX (WS-FOUND-SUB)
              ADD WS-NET-AMOUNT      TO WS-TC-NET (WS-FOUND-SUB)
              ADD WS-EXTENDED-PRICE  TO WS-GRAND-GROSS
              ADD WS-DISCOUNT-AMOUNT TO WS-GRAND-DISCOUNT
              ADD WS-TAX-AMOUNT      TO WS-GRAND-TAX
              ADD WS-NET-AMOUNT      TO WS-GRAND-TOTAL
              MOVE IT-ITEM-CODE       TO WS-D-ITEM-CODE
              MOVE IT-QUANTITY        TO WS-D-QUANTITY
              MOVE IM-LIST-PRICE      TO WS-D-UNIT-PRICE
              MOVE WS-EXTENDED-PRICE  TO WS-D-EXTENDED
              MOVE WS-DISCOUNT-AMOUNT TO WS-D-DISCOUNT
              MOVE WS-TAX-AMOUNT      TO WS-D-TAX
              MOVE WS-NET-AMOUNT      TO WS-D-NET
              MOVE IM-TAX-CLASS       TO WS-D-TAX-CLASS
              MOVE WS-DETAIL-LINE     TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2200-PRICE-ITEM.
           *> The break with the largest minimum quantity the order
           *> reaches applies; tax is charged after the discount.
           MOVE ZERO TO WS-DISCOUNT-PCT.
           MOVE ZERO TO WS-BREAK-QUANTITY.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              IF IM-BREAK-QUANTITY (WS-SUB) > WS-BREAK-QUANTITY
                 AND IM-BREAK-QUANTITY (WS-SUB) <= IT-QUANTITY
                 MOVE IM-BREAK-QUANTITY (WS-SUB) TO WS-BREAK-QUANTITY
                 MOVE IM-BREAK-PCT (WS-SUB)      TO WS-DISCOUNT-PCT
              END-IF
           END-PERFORM.
           MULTIPLY IT-QUANTITY BY IM-LIST-PRICE
              GIVING WS-EXTENDED-PRICE
              ON SIZE ERROR
                 MOVE "EXTENDED PRICE OVERFLOW" TO WS-REJECT-REASON
           END-MULTIPLY.
           IF WS-REJECT-REASON = SPACES
              COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                 WS-EXTENDED-PRICE * WS-DISCOUNT-PCT / 100
              SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-EXTENDED-PRICE
                 GIVING WS-TAXABLE-AMOUNT
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 WS-TAXABLE-AMOUNT * WS-TC-RATE-PCT (WS-FOUND-SUB)
                 / 100
              ADD WS-TAXABLE-AMOUNT TO WS-TAX-AMOUNT
                 GIVING WS-NET-AMOUNT
                 ON SIZE ERROR
                    MOVE "NET PRICE OVERFLOW" TO WS-REJECT-REASON
              END-ADD
           END-IF.

       2300-FIND-TAX-CLASS.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
              UNTIL WS-TAX-SUB > WS-TAX-CLASS-TOTAL
                 OR WS-FOUND-SUB > ZERO
              IF WS-TC-CLASS (WS-TAX-SUB) = WS-SEARCH-CLASS
                 MOVE WS-TAX-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE IT-ITEM-CODE     TO WS-E-ITEM-CODE.
           MOVE IT-QUANTITY-X    TO WS-E-QUANTITY.
           MOVE WS-REJECT-REASON TO WS-E-REASON.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE IT-ITEM-CODE     TO WS-R-ITEM-CODE.
           MOVE IT-QUANTITY-X    TO WS-R-QUANTITY.
           MOVE WS-REJECT-REASON TO WS-R-REASON.
           MOVE WS-REJECT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLASS-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
              UNTIL WS-TAX-SUB > WS-TAX-CLASS-TOTAL
              MOVE WS-TC-CLASS (WS-TAX-SUB)       TO WS-C-CLASS
              MOVE WS-TC-DESCRIPTION (WS-TAX-SUB) TO WS-C-DESCRIPTION
              MOVE WS-TC-LINES (WS-TAX-SUB)       TO WS-C-LINES
              MOVE WS-TC-GROSS (WS-TAX-SUB)       TO WS-C-GROSS
              MOVE WS-TC-DISCOUNT (WS-TAX-SUB)    TO WS-C-DISCOUNT
              MOVE WS-TC-TAX (WS-TAX-SUB)         TO WS-C-TAX
              MOVE WS-TC-NET (WS-TAX-SUB)         TO WS-C-NET
              MOVE WS-CLASS-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-GROSS    TO WS-S-GROSS.
           MOVE WS-GRAND-DISCOUNT TO WS-S-DISCOUNT.
           MOVE WS-GRAND-TAX      TO WS-S-TAX.
           MOVE WS-GRAND-TOTAL    TO WS-S-TOTAL.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEM-COUNT   TO WS-K-ITEMS.
           MOVE WS-REJECT-COUNT TO WS-K-REJECTED.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
