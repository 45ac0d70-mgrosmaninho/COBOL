       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOWANCE-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTH-END LOAN-LOSS ALLOWANCE RUN. BUCKETS
      * EVERY ACTIVE PORTFOLIO ACCOUNT THROUGH THE SHARED DPDBUCKT
      * ROUTINE - THE SAME BUCKETS AS THE AGING REPORT - AND
      * RESERVES EACH PRODUCT'S BUCKET BALANCES AT THE LOSSRATE.DAT
      * RATES. AN ACCOUNT FLAGGED ON SPECRES.DAT IS RESERVED AT ITS
      * OWN PERCENTAGE INSTEAD. THE REQUIRED ALLOWANCE IS COMPARED
      * WITH LAST MONTH'S CLOSING ON ALLOWHST.DAT, AFTER THE MONTH'S
      * CHARGE-OFFS AND RECOVERIES OFF RECOVERY.DAT, AND THE
      * DIFFERENCE IS APPENDED TO THE DAY'S GLEXTRCT.DAT AS AN
      * ALLOWINC (INCREASE) OR ALLOWREL (RELEASE) DEBIT/CREDIT PAIR
      * AGAINST ITS GLMAP.DAT MAPPING - SO IT MUST RUN AFTER
      * GL-POST-BATCH HAS WRITTEN THE DAY'S EXTRACT. ALLOWANC.PRT
      * SHOWS THE RESERVE WORKINGS AND THE ALLOWANCE ROLL-FORWARD
      * AND IS REGISTERED WITH SPOOLREG. WITH NO MAPPING FOR THE
      * MOVEMENT NOTHING IS POSTED OR RECORDED AND THE JOB LOGS
      * FAILED, SO IT CAN BE RERUN ONCE THE MAPPING IS SET UP. A
      * RERUN IN A MONTH ALREADY ON ALLOWHST.DAT POSTS ONLY THE
      * DIFFERENCE FROM THE PROVISION THE EARLIER RUN POSTED.
      * FINANCE USED TO WORK THIS OUT IN A SPREADSHEET FROM THE
      * AGING REPORT PRINTOUT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT LOSS-RATE-FILE ASSIGN TO "LOSSRATE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT SPECIFIC-RESERVE-FILE ASSIGN TO "SPECRES.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RC-ACCOUNT-ID
              FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT ALLOWANCE-HISTORY-FILE ASSIGN TO "ALLOWHST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AW-MONTH
              FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GM-EVENT-TYPE
              FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT ALLOWANCE-REPORT-FILE ASSIGN TO "ALLOWANC.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  LOSS-RATE-FILE.
       COPY LOSSRATE.

       FD  SPECIFIC-RESERVE-FILE.
       COPY SPECRES.

       FD  RECOVERY-FILE.
       COPY RECOVREC.

       FD  ALLOWANCE-HISTORY-FILE.
       COPY ALLOWHST.

       FD  GL-MAP-FILE.
       COPY GLMAP.

       FD  GL-EXTRACT-FILE.
       COPY GLEXTREC.

       FD  ALLOWANCE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-RECOVERY-STATUS        PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-MAP-STATUS             PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-CARDS-SW          PIC X VALUE "Y".
           88  NO-MORE-CARDS                VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-RECORD-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "ALLOWANC".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "ALLOWANC.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

      *> The loss-rate cards, loaded from LOSSRATE.DAT.
       01  WS-RATE-LIMIT             PIC 9(2) VALUE 30.
       01  WS-RATE-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-RATE-IDX               PIC 9(2) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 30 TIMES.
               10  WS-RT-PRODUCT     PIC X(4).
               10  WS-RT-RATE OCCURS 4 TIMES
                                     PIC 9(3)V99.
       01  WS-RATE-FOUND-SW          PIC X VALUE "N".
           88  RATE-FOUND                   VALUE "Y".

      *> The specific-reserve cards, loaded from SPECRES.DAT, with
      *> the balance and reserve each flagged account came to.
       01  WS-SPEC-LIMIT             PIC 9(3) VALUE 200.
       01  WS-SPEC-TOTAL             PIC 9(3) VALUE ZERO.
       01  WS-SPEC-IDX               PIC 9(3) VALUE ZERO.
       01  WS-SPEC-TABLE.
           05  WS-SPEC-ENTRY OCCURS 200 TIMES.
               10  WS-SP-ACCOUNT-ID  PIC 9(6).
               10  WS-SP-PCT         PIC 9(3)V99.
               10  WS-SP-REASON      PIC X(30).
               10  WS-SP-FOUND       PIC X.
               10  WS-SP-BALANCE     PIC 9(8)V99.
               10  WS-SP-RESERVE     PIC 9(8)V99.
       01  WS-SPEC-FOUND-SW          PIC X VALUE "N".
           88  SPECIFIC-RESERVE-FLAGGED     VALUE "Y".

      *> The pooled balances by product and bucket. The last row
      *> catches any product past the table's end and is reserved
      *> at the ALL rates.
       01  WS-POOL-LIMIT             PIC 9(2) VALUE 30.
       01  WS-POOL-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-POOL-IDX               PIC 9(2) VALUE ZERO.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 30 TIMES.
               10  WS-PL-PRODUCT     PIC X(4).
               10  WS-PL-RATE-SOURCE PIC X(4).
               10  WS-PL-BUCKET OCCURS 4 TIMES.
                   15  WS-PL-BALANCE PIC 9(9)V99.
                   15  WS-PL-RATE    PIC 9(3)V99.
                   15  WS-PL-RESERVE PIC 9(9)V99.
       01  WS-POOL-FOUND-SW          PIC X VALUE "N".
           88  POOL-ROW-FOUND               VALUE "Y".
       01  WS-BUCKET-IDX             PIC 9 VALUE ZERO.

       01  WS-ACCOUNT-BALANCE        PIC 9(8)V99 VALUE ZERO.
       01  WS-DAYS-SINCE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET                 PIC 9 VALUE ZERO.
       01  WS-BUCKET-LABEL           PIC X(8) VALUE SPACES.
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-NO-RATE-COUNT          PIC 9(3) VALUE ZERO.

      *> The roll-forward.
       01  WS-POOL-RESERVE           PIC 9(9)V99 VALUE ZERO.
       01  WS-SPECIFIC-RESERVE       PIC 9(9)V99 VALUE ZERO.
       01  WS-REQUIRED               PIC 9(9)V99 VALUE ZERO.
       01  WS-OPENING                PIC 9(9)V99 VALUE ZERO.
       01  WS-CHARGE-OFFS            PIC 9(9)V99 VALUE ZERO.
       01  WS-RECOVERIES             PIC 9(9)V99 VALUE ZERO.
       01  WS-PROVISION              PIC S9(9)V99 VALUE ZERO.
       01  WS-POSTED-BEFORE          PIC S9(9)V99 VALUE ZERO.
       01  WS-MOVEMENT               PIC S9(9)V99 VALUE ZERO.
       01  WS-RECOVERED-TO-DATE      PIC 9(10)V99 VALUE ZERO.
       01  WS-PRIOR-RECOVERED        PIC 9(10)V99 VALUE ZERO.
       01  WS-MONTH-RECOVERED        PIC 9(10)V99 VALUE ZERO.
       01  WS-PRIOR-FOUND-SW         PIC X VALUE "N".
           88  PRIOR-MONTH-FOUND            VALUE "Y".
       01  WS-HISTFILE-SW            PIC X VALUE "N".
           88  HISTORY-FILE-AVAILABLE       VALUE "Y".
       01  WS-MONTH-ON-FILE-SW       PIC X VALUE "N".
           88  MONTH-ALREADY-ON-FILE        VALUE "Y".

       01  WS-GL-EVENT               PIC X(8) VALUE SPACES.
       01  WS-GL-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-POSTED-SW              PIC X VALUE "N".
           88  MOVEMENT-POSTED              VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(31) VALUE
               "LOAN-LOSS ALLOWANCE - MONTH OF ".
           05  WS-T-MONTH            PIC 9(6).
           05  FILLER                PIC X(10) VALUE "   RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-POOL-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "PRODUCT".
           05  FILLER                PIC X(10) VALUE "BUCKET".
           05  FILLER                PIC X(17) VALUE
               "          BALANCE".
           05  FILLER                PIC X(9)  VALUE "   RATE".
           05  FILLER                PIC X(17) VALUE
               "          RESERVE".
           05  FILLER                PIC X(9)  VALUE "  RATES".

       01  WS-POOL-LINE.
           05  WS-P-PRODUCT          PIC X(4).
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-P-BUCKET           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-RATE             PIC ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-P-RESERVE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-P-RATE-SOURCE      PIC X(7).

       01  WS-SPEC-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "ACCOUNT".
           05  FILLER                PIC X(14) VALUE
               "       BALANCE".
           05  FILLER                PIC X(9)  VALUE "   PCT".
           05  FILLER                PIC X(14) VALUE
               "       RESERVE".
           05  FILLER                PIC X(30) VALUE "  REASON".

       01  WS-SPEC-LINE.
           05  WS-S-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-S-BALANCE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-PCT              PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-RESERVE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-REASON           PIC X(30).

       01  WS-AMOUNT-LINE.
           05  WS-A-LABEL            PIC X(30).
           05  WS-A-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-MESSAGE-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           PERFORM 0100-LOAD-LOSS-RATES.
           PERFORM 0200-LOAD-SPECIFIC-RESERVES.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACCOUNT-COUNT.
           OPEN OUTPUT ALLOWANCE-REPORT-FILE.
           MOVE WS-RUN-MONTH TO WS-T-MONTH.
           MOVE WS-RUN-DATE  TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1000-BUCKET-ALL-ACCOUNTS.
           CLOSE PORTFOLIO-FILE.
           PERFORM 2000-RESERVE-THE-POOL.
           PERFORM 2500-PRINT-SPECIFIC-RESERVES.
           COMPUTE WS-REQUIRED = WS-POOL-RESERVE + WS-SPECIFIC-RESERVE.
           PERFORM 3000-ROLL-FORWARD.
           PERFORM 4000-POST-THE-MOVEMENT.
           IF MOVEMENT-POSTED AND HISTORY-FILE-AVAILABLE
              PERFORM 5000-RECORD-THE-MONTH
           END-IF.
           IF HISTORY-FILE-AVAILABLE
              CLOSE ALLOWANCE-HISTORY-FILE
           END-IF.
           PERFORM 6000-PRINT-ROLL-FORWARD.
           CLOSE ALLOWANCE-REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           IF MOVEMENT-POSTED
              MOVE "COMPLETE" TO WS-JOB-STATUS
           ELSE
              MOVE "FAILED" TO WS-JOB-STATUS
           END-IF.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACCOUNT-COUNT.
           GOBACK.

       0100-LOAD-LOSS-RATES.
           MOVE "Y" TO WS-MORE-CARDS-SW.
           OPEN INPUT LOSS-RATE-FILE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-CARDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-CARDS
              READ LOSS-RATE-FILE
                 AT END
                    MOVE "N" TO WS-MORE-CARDS-SW
                 NOT AT END
                    IF LR-PRODUCT-CODE NOT = SPACES
                       AND WS-RATE-TOTAL < WS-RATE-LIMIT
                       ADD 1 TO WS-RATE-TOTAL
                       MOVE LR-PRODUCT-CODE
                          TO WS-RT-PRODUCT (WS-RATE-TOTAL)
                       PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                             UNTIL WS-BUCKET-IDX > 4
                          IF LR-BUCKET-RATE (WS-BUCKET-IDX) NUMERIC
                             MOVE LR-BUCKET-RATE (WS-BUCKET-IDX)
                                TO WS-RT-RATE (WS-RATE-TOTAL
                                   WS-BUCKET-IDX)
                          ELSE
                             MOVE ZERO TO WS-RT-RATE (WS-RATE-TOTAL
                                WS-BUCKET-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
              CLOSE LOSS-RATE-FILE
           END-IF.

       0200-LOAD-SPECIFIC-RESERVES.
           MOVE "Y" TO WS-MORE-CARDS-SW.
           OPEN INPUT SPECIFIC-RESERVE-FILE.
           IF WS-CARD-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-CARDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-CARDS
              READ SPECIFIC-RESERVE-FILE
                 AT END
                    MOVE "N" TO WS-MORE-CARDS-SW
                 NOT AT END
                    IF SR-ACCOUNT-ID NUMERIC
                       AND SR-ACCOUNT-ID NOT = ZERO
                       AND SR-RESERVE-PCT NUMERIC
                       AND SR-RESERVE-PCT NOT > 100
                       AND WS-SPEC-TOTAL < WS-SPEC-LIMIT
                       ADD 1 TO WS-SPEC-TOTAL
                       MOVE SR-ACCOUNT-ID
                          TO WS-SP-ACCOUNT-ID (WS-SPEC-TOTAL)
                       MOVE SR-RESERVE-PCT
                          TO WS-SP-PCT (WS-SPEC-TOTAL)
                       MOVE SR-REASON
                          TO WS-SP-REASON (WS-SPEC-TOTAL)
                       MOVE "N" TO WS-SP-FOUND (WS-SPEC-TOTAL)
                       MOVE ZERO TO WS-SP-BALANCE (WS-SPEC-TOTAL)
                          WS-SP-RESERVE (WS-SPEC-TOTAL)
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
              CLOSE SPECIFIC-RESERVE-FILE
           END-IF.

       1000-BUCKET-ALL-ACCOUNTS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF PF-ACCT-ACTIVE
                       PERFORM 1100-BUCKET-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       1100-BUCKET-ONE-ACCOUNT.
           *> Charged-off balances are off the book and closed
           *> accounts owe nothing, so only active accounts count.
           ADD 1 TO WS-ACCOUNT-COUNT.
           COMPUTE WS-ACCOUNT-BALANCE =
              PF-PRINCIPAL + PF-ACCRUED-INTEREST.
           MOVE "N" TO WS-SPEC-FOUND-SW.
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                 UNTIL WS-SPEC-IDX > WS-SPEC-TOTAL
                 OR SPECIFIC-RESERVE-FLAGGED
              IF WS-SP-ACCOUNT-ID (WS-SPEC-IDX) = PF-ACCOUNT-ID
                 MOVE "Y" TO WS-SPEC-FOUND-SW
                 MOVE "Y" TO WS-SP-FOUND (WS-SPEC-IDX)
                 MOVE WS-ACCOUNT-BALANCE
                    TO WS-SP-BALANCE (WS-SPEC-IDX)
                 COMPUTE WS-SP-RESERVE (WS-SPEC-IDX) ROUNDED =
                    WS-ACCOUNT-BALANCE * WS-SP-PCT (WS-SPEC-IDX)
                    / 100
                 ADD WS-SP-RESERVE (WS-SPEC-IDX)
                    TO WS-SPECIFIC-RESERVE
              END-IF
           END-PERFORM.
           IF NOT SPECIFIC-RESERVE-FLAGGED
              CALL "DPDBUCKT" USING PF-ACCOUNT-ID
                 PF-LAST-PAYMENT-DATE WS-RUN-DATE WS-DAYS-SINCE
                 WS-BUCKET WS-BUCKET-LABEL WS-FORB-TYPE
              PERFORM 1200-FIND-POOL-ROW
              COMPUTE WS-BUCKET-IDX = WS-BUCKET + 1
              ADD WS-ACCOUNT-BALANCE
                 TO WS-PL-BALANCE (WS-POOL-IDX WS-BUCKET-IDX)
           END-IF.

       1200-FIND-POOL-ROW.
           MOVE "N" TO WS-POOL-FOUND-SW.
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-TOTAL
                 OR POOL-ROW-FOUND
              IF WS-PL-PRODUCT (WS-POOL-IDX) = PF-PRODUCT-CODE
                 MOVE "Y" TO WS-POOL-FOUND-SW
              END-IF
           END-PERFORM.
           IF POOL-ROW-FOUND
              SUBTRACT 1 FROM WS-POOL-IDX
           ELSE
              IF WS-POOL-TOTAL < WS-POOL-LIMIT
                 ADD 1 TO WS-POOL-TOTAL
                 MOVE WS-POOL-TOTAL TO WS-POOL-IDX
                 IF WS-POOL-TOTAL = WS-POOL-LIMIT
                    MOVE "OTHR" TO WS-PL-PRODUCT (WS-POOL-IDX)
                 ELSE
                    MOVE PF-PRODUCT-CODE
                       TO WS-PL-PRODUCT (WS-POOL-IDX)
                 END-IF
                 PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
                    MOVE ZERO TO WS-PL-BALANCE (WS-POOL-IDX
                       WS-BUCKET-IDX)
                 END-PERFORM
              ELSE
                 MOVE WS-POOL-LIMIT TO WS-POOL-IDX
              END-IF
           END-IF.

       2000-RESERVE-THE-POOL.
           MOVE WS-POOL-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-TOTAL
              PERFORM 2100-FIND-RATE-CARD
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                 PERFORM 2200-RESERVE-ONE-BUCKET
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POOLED RESERVE" TO WS-A-LABEL.
           MOVE WS-POOL-RESERVE TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NO-RATE-COUNT NOT = ZERO
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING "*** " DELIMITED BY SIZE
                 WS-NO-RATE-COUNT DELIMITED BY SIZE
                 " PRODUCT(S) HAVE NO LOSSRATE.DAT CARD AND NO ALL"
                    DELIMITED BY SIZE
                 " CARD" DELIMITED BY SIZE
                 INTO WS-MESSAGE-LINE
              END-STRING
              MOVE WS-MESSAGE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2100-FIND-RATE-CARD.
           *> The product's own card first, then the ALL card.
           MOVE "N" TO WS-RATE-FOUND-SW.
           IF WS-PL-PRODUCT (WS-POOL-IDX) NOT = "OTHR"
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-TOTAL
                    OR RATE-FOUND
                 IF WS-RT-PRODUCT (WS-RATE-IDX)
                    = WS-PL-PRODUCT (WS-POOL-IDX)
                    MOVE "Y" TO WS-RATE-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF RATE-FOUND
              MOVE WS-PL-PRODUCT (WS-POOL-IDX)
                 TO WS-PL-RATE-SOURCE (WS-POOL-IDX)
           ELSE
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-TOTAL
                    OR RATE-FOUND
                 IF WS-RT-PRODUCT (WS-RATE-IDX) = "ALL"
                    MOVE "Y" TO WS-RATE-FOUND-SW
                 END-IF
              END-PERFORM
              MOVE "ALL" TO WS-PL-RATE-SOURCE (WS-POOL-IDX)
           END-IF.
           IF RATE-FOUND
              SUBTRACT 1 FROM WS-RATE-IDX
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                 MOVE WS-RT-RATE (WS-RATE-IDX WS-BUCKET-IDX)
                    TO WS-PL-RATE (WS-POOL-IDX WS-BUCKET-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE "NONE" TO WS-PL-RATE-SOURCE (WS-POOL-IDX)
              PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                    UNTIL WS-BUCKET-IDX > 4
                 MOVE ZERO TO WS-PL-RATE (WS-POOL-IDX WS-BUCKET-IDX)
              END-PERFORM
           END-IF.

       2200-RESERVE-ONE-BUCKET.
           COMPUTE WS-PL-RESERVE (WS-POOL-IDX WS-BUCKET-IDX) ROUNDED =
              WS-PL-BALANCE (WS-POOL-IDX WS-BUCKET-IDX)
              * WS-PL-RATE (WS-POOL-IDX WS-BUCKET-IDX) / 100.
           ADD WS-PL-RESERVE (WS-POOL-IDX WS-BUCKET-IDX)
              TO WS-POOL-RESERVE.
           MOVE WS-PL-PRODUCT (WS-POOL-IDX) TO WS-P-PRODUCT.
           EVALUATE WS-BUCKET-IDX
              WHEN 1
                 MOVE "CURRENT"  TO WS-P-BUCKET
              WHEN 2
                 MOVE "30 DAYS"  TO WS-P-BUCKET
              WHEN 3
                 MOVE "60 DAYS"  TO WS-P-BUCKET
              WHEN OTHER
                 MOVE "90+ DAYS" TO WS-P-BUCKET
           END-EVALUATE.
           MOVE WS-PL-BALANCE (WS-POOL-IDX WS-BUCKET-IDX)
              TO WS-P-BALANCE.
           MOVE WS-PL-RATE (WS-POOL-IDX WS-BUCKET-IDX) TO WS-P-RATE.
           MOVE WS-PL-RESERVE (WS-POOL-IDX WS-BUCKET-IDX)
              TO WS-P-RESERVE.
           MOVE WS-PL-RATE-SOURCE (WS-POOL-IDX) TO WS-P-RATE-SOURCE.
           MOVE WS-POOL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2500-PRINT-SPECIFIC-RESERVES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SPEC-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                 UNTIL WS-SPEC-IDX > WS-SPEC-TOTAL
              MOVE WS-SP-ACCOUNT-ID (WS-SPEC-IDX) TO WS-S-ACCOUNT-ID
              MOVE WS-SP-BALANCE (WS-SPEC-IDX)    TO WS-S-BALANCE
              MOVE WS-SP-PCT (WS-SPEC-IDX)        TO WS-S-PCT
              MOVE WS-SP-RESERVE (WS-SPEC-IDX)    TO WS-S-RESERVE
              IF WS-SP-FOUND (WS-SPEC-IDX) = "Y"
                 MOVE WS-SP-REASON (WS-SPEC-IDX) TO WS-S-REASON
              ELSE
                 MOVE "NOT AN ACTIVE ACCOUNT - IGNORED"
                    TO WS-S-REASON
              END-IF
              MOVE WS-SPEC-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SPECIFIC RESERVE" TO WS-A-LABEL.
           MOVE WS-SPECIFIC-RESERVE TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-ROLL-FORWARD.
           *> Last month's closing is this month's opening.
           OPEN I-O ALLOWANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
              CLOSE ALLOWANCE-HISTORY-FILE
              OPEN OUTPUT ALLOWANCE-HISTORY-FILE
              CLOSE ALLOWANCE-HISTORY-FILE
              OPEN I-O ALLOWANCE-HISTORY-FILE
           END-IF.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           IF WS-HISTORY-STATUS = "00"
              MOVE "Y" TO WS-HISTFILE-SW
           ELSE
              DISPLAY "Unable to open ALLOWHST.DAT, status "
                 WS-HISTORY-STATUS " - opening taken as zero."
              MOVE "N" TO WS-MORE-RECORDS-SW
           END-IF.
           MOVE ZERO TO AW-MONTH.
           IF HISTORY-FILE-AVAILABLE
              START ALLOWANCE-HISTORY-FILE KEY IS >= AW-MONTH
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
           END-IF.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ALLOWANCE-HISTORY-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF AW-MONTH < WS-RUN-MONTH
                       MOVE "Y"                  TO WS-PRIOR-FOUND-SW
                       MOVE AW-CLOSING           TO WS-OPENING
                       MOVE AW-RECOVERED-TO-DATE
                          TO WS-PRIOR-RECOVERED
                    ELSE
                       IF AW-MONTH = WS-RUN-MONTH
                          MOVE "Y"          TO WS-MONTH-ON-FILE-SW
                          MOVE AW-PROVISION TO WS-POSTED-BEFORE
                       END-IF
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 3100-SUM-RECOVERY-FILE.
           *> The month's recoveries are the growth in recoveries
           *> to date; on the very first run, with nothing to
           *> compare with, the accounts recovered on this month.
           IF PRIOR-MONTH-FOUND
              IF WS-RECOVERED-TO-DATE > WS-PRIOR-RECOVERED
                 COMPUTE WS-RECOVERIES =
                    WS-RECOVERED-TO-DATE - WS-PRIOR-RECOVERED
              END-IF
           ELSE
              MOVE WS-MONTH-RECOVERED TO WS-RECOVERIES
           END-IF.
           COMPUTE WS-PROVISION = WS-REQUIRED - WS-OPENING
              + WS-CHARGE-OFFS - WS-RECOVERIES.
      *> An earlier run this month has already put its provision
      *> on the GL - only the change since then is posted now.
           COMPUTE WS-MOVEMENT = WS-PROVISION - WS-POSTED-BEFORE.

       3100-SUM-RECOVERY-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS NOT = "00"
              MOVE "N" TO WS-MORE-RECORDS-SW
           END-IF.
           PERFORM UNTIL NO-MORE-RECORDS
              READ RECOVERY-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD RC-RECOVERED-AMOUNT TO WS-RECOVERED-TO-DATE
                    COMPUTE WS-RECORD-MONTH = RC-CHARGEOFF-DATE / 100
                    IF WS-RECORD-MONTH = WS-RUN-MONTH
                       ADD RC-CHARGED-PRINCIPAL TO WS-CHARGE-OFFS
                       ADD RC-CHARGED-INTEREST  TO WS-CHARGE-OFFS
                    END-IF
                    COMPUTE WS-RECORD-MONTH =
                       RC-LAST-RECOVERY-DATE / 100
                    IF WS-RECORD-MONTH = WS-RUN-MONTH
                       ADD RC-RECOVERED-AMOUNT TO WS-MONTH-RECOVERED
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-RECOVERY-STATUS = "00" OR WS-RECOVERY-STATUS = "10"
              CLOSE RECOVERY-FILE
           END-IF.

       4000-POST-THE-MOVEMENT.
           *> An increase charges the provision to expense; a
           *> release writes it back. No movement, nothing posted.
           MOVE "N" TO WS-POSTED-SW.
           EVALUATE TRUE
              WHEN WS-MOVEMENT > ZERO
                 MOVE "ALLOWINC" TO WS-GL-EVENT
                 MOVE WS-MOVEMENT TO WS-GL-AMOUNT
              WHEN WS-MOVEMENT < ZERO
                 MOVE "ALLOWREL" TO WS-GL-EVENT
                 COMPUTE WS-GL-AMOUNT = ZERO - WS-MOVEMENT
              WHEN OTHER
                 MOVE SPACES TO WS-GL-EVENT
                 MOVE ZERO TO WS-GL-AMOUNT
                 MOVE "Y" TO WS-POSTED-SW
           END-EVALUATE.
           IF WS-GL-EVENT NOT = SPACES
              OPEN INPUT GL-MAP-FILE
              IF WS-MAP-STATUS = "00"
                 MOVE WS-GL-EVENT TO GM-EVENT-TYPE
                 READ GL-MAP-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 4100-WRITE-GL-PAIR
                 END-READ
                 CLOSE GL-MAP-FILE
              END-IF
              IF NOT MOVEMENT-POSTED
                 DISPLAY "No GL mapping for event " WS-GL-EVENT
                    " - nothing posted. Set it up with"
                    " GLMAP-MAINT and rerun."
              END-IF
           END-IF.

       4100-WRITE-GL-PAIR.
           OPEN EXTEND GL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "35"
              OPEN OUTPUT GL-EXTRACT-FILE
           END-IF.
           MOVE WS-RUN-DATE      TO GX-POST-DATE.
           MOVE GM-DEBIT-ACCOUNT TO GX-GL-ACCOUNT.
           MOVE "D"              TO GX-DR-CR.
           MOVE WS-GL-AMOUNT     TO GX-AMOUNT.
           MOVE WS-GL-EVENT      TO GX-SOURCE.
           WRITE GL-EXTRACT-RECORD.
           MOVE GM-CREDIT-ACCOUNT TO GX-GL-ACCOUNT.
           MOVE "C"               TO GX-DR-CR.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT-FILE.
           MOVE "Y" TO WS-POSTED-SW.

       5000-RECORD-THE-MONTH.
           *> A rerun in the same month replaces the month's record.
           MOVE WS-RUN-MONTH TO AW-MONTH.
           READ ALLOWANCE-HISTORY-FILE
              INVALID KEY
                 MOVE "N" TO WS-MONTH-ON-FILE-SW
              NOT INVALID KEY
                 MOVE "Y" TO WS-MONTH-ON-FILE-SW
           END-READ.
           MOVE WS-RUN-MONTH         TO AW-MONTH.
           MOVE WS-RUN-DATE          TO AW-RUN-DATE.
           MOVE WS-OPENING           TO AW-OPENING.
           MOVE WS-PROVISION         TO AW-PROVISION.
           MOVE WS-CHARGE-OFFS       TO AW-CHARGE-OFFS.
           MOVE WS-RECOVERIES        TO AW-RECOVERIES.
           MOVE WS-REQUIRED          TO AW-CLOSING.
           MOVE WS-POOL-RESERVE      TO AW-POOL-RESERVE.
           MOVE WS-SPECIFIC-RESERVE  TO AW-SPECIFIC-RESERVE.
           MOVE WS-RECOVERED-TO-DATE TO AW-RECOVERED-TO-DATE.
           IF MONTH-ALREADY-ON-FILE
              REWRITE ALLOWANCE-HISTORY-RECORD
           ELSE
              WRITE ALLOWANCE-HISTORY-RECORD
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "Unable to record the month on ALLOWHST.DAT,"
                 " status " WS-HISTORY-STATUS
           END-IF.

       6000-PRINT-ROLL-FORWARD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ALLOWANCE ROLL-FORWARD" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING BALANCE" TO WS-A-LABEL.
           MOVE WS-OPENING TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROVISION (RELEASE)" TO WS-A-LABEL.
           MOVE WS-PROVISION TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARGE-OFFS" TO WS-A-LABEL.
           COMPUTE WS-A-AMOUNT = ZERO - WS-CHARGE-OFFS.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECOVERIES" TO WS-A-LABEL.
           MOVE WS-RECOVERIES TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLOSING BALANCE (REQUIRED)" TO WS-A-LABEL.
           MOVE WS-REQUIRED TO WS-A-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MONTH-ALREADY-ON-FILE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "PROVISION ALREADY POSTED" TO WS-A-LABEL
              MOVE WS-POSTED-BEFORE TO WS-A-AMOUNT
              MOVE WS-AMOUNT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "POSTED BY THIS RERUN" TO WS-A-LABEL
              MOVE WS-MOVEMENT TO WS-A-AMOUNT
              MOVE WS-AMOUNT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           EVALUATE TRUE
              WHEN NOT MOVEMENT-POSTED
                 STRING "*** NO GL MAPPING FOR " DELIMITED BY SIZE
                    WS-GL-EVENT DELIMITED BY SPACE
                    " - NOTHING POSTED OR RECORDED; RERUN"
                       DELIMITED BY SIZE
                    INTO WS-MESSAGE-LINE
                 END-STRING
              WHEN WS-GL-EVENT = SPACES
                 MOVE "NO MOVEMENT - NOTHING POSTED TO THE GL"
                    TO WS-MESSAGE-LINE
              WHEN OTHER
                 STRING "POSTED TO GLEXTRCT.DAT AS " DELIMITED BY SIZE
                    WS-GL-EVENT DELIMITED BY SPACE
                    INTO WS-MESSAGE-LINE
                 END-STRING
           END-EVALUATE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
