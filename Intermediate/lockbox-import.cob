       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: BANK LOCKBOX REMITTANCE IMPORT. READS THE
      * BANK'S LOCKBOX FILE, LOCKBOX.DAT, IN TWO PASSES. THE FIRST
      * PROVES EVERY DEPOSIT BATCH'S ITEM COUNT AND TOTAL AGAINST
      * THE BANK'S BATCH HEADER; A BATCH THAT DOES NOT PROVE IS
      * HELD WHOLE UNTIL THE BANK RESENDS IT, AND A BATCH ALREADY
      * IMPORTED (LBXBATCH.DAT) IS NEVER TAKEN AGAIN. THE SECOND
      * MATCHES EACH CHECK IN A PROVEN BATCH TO ITS LOAN ACCOUNT -
      * BY THE ACCOUNT NUMBER ON THE STUB, OR BY THE BORROWER'S
      * STUDENT ID WHEN IT IDENTIFIES EXACTLY ONE ACTIVE LOAN - AND
      * APPENDS THE PAYMENT TO PAYTRAN.DAT FOR PAYMENT-BATCH. A
      * STUDENT ID WITH SEVERAL LOANS UNDER CONSOLIDATED BILLING
      * (CONSBILL.DAT) GOES TO PAYTRAN.DAT AS A CONSOLIDATED
      * PAYMENT, FOR PAYMENT-BATCH TO SPLIT. AN ITEM THAT MATCHES
      * NOTHING, MATCHES AN INACTIVE ACCOUNT OR MATCHES SEVERAL
      * LOANS OUTSIDE CONSOLIDATED BILLING GOES TO THE
      * UNAPPLIED-CASH SUSPENSE FILE WITH THE REASON, FOR THE LOAN
      * DESK TO WORK IN SUSP-MAINT. THE LOCKBOX USED TO BE RETYPED
      * BY HAND.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT PAYMENT-TRANS-FILE ASSIGN TO "PAYTRAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRANS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SU-SUSP-KEY
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CONSOLIDATED-BILL-FILE ASSIGN TO "CONSBILL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-STUDENT-ID
              FILE STATUS IS WS-CONSBILL-STATUS.

           SELECT LOCKBOX-BATCH-FILE ASSIGN TO "LBXBATCH.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LX-BATCH-KEY
              FILE STATUS IS WS-BATCH-STATUS.

           SELECT LOCKBOX-REPORT-FILE ASSIGN TO "LOCKBOX.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       COPY LOCKBOX.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  PAYMENT-TRANS-FILE.
       01  PAYMENT-TRANS-RECORD.
           05  PT-ACCOUNT-ID         PIC 9(6).
           05  PT-AMOUNT             PIC 9(6)V99.
           05  PT-TRANS-TYPE         PIC X.

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  CONSOLIDATED-BILL-FILE.
       COPY CONSBILL.

       FD  LOCKBOX-BATCH-FILE.
       COPY LBXBATCH.

       FD  LOCKBOX-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS         PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-TRANS-STATUS           PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
       01  WS-BATCH-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-CONSBILL-STATUS        PIC XX VALUE SPACES.
       01  WS-CONSBILL-SW            PIC X VALUE "N".
           88  CONSBILL-FILE-AVAILABLE      VALUE "Y".
       01  WS-CONSOLIDATED-SW        PIC X VALUE "N".
           88  ITEM-CONSOLIDATED            VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-MASTER-SW         PIC X VALUE "Y".
           88  NO-MORE-MASTER               VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.

      *> One entry per deposit batch, in the order the batches sit
      *> on the file - the first pass fills it and the second
      *> works from it.
       01  WS-BATCH-MAX              PIC 9(2) VALUE 50.
       01  WS-BATCH-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BATCH-IDX              PIC 9(3) VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 50 TIMES.
               10  WS-B-NUMBER       PIC X(4).
               10  WS-B-DEPOSIT-DATE PIC X(8).
               10  WS-B-HDR-COUNT    PIC 9(5).
               10  WS-B-HDR-TOTAL    PIC 9(8)V99.
               10  WS-B-ACT-COUNT    PIC 9(5).
               10  WS-B-ACT-TOTAL    PIC 9(8)V99.
               10  WS-B-BAD-SW       PIC X.
      *> P - proven, import it. H - held. D - already imported.
               10  WS-B-RESULT       PIC X.
               10  WS-B-NOTE         PIC X(20).
               10  WS-B-MATCHED      PIC 9(5).
               10  WS-B-MATCHED-AMT  PIC 9(8)V99.
               10  WS-B-SUSPENSE     PIC 9(5).
               10  WS-B-SUSPENSE-AMT PIC 9(8)V99.

       01  WS-ITEM-SEQ               PIC 9(4) VALUE ZERO.
       01  WS-MATCH-ACCOUNT          PIC 9(6) VALUE ZERO.
       01  WS-MATCH-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-REASON                 PIC X(30) VALUE SPACES.
       01  WS-ORPHAN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OVERFLOW-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-MATCHED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-MATCHED-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-SUSPENSE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SUSPENSE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "LOCKBOX.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "LOCKBOX".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(28) VALUE
               "LOCKBOX REMITTANCE IMPORT - ".
           05  FILLER                PIC X(7)  VALUE "RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-SUSPENSE-HEADING.
           05  FILLER                PIC X(30) VALUE
               "ITEMS SENT TO SUSPENSE".
       01  WS-SUSPENSE-COLUMNS.
           05  FILLER                PIC X(6)  VALUE "BATCH".
           05  FILLER                PIC X(6)  VALUE "ITEM".
           05  FILLER                PIC X(12) VALUE "    AMOUNT".
           05  FILLER                PIC X(12) VALUE "REFERENCE".
           05  FILLER                PIC X(30) VALUE "REASON".

       01  WS-SUSPENSE-DETAIL.
           05  WS-S-BATCH            PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-ITEM             PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-REFERENCE        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-REASON           PIC X(30).

       01  WS-BATCH-HEADING.
           05  FILLER                PIC X(30) VALUE
               "BATCH PROOF AGAINST THE BANK".
       01  WS-BATCH-COLUMNS.
           05  FILLER                PIC X(6)  VALUE "BATCH".
           05  FILLER                PIC X(10) VALUE "DEPOSITED".
           05  FILLER                PIC X(6)  VALUE "BANK".
           05  FILLER                PIC X(14) VALUE "   BANK TOTAL".
           05  FILLER                PIC X(6)  VALUE "READ".
           05  FILLER                PIC X(14) VALUE "   READ TOTAL".
           05  FILLER                PIC X(20) VALUE "RESULT".

       01  WS-BATCH-DETAIL.
           05  WS-P-BATCH            PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-DEPOSIT-DATE     PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-HDR-COUNT        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-P-HDR-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-P-ACT-COUNT        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-P-ACT-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-P-NOTE             PIC X(20).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "ITEMS MATCHED TO PAYTRAN".
           05  WS-T-MATCHED          PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "AMOUNT MATCHED".
           05  WS-T-MATCHED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "ITEMS TO SUSPENSE".
           05  WS-T-SUSPENSE         PIC Z(5)9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(26) VALUE
               "AMOUNT TO SUSPENSE".
           05  WS-T-SUSPENSE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(26) VALUE
               "BATCHES HELD".
           05  WS-T-HELD             PIC Z(5)9.
       01  WS-TOTAL-LINE-6.
           05  FILLER                PIC X(26) VALUE
               "ITEMS OUTSIDE ANY BATCH".
           05  WS-T-ORPHANS          PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
              DISPLAY "No lockbox file on hand - nothing to import."
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              CLOSE LOCKBOX-FILE
              GOBACK
           END-IF.
           OPEN I-O LOCKBOX-BATCH-FILE.
           IF WS-BATCH-STATUS = "35"
              CLOSE LOCKBOX-BATCH-FILE
              OPEN OUTPUT LOCKBOX-BATCH-FILE
              CLOSE LOCKBOX-BATCH-FILE
              OPEN I-O LOCKBOX-BATCH-FILE
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
              CLOSE SUSPENSE-FILE
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
           END-IF.
           OPEN INPUT CONSOLIDATED-BILL-FILE.
           IF WS-CONSBILL-STATUS = "00"
              MOVE "Y" TO WS-CONSBILL-SW
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-MATCHED-COUNT.
           PERFORM 1000-PROVE-BATCHES.
           CLOSE LOCKBOX-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           OPEN OUTPUT LOCKBOX-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENSE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENSE-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT LOCKBOX-FILE.
           PERFORM 2000-IMPORT-ITEMS.
           CLOSE LOCKBOX-FILE.
           PERFORM 3000-RECORD-BATCHES.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE LOCKBOX-REPORT-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE LOCKBOX-BATCH-FILE.
           IF CONSBILL-FILE-AVAILABLE
              CLOSE CONSOLIDATED-BILL-FILE
           END-IF.
           CLOSE PORTFOLIO-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-MATCHED-COUNT.
           DISPLAY "Lockbox import complete - " WS-MATCHED-COUNT
              " matched, " WS-SUSPENSE-COUNT " to suspense, "
              WS-HELD-COUNT " batch(es) held.".
           GOBACK.

       1000-PROVE-BATCHES.
           *> First pass: count and total every batch's items as
           *> read, then judge each batch against its header.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOCKBOX-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LB-HEADER
                          PERFORM 1100-START-BATCH
                       WHEN LB-DETAIL
                          PERFORM 1200-COUNT-ITEM
                       WHEN OTHER
                          ADD 1 TO WS-ORPHAN-COUNT
                    END-EVALUATE
              END-READ
           END-PERFORM.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                 UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                    OR WS-BATCH-IDX > WS-BATCH-MAX
              PERFORM 1300-JUDGE-BATCH
           END-PERFORM.

       1100-START-BATCH.
           ADD 1 TO WS-BATCH-COUNT.
           IF WS-BATCH-COUNT > WS-BATCH-MAX
              ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
              MOVE LB-BATCH-NUMBER
                 TO WS-B-NUMBER (WS-BATCH-COUNT)
              MOVE LB-H-DEPOSIT-DATE
                 TO WS-B-DEPOSIT-DATE (WS-BATCH-COUNT)
              MOVE ZERO TO WS-B-HDR-COUNT (WS-BATCH-COUNT)
                 WS-B-HDR-TOTAL (WS-BATCH-COUNT)
                 WS-B-ACT-COUNT (WS-BATCH-COUNT)
                 WS-B-ACT-TOTAL (WS-BATCH-COUNT)
                 WS-B-MATCHED (WS-BATCH-COUNT)
                 WS-B-MATCHED-AMT (WS-BATCH-COUNT)
                 WS-B-SUSPENSE (WS-BATCH-COUNT)
                 WS-B-SUSPENSE-AMT (WS-BATCH-COUNT)
              MOVE "N" TO WS-B-BAD-SW (WS-BATCH-COUNT)
              MOVE SPACES TO WS-B-NOTE (WS-BATCH-COUNT)
              IF LB-BATCH-NUMBER NUMERIC
                 AND LB-H-DEPOSIT-DATE NUMERIC
                 AND LB-H-ITEM-COUNT NUMERIC
                 AND LB-H-BATCH-TOTAL NUMERIC
                 MOVE LB-H-COUNT-NUM
                    TO WS-B-HDR-COUNT (WS-BATCH-COUNT)
                 MOVE LB-H-TOTAL-NUM
                    TO WS-B-HDR-TOTAL (WS-BATCH-COUNT)
              ELSE
                 MOVE "Y" TO WS-B-BAD-SW (WS-BATCH-COUNT)
                 MOVE "HELD - BAD HEADER"
                    TO WS-B-NOTE (WS-BATCH-COUNT)
              END-IF
           END-IF.

       1200-COUNT-ITEM.
           EVALUATE TRUE
              WHEN WS-BATCH-COUNT = ZERO
                 ADD 1 TO WS-ORPHAN-COUNT
              WHEN WS-BATCH-COUNT > WS-BATCH-MAX
                 CONTINUE
              WHEN LB-D-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-B-ACT-COUNT (WS-BATCH-COUNT)
                 MOVE "Y" TO WS-B-BAD-SW (WS-BATCH-COUNT)
                 IF WS-B-NOTE (WS-BATCH-COUNT) = SPACES
                    MOVE "HELD - BAD AMOUNT"
                       TO WS-B-NOTE (WS-BATCH-COUNT)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-B-ACT-COUNT (WS-BATCH-COUNT)
                 ADD LB-D-AMOUNT-NUM
                    TO WS-B-ACT-TOTAL (WS-BATCH-COUNT)
           END-EVALUATE.

       1300-JUDGE-BATCH.
           *> A batch already imported is left alone whatever the
           *> bank sends for it now - its control record stands.
           MOVE "23" TO WS-BATCH-STATUS.
           IF WS-B-NUMBER (WS-BATCH-IDX) NUMERIC
              AND WS-B-DEPOSIT-DATE (WS-BATCH-IDX) NUMERIC
              MOVE WS-B-DEPOSIT-DATE (WS-BATCH-IDX)
                 TO LX-DEPOSIT-DATE
              MOVE WS-B-NUMBER (WS-BATCH-IDX) TO LX-BATCH-NUMBER
              READ LOCKBOX-BATCH-FILE
                 INVALID KEY
                    MOVE "23" TO WS-BATCH-STATUS
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN WS-BATCH-STATUS = "00" AND LX-IMPORTED
                 MOVE "D" TO WS-B-RESULT (WS-BATCH-IDX)
                 MOVE "ALREADY IMPORTED"
                    TO WS-B-NOTE (WS-BATCH-IDX)
              WHEN WS-B-BAD-SW (WS-BATCH-IDX) = "Y"
                 MOVE "H" TO WS-B-RESULT (WS-BATCH-IDX)
              WHEN WS-B-ACT-COUNT (WS-BATCH-IDX)
                    NOT = WS-B-HDR-COUNT (WS-BATCH-IDX)
                 OR WS-B-ACT-TOTAL (WS-BATCH-IDX)
                    NOT = WS-B-HDR-TOTAL (WS-BATCH-IDX)
                 MOVE "H" TO WS-B-RESULT (WS-BATCH-IDX)
                 MOVE "HELD - OUT OF BALANCE"
                    TO WS-B-NOTE (WS-BATCH-IDX)
              WHEN OTHER
                 MOVE "P" TO WS-B-RESULT (WS-BATCH-IDX)
                 MOVE "PROVEN - IMPORTED"
                    TO WS-B-NOTE (WS-BATCH-IDX)
           END-EVALUATE.
           IF WS-B-RESULT (WS-BATCH-IDX) = "H"
              ADD 1 TO WS-HELD-COUNT
           END-IF.

       2000-IMPORT-ITEMS.
           *> Second pass: only the items of proven batches are
           *> touched.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO WS-BATCH-IDX.
           PERFORM UNTIL NO-MORE-RECORDS
              READ LOCKBOX-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN LB-HEADER
                          ADD 1 TO WS-BATCH-IDX
                          MOVE ZERO TO WS-ITEM-SEQ
                       WHEN LB-DETAIL
                          AND WS-BATCH-IDX > ZERO
                          AND WS-BATCH-IDX <= WS-BATCH-MAX
                          IF WS-B-RESULT (WS-BATCH-IDX) = "P"
                             ADD 1 TO WS-ITEM-SEQ
                             PERFORM 2100-MATCH-ITEM
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       2100-MATCH-ITEM.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-MATCH-ACCOUNT.
           MOVE "N" TO WS-CONSOLIDATED-SW.
           EVALUATE TRUE
              WHEN LB-D-AMOUNT-NUM = ZERO
                 MOVE "AMOUNT IS ZERO" TO WS-REASON
              WHEN LB-D-REF-ID NOT NUMERIC
                 OR LB-D-REF-ID-NUM = ZERO
                 OR LB-D-REF-REST NOT = SPACES
                 MOVE "REFERENCE NOT AN ACCOUNT OR ID"
                    TO WS-REASON
              WHEN OTHER
                 MOVE LB-D-REF-ID-NUM TO PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       PERFORM 2200-FIND-BY-BORROWER
                    NOT INVALID KEY
                       IF PF-ACCT-ACTIVE
                          MOVE PF-ACCOUNT-ID TO WS-MATCH-ACCOUNT
                       ELSE
                          MOVE "ACCOUNT CLOSED OR CHARGED OFF"
                             TO WS-REASON
                       END-IF
                 END-READ
           END-EVALUATE.
           IF WS-REASON = SPACES
              PERFORM 2300-WRITE-PAYMENT
           ELSE
              PERFORM 2400-WRITE-SUSPENSE
           END-IF.

       2200-FIND-BY-BORROWER.
           *> Not an account number - try it as the borrower's
           *> student id. Only one active loan for the borrower is
           *> a match; several cannot be split without asking,
           *> unless the borrower is on consolidated billing and
           *> the split rule is on file.
           MOVE ZERO TO WS-MATCH-COUNT.
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
                    IF PF-STUDENT-ID = LB-D-REF-ID-NUM
                       AND PF-ACCT-ACTIVE
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE PF-ACCOUNT-ID TO WS-MATCH-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-MATCH-COUNT = ZERO
                 MOVE "NO ACCOUNT OR BORROWER MATCH" TO WS-REASON
              WHEN WS-MATCH-COUNT > 1
                 MOVE ZERO TO WS-MATCH-ACCOUNT
                 PERFORM 2250-CHECK-CONSOLIDATED
                 IF ITEM-CONSOLIDATED
                    MOVE LB-D-REF-ID-NUM TO WS-MATCH-ACCOUNT
                 ELSE
                    MOVE "AMBIGUOUS - SEVERAL LOANS" TO WS-REASON
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2250-CHECK-CONSOLIDATED.
           IF CONSBILL-FILE-AVAILABLE
              MOVE LB-D-REF-ID-NUM TO CG-STUDENT-ID
              READ CONSOLIDATED-BILL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CG-ACTIVE
                       MOVE "Y" TO WS-CONSOLIDATED-SW
                    END-IF
              END-READ
           END-IF.

       2300-WRITE-PAYMENT.
           *> A consolidated payment carries the student id, and
           *> payment-batch splits it across the borrower's loans.
           MOVE WS-MATCH-ACCOUNT TO PT-ACCOUNT-ID.
           MOVE LB-D-AMOUNT-NUM  TO PT-AMOUNT.
           IF ITEM-CONSOLIDATED
              MOVE "C"           TO PT-TRANS-TYPE
           ELSE
              MOVE "P"           TO PT-TRANS-TYPE
           END-IF.
           WRITE PAYMENT-TRANS-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD LB-D-AMOUNT-NUM TO WS-MATCHED-TOTAL.
           ADD 1 TO WS-B-MATCHED (WS-BATCH-IDX).
           ADD LB-D-AMOUNT-NUM TO WS-B-MATCHED-AMT (WS-BATCH-IDX).

       2400-WRITE-SUSPENSE.
           MOVE WS-B-DEPOSIT-DATE (WS-BATCH-IDX) TO SU-DEPOSIT-DATE.
           MOVE WS-B-NUMBER (WS-BATCH-IDX) TO SU-BATCH-NUMBER.
           MOVE WS-ITEM-SEQ       TO SU-ITEM-SEQ.
           MOVE LB-D-AMOUNT-NUM   TO SU-AMOUNT.
           MOVE LB-D-REFERENCE    TO SU-REFERENCE.
           MOVE LB-D-REMITTER     TO SU-REMITTER.
           MOVE LB-D-CHECK-NO     TO SU-CHECK-NO.
           MOVE WS-REASON         TO SU-REASON.
           MOVE "U"               TO SU-STATUS.
           MOVE WS-RUN-DATE       TO SU-ENTERED-DATE.
           MOVE ZERO              TO SU-RESOLVED-DATE
              SU-APPLIED-ACCOUNT.
           MOVE SPACES            TO SU-RESOLVED-BY SU-NOTE.
           WRITE SUSPENSE-RECORD.
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "Unable to file suspense item "
                 SU-SUSP-KEY ", status " WS-SUSPENSE-STATUS
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD LB-D-AMOUNT-NUM TO WS-SUSPENSE-TOTAL.
           ADD 1 TO WS-B-SUSPENSE (WS-BATCH-IDX).
           ADD LB-D-AMOUNT-NUM TO WS-B-SUSPENSE-AMT (WS-BATCH-IDX).
           MOVE LB-BATCH-NUMBER   TO WS-S-BATCH.
           MOVE WS-ITEM-SEQ       TO WS-S-ITEM.
           MOVE LB-D-AMOUNT-NUM   TO WS-S-AMOUNT.
           MOVE LB-D-REFERENCE    TO WS-S-REFERENCE.
           MOVE WS-REASON         TO WS-S-REASON.
           MOVE WS-SUSPENSE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-RECORD-BATCHES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCH-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCH-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                 UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                    OR WS-BATCH-IDX > WS-BATCH-MAX
              PERFORM 3100-RECORD-ONE-BATCH
           END-PERFORM.
           IF WS-OVERFLOW-COUNT NOT = ZERO
              MOVE "MORE BATCHES THAN ONE RUN TAKES - REST HELD"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              ADD WS-OVERFLOW-COUNT TO WS-HELD-COUNT
           END-IF.

       3100-RECORD-ONE-BATCH.
           MOVE WS-B-NUMBER (WS-BATCH-IDX)       TO WS-P-BATCH.
           MOVE WS-B-DEPOSIT-DATE (WS-BATCH-IDX) TO WS-P-DEPOSIT-DATE.
           MOVE WS-B-HDR-COUNT (WS-BATCH-IDX)    TO WS-P-HDR-COUNT.
           MOVE WS-B-HDR-TOTAL (WS-BATCH-IDX)    TO WS-P-HDR-TOTAL.
           MOVE WS-B-ACT-COUNT (WS-BATCH-IDX)    TO WS-P-ACT-COUNT.
           MOVE WS-B-ACT-TOTAL (WS-BATCH-IDX)    TO WS-P-ACT-TOTAL.
           MOVE WS-B-NOTE (WS-BATCH-IDX)         TO WS-P-NOTE.
           MOVE WS-BATCH-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           *> A batch whose header cannot be keyed is only reported;
           *> everything else is filed, imported or held.
           IF WS-B-RESULT (WS-BATCH-IDX) NOT = "D"
              AND WS-B-NUMBER (WS-BATCH-IDX) NUMERIC
              AND WS-B-DEPOSIT-DATE (WS-BATCH-IDX) NUMERIC
              MOVE WS-B-DEPOSIT-DATE (WS-BATCH-IDX)
                 TO LX-DEPOSIT-DATE
              MOVE WS-B-NUMBER (WS-BATCH-IDX) TO LX-BATCH-NUMBER
              READ LOCKBOX-BATCH-FILE
                 INVALID KEY
                    MOVE "23" TO WS-BATCH-STATUS
              END-READ
              IF WS-B-RESULT (WS-BATCH-IDX) = "P"
                 MOVE "I" TO LX-STATUS
              ELSE
                 MOVE "H" TO LX-STATUS
              END-IF
              MOVE WS-RUN-DATE TO LX-RUN-DATE
              MOVE WS-B-HDR-COUNT (WS-BATCH-IDX)   TO LX-ITEM-COUNT
              MOVE WS-B-HDR-TOTAL (WS-BATCH-IDX)   TO LX-BATCH-TOTAL
              MOVE WS-B-MATCHED (WS-BATCH-IDX) TO LX-MATCHED-COUNT
              MOVE WS-B-MATCHED-AMT (WS-BATCH-IDX)
                 TO LX-MATCHED-TOTAL
              MOVE WS-B-SUSPENSE (WS-BATCH-IDX)
                 TO LX-SUSPENSE-COUNT
              MOVE WS-B-SUSPENSE-AMT (WS-BATCH-IDX)
                 TO LX-SUSPENSE-TOTAL
              IF WS-BATCH-STATUS = "00"
                 REWRITE LOCKBOX-BATCH-RECORD
              ELSE
                 WRITE LOCKBOX-BATCH-RECORD
              END-IF
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WS-T-MATCHED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MATCHED-TOTAL TO WS-T-MATCHED-TOTAL.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENSE-COUNT TO WS-T-SUSPENSE.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENSE-TOTAL TO WS-T-SUSPENSE-TOTAL.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-T-HELD.
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-T-ORPHANS.
           MOVE WS-TOTAL-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
