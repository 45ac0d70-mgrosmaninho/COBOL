       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-DEBIT-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: DAILY DIRECT-DEBIT RUN. FOR EVERY ACTIVE
      * MANDATE ON MANDATE.DAT WHOSE DEBIT DAY FALLS WITHIN THE
      * BANK'S LEAD TIME, WRITES A DEBIT FOR THE AMOUNT DUE - THE
      * SAME AMOUNT PAYMENT-DUE-BATCH BILLS - TO THE OUTBOUND BANK
      * FILE DDDEBIT.DAT AND FILES IT ON THE COLLECTION FILE. NO
      * DEBIT IS TAKEN BEFORE THE CONTRACT'S FIRST INSTALLMENT OR
      * FOR A DATE INSIDE A FORBEARANCE OR DEFERMENT PERIOD. WHEN A
      * SUBMITTED DEBIT'S DATE ARRIVES THE PAYMENT IS APPENDED TO
      * THE DIRECT-DEBIT POSTING FEED DDTRAN.DAT FOR PAYMENT-BATCH
      * TO POST. RUN DAILY FROM THE BATCH SCHEDULE AHEAD OF
      * PAYMENT-BATCH; THE REPORT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS DM-ACCOUNT-ID
              FILE STATUS IS WS-MANDATE-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "DDCOLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-COLL-KEY
              FILE STATUS IS WS-COLL-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT BANK-DEBIT-FILE ASSIGN TO "DDDEBIT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BANK-STATUS.

           SELECT DD-TRANS-FILE ASSIGN TO "DDTRAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DD-STATUS.

           SELECT DD-DEBIT-REPORT-FILE ASSIGN TO "DDDEBIT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       COPY DDMANDAT.

       FD  COLLECTION-FILE.
       COPY DDCOLL.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  BANK-DEBIT-FILE.
       COPY DDBANK.

       FD  DD-TRANS-FILE.
       COPY DDTRAN.

       FD  DD-DEBIT-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-STATUS         PIC XX VALUE SPACES.
       01  WS-COLL-STATUS            PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-BANK-STATUS            PIC XX VALUE SPACES.
       01  WS-DD-STATUS              PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR           PIC 9(4).
           05  WS-RUN-MONTH          PIC 9(2).
           05  WS-RUN-DAY            PIC 9(2).
       01  WS-DEBIT-DATE             PIC 9(8) VALUE ZERO.
       01  WS-DEBIT-DATE-SPLIT REDEFINES WS-DEBIT-DATE.
           05  WS-DEBIT-YEAR         PIC 9(4).
           05  WS-DEBIT-MONTH        PIC 9(2).
           05  WS-DEBIT-DAY          PIC 9(2).
       01  WS-DAYS-TO-DEBIT          PIC S9(5) VALUE ZERO.
      *> The bank wants a debit in hand this many days before it is
      *> taken.
       01  WS-LEAD-DAYS              PIC 9(2) VALUE 3.
       01  WS-BALANCE-DUE            PIC 9(6)V99 VALUE ZERO.
       01  WS-AMOUNT-DUE             PIC 9(6)V99 VALUE ZERO.
       01  WS-FORB-SW                PIC X VALUE "N".
           88  DEBIT-IN-FORBEARANCE         VALUE "Y".
       01  WS-FORB-ACCRUE-SW         PIC X VALUE "Y".
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-FORB-END-DATE          PIC 9(8) VALUE ZERO.

       01  WS-SUBMIT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SUBMIT-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-POSTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-POSTED-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "DDDEBIT.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "DDDEBIT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(26) VALUE
               "DIRECT-DEBIT RUN - RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-SECTION-HEADING        PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "DEBIT DATE".
           05  FILLER                PIC X(14) VALUE "    AMOUNT".
           05  FILLER                PIC X(7)  VALUE "SORT".
           05  FILLER                PIC X(10) VALUE "BANK ACCT".
           05  FILLER                PIC X(18) VALUE "NAME".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC Z(5)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-DEBIT-DATE       PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-SORT-CODE        PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-BANK-ACCOUNT     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACCOUNT-NAME     PIC X(18).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "DEBITS SENT TO THE BANK".
           05  WS-T-SUBMITTED        PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "AMOUNT SENT".
           05  WS-T-SUBMIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "DEBITS POSTED AS PAYMENTS".
           05  WS-T-POSTED           PIC Z(5)9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(26) VALUE
               "AMOUNT POSTED".
           05  WS-T-POSTED-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(26) VALUE
               "NOTHING DUE - NOT SENT".
           05  WS-T-SKIPPED          PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = "00"
              DISPLAY "No direct-debit mandate file on hand -"
                 " nothing to collect."
              GOBACK
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              CLOSE MANDATE-FILE
              GOBACK
           END-IF.
           OPEN I-O COLLECTION-FILE.
           IF WS-COLL-STATUS = "35"
              CLOSE COLLECTION-FILE
              OPEN OUTPUT COLLECTION-FILE
              CLOSE COLLECTION-FILE
              OPEN I-O COLLECTION-FILE
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SUBMIT-COUNT.
           OPEN OUTPUT BANK-DEBIT-FILE.
           OPEN EXTEND DD-TRANS-FILE.
           IF WS-DD-STATUS = "35"
              OPEN OUTPUT DD-TRANS-FILE
           END-IF.
           OPEN OUTPUT DD-DEBIT-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO BANK-DEBIT-RECORD.
           MOVE "H" TO BD-RECORD-TYPE.
           MOVE WS-RUN-DATE TO BD-H-RUN-DATE.
           WRITE BANK-DEBIT-RECORD.
           MOVE "DEBITS SENT TO THE BANK" TO WS-SECTION-HEADING.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-SCAN-MANDATES.
           MOVE SPACES TO BANK-DEBIT-RECORD.
           MOVE "T" TO BD-RECORD-TYPE.
           MOVE WS-SUBMIT-COUNT TO BD-T-COUNT.
           MOVE WS-SUBMIT-TOTAL TO BD-T-AMOUNT.
           WRITE BANK-DEBIT-RECORD.
           MOVE "DEBITS DUE TODAY - POSTED AS PAYMENTS"
              TO WS-SECTION-HEADING.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 3000-POST-DUE-DEBITS.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE DD-DEBIT-REPORT-FILE.
           CLOSE DD-TRANS-FILE.
           CLOSE BANK-DEBIT-FILE.
           CLOSE COLLECTION-FILE.
           CLOSE PORTFOLIO-FILE.
           CLOSE MANDATE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SUBMIT-COUNT.
           DISPLAY "Direct-debit run complete - " WS-SUBMIT-COUNT
              " debit(s) sent, " WS-POSTED-COUNT " posted.".
           GOBACK.

       1000-PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-SCAN-MANDATES.
           PERFORM UNTIL NO-MORE-RECORDS
              READ MANDATE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF DM-STATUS-ACTIVE
                       PERFORM 2100-WORK-ONE-MANDATE
                    END-IF
              END-READ
           END-PERFORM.

       2100-WORK-ONE-MANDATE.
           *> The next debit date is the mandate's day in the business
           *> month, or in the next month once that day has passed.
           MOVE WS-RUN-YEAR  TO WS-DEBIT-YEAR.
           MOVE WS-RUN-MONTH TO WS-DEBIT-MONTH.
           MOVE DM-DEBIT-DAY TO WS-DEBIT-DAY.
           IF WS-DEBIT-DATE < WS-RUN-DATE
              IF WS-DEBIT-MONTH = 12
                 MOVE 1 TO WS-DEBIT-MONTH
                 ADD 1 TO WS-DEBIT-YEAR
              ELSE
                 ADD 1 TO WS-DEBIT-MONTH
              END-IF
           END-IF.
           COMPUTE WS-DAYS-TO-DEBIT =
              FUNCTION INTEGER-OF-DATE (WS-DEBIT-DATE)
              - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           IF WS-DAYS-TO-DEBIT <= WS-LEAD-DAYS
              AND WS-DEBIT-DATE NOT = DM-LAST-DEBIT-DATE
              MOVE DM-ACCOUNT-ID TO PF-ACCOUNT-ID
              READ PORTFOLIO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PF-ACCT-ACTIVE
                       PERFORM 2200-CHECK-AMOUNT-DUE
                    END-IF
              END-READ
           END-IF.

       2200-CHECK-AMOUNT-DUE.
           *> The amount due is worked exactly as PAYMENT-DUE-BATCH
           *> bills it, with the debit date standing in for the due
           *> date: nothing before the first installment unless a
           *> modification deferred the principal, nothing inside a
           *> forbearance or deferment period, the accrued interest
           *> during a deferral, then the installment until the
           *> maturity date and the whole balance after it.
           COMPUTE WS-BALANCE-DUE =
              PF-PRINCIPAL + PF-ACCRUED-INTEREST.
           CALL "FORBCHK" USING PF-ACCOUNT-ID WS-DEBIT-DATE
              WS-FORB-SW WS-FORB-ACCRUE-SW WS-FORB-TYPE
              WS-FORB-END-DATE.
           EVALUATE TRUE
              WHEN PF-DUE-DAY = ZERO
                 MOVE ZERO TO WS-AMOUNT-DUE
              WHEN WS-DEBIT-DATE < PF-FIRST-PAYMENT-DATE
                 AND (PF-DEFERRAL-START-DATE = ZERO
                    OR WS-DEBIT-DATE < PF-DEFERRAL-START-DATE)
                 MOVE ZERO TO WS-AMOUNT-DUE
              WHEN DEBIT-IN-FORBEARANCE
                 MOVE ZERO TO WS-AMOUNT-DUE
              WHEN WS-DEBIT-DATE < PF-FIRST-PAYMENT-DATE
                 MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-DUE
              WHEN PF-SCHEDULED-PAYMENT NOT = ZERO
                 AND PF-SCHEDULED-PAYMENT < WS-BALANCE-DUE
                 AND WS-DEBIT-DATE < PF-MATURITY-DATE
                 MOVE PF-SCHEDULED-PAYMENT TO WS-AMOUNT-DUE
              WHEN OTHER
                 MOVE WS-BALANCE-DUE TO WS-AMOUNT-DUE
           END-EVALUATE.
           IF WS-AMOUNT-DUE = ZERO
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM 2300-SUBMIT-DEBIT
           END-IF.

       2300-SUBMIT-DEBIT.
           *> The collection file remembers every debit sent, so a
           *> rerun of the day finds it and sends nothing twice.
           MOVE DM-ACCOUNT-ID TO DC-ACCOUNT-ID.
           MOVE WS-DEBIT-DATE TO DC-DEBIT-DATE.
           READ COLLECTION-FILE
              INVALID KEY
                 MOVE "23" TO WS-COLL-STATUS
           END-READ.
           IF WS-COLL-STATUS NOT = "00"
              PERFORM 2400-CHECK-LAST-DEBIT
              MOVE DM-ACCOUNT-ID   TO DC-ACCOUNT-ID
              MOVE WS-DEBIT-DATE   TO DC-DEBIT-DATE
              MOVE WS-AMOUNT-DUE   TO DC-AMOUNT
              MOVE DM-SORT-CODE    TO DC-SORT-CODE
              MOVE DM-BANK-ACCOUNT TO DC-BANK-ACCOUNT
              MOVE "S"             TO DC-STATUS
              MOVE WS-RUN-DATE     TO DC-SUBMIT-DATE
              MOVE ZERO            TO DC-POSTED-DATE DC-RETURN-DATE
              MOVE SPACES          TO DC-RETURN-CODE
              WRITE COLLECTION-RECORD
              MOVE SPACES TO BANK-DEBIT-RECORD
              MOVE "D"             TO BD-RECORD-TYPE
              MOVE DM-SORT-CODE    TO BD-SORT-CODE
              MOVE DM-BANK-ACCOUNT TO BD-BANK-ACCOUNT
              MOVE DM-ACCOUNT-NAME TO BD-ACCOUNT-NAME
              MOVE WS-AMOUNT-DUE   TO BD-AMOUNT
              MOVE WS-DEBIT-DATE   TO BD-DEBIT-DATE
              MOVE DM-ACCOUNT-ID   TO BD-REFERENCE
              WRITE BANK-DEBIT-RECORD
              ADD 1 TO WS-SUBMIT-COUNT
              ADD WS-AMOUNT-DUE TO WS-SUBMIT-TOTAL
              MOVE DM-ACCOUNT-ID   TO WS-D-ACCOUNT-ID
              MOVE WS-DEBIT-DATE   TO WS-D-DEBIT-DATE
              MOVE WS-AMOUNT-DUE   TO WS-D-AMOUNT
              MOVE DM-SORT-CODE    TO WS-D-SORT-CODE
              MOVE DM-BANK-ACCOUNT TO WS-D-BANK-ACCOUNT
              MOVE DM-ACCOUNT-NAME TO WS-D-ACCOUNT-NAME
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-DEBIT-DATE   TO DM-LAST-DEBIT-DATE
              MOVE WS-AMOUNT-DUE   TO DM-LAST-DEBIT-AMOUNT
              REWRITE MANDATE-RECORD
           END-IF.

       2400-CHECK-LAST-DEBIT.
           *> The returns count is of debits returned in a row - once
           *> the mandate's previous debit has gone through without
           *> coming back, the count starts again.
           IF DM-LAST-DEBIT-DATE NOT = ZERO
              MOVE DM-ACCOUNT-ID      TO DC-ACCOUNT-ID
              MOVE DM-LAST-DEBIT-DATE TO DC-DEBIT-DATE
              READ COLLECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT DC-STATUS-RETURNED
                       MOVE ZERO TO DM-CONSEC-RETURNS
                    END-IF
              END-READ
           END-IF.

       3000-POST-DUE-DEBITS.
           *> A debit is taken as paid on its date - the bank's
           *> returns file is how we hear otherwise, and DD-RETURN-
           *> BATCH reverses the payment when it does.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO DC-ACCOUNT-ID DC-DEBIT-DATE.
           START COLLECTION-FILE KEY IS >= DC-COLL-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ COLLECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF DC-STATUS-SUBMITTED
                       AND DC-DEBIT-DATE <= WS-RUN-DATE
                       PERFORM 3100-POST-ONE-DEBIT
                    END-IF
              END-READ
           END-PERFORM.

       3100-POST-ONE-DEBIT.
           MOVE DC-ACCOUNT-ID TO DT-ACCOUNT-ID.
           MOVE DC-AMOUNT     TO DT-AMOUNT.
           MOVE "P"           TO DT-TRANS-TYPE.
           WRITE DD-TRANS-RECORD.
           MOVE "P"           TO DC-STATUS.
           MOVE WS-RUN-DATE   TO DC-POSTED-DATE.
           REWRITE COLLECTION-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD DC-AMOUNT TO WS-POSTED-TOTAL.
           MOVE DC-ACCOUNT-ID   TO WS-D-ACCOUNT-ID.
           MOVE DC-DEBIT-DATE   TO WS-D-DEBIT-DATE.
           MOVE DC-AMOUNT       TO WS-D-AMOUNT.
           MOVE DC-SORT-CODE    TO WS-D-SORT-CODE.
           MOVE DC-BANK-ACCOUNT TO WS-D-BANK-ACCOUNT.
           MOVE SPACES          TO WS-D-ACCOUNT-NAME.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUBMIT-COUNT TO WS-T-SUBMITTED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUBMIT-TOTAL TO WS-T-SUBMIT-TOTAL.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POSTED-COUNT TO WS-T-POSTED.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POSTED-TOTAL TO WS-T-POSTED-TOTAL.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-T-SKIPPED.
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
