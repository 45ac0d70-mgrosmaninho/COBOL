       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CREDIT BUREAU REPORTING RUN OVER THE LOAN
      * PORTFOLIO. ON THE LAST BUSINESS DAY OF THE MONTH IT WRITES
      * THE MONTHLY FILE, CRBUREAU.DAT: ONE BASE RECORD PER
      * REPORTABLE ACCOUNT - EVERY OPEN AND CHARGED-OFF ACCOUNT,
      * AND A CLOSED OR SOLD ONE IN THE MONTH IT CLOSED OR WAS
      * TRANSFERRED TO ITS NEW SERVICER - CARRYING THE
      * BORROWER'S NAME, ADDRESS, NATIONAL ID AND DATE OF BIRTH
      * FROM THE LINKED STUDENT MASTER RECORD, THE BALANCE, THE
      * SCHEDULED INSTALLMENT, THE DPDBUCKT DAYS-PAST-DUE BUCKET
      * AND THE ACCOUNT STATUS, FOLLOWED BY AN ASSOCIATE RECORD FOR
      * EACH CO-BORROWER AND GUARANTOR ON COBORROW.DAT. ON ANY
      * OTHER DAY IT RESUBMITS ONLY THE ACCOUNTS WHOSE DISPUTES
      * CRB-DISPUTE-MAINT HAS MARKED CORRECTED, ON A CORRECTION
      * FILE, CRBCORR.DAT, SO A MONTHLY FILE NOT YET COLLECTED IS
      * NEVER OVERWRITTEN. BOTH FILES CARRY A HEADER AND A TRAILER.
      * AN ACCOUNT MISSING MANDATORY BORROWER DATA IS NOT SENT BUT
      * LISTED WITH THE REASON ON CRBUREAU.PRT FOR THE LOAN DESK TO
      * FIX; A REJECTED CORRECTION STAYS WAITING FOR THE NEXT RUN.
      * SCHEDULED DAILY; THE REPORT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

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

           SELECT COBORROWER-FILE ASSIGN TO "COBORROW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CB-COBOR-KEY
              FILE STATUS IS WS-COBOR-STATUS.

           SELECT RECOVERY-FILE ASSIGN TO "RECOVERY.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-ACCOUNT-ID
              FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "CRBDISP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-DISPUTE-KEY
              FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT BUREAU-FILE ASSIGN TO WS-BUREAU-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUREAU-STATUS.

           SELECT BUREAU-REPORT-FILE ASSIGN TO "CRBUREAU.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  COBORROWER-FILE.
       COPY COBORREC.

       FD  RECOVERY-FILE.
       COPY RECOVREC.

       FD  DISPUTE-FILE.
       COPY CRBDISP.

       FD  BUREAU-FILE.
       COPY CRBUREAU.

       FD  BUREAU-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-COBOR-STATUS           PIC XX VALUE SPACES.
       01  WS-RECOVERY-STATUS        PIC XX VALUE SPACES.
       01  WS-DISPUTE-STATUS         PIC XX VALUE SPACES.
       01  WS-BUREAU-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-BUREAU-FILE-NAME       PIC X(12) VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-COBORS-SW         PIC X VALUE "Y".
           88  NO-MORE-COBORS               VALUE "N".
       01  WS-MORE-DISPUTES-SW       PIC X VALUE "Y".
           88  NO-MORE-DISPUTES             VALUE "N".
       01  WS-COBORFILE-SW           PIC X VALUE "N".
           88  COBOR-FILE-AVAILABLE         VALUE "Y".
       01  WS-RECOVFILE-SW           PIC X VALUE "N".
           88  RECOVERY-FILE-AVAILABLE      VALUE "Y".
       01  WS-DISPFILE-SW            PIC X VALUE "N".
           88  DISPUTE-FILE-AVAILABLE       VALUE "Y".

      *> Monthly file on the last business day of the month, a
      *> correction file of the corrected disputes on any other.
       01  WS-RUN-MODE               PIC X VALUE "M".
           88  MONTHLY-RUN                  VALUE "M".
           88  CORRECTION-RUN               VALUE "C".
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-NEXT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-STATUS-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-WORK-INTEGER           PIC 9(8) VALUE ZERO.
       01  WS-REPORTER-ID            PIC X(10) VALUE "LOANDESK".

       01  WS-REPORTABLE-SW          PIC X VALUE "N".
           88  ACCOUNT-REPORTABLE           VALUE "Y".
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-CORRECTION-SW          PIC X VALUE "N".
           88  CORRECTION-PENDING           VALUE "Y".
       01  WS-DISPUTE-REF            PIC X(10) VALUE SPACES.
       01  WS-LAST-ACCOUNT-ID        PIC 9(6) VALUE ZERO.
       01  WS-ACCOUNT-SENT-SW        PIC X VALUE "N".
           88  ACCOUNT-SENT                 VALUE "Y".
       01  WS-BALANCE                PIC 9(8)V99 VALUE ZERO.
       01  WS-DAYS-SINCE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET                 PIC 9 VALUE ZERO.
       01  WS-BUCKET-LABEL           PIC X(8) VALUE SPACES.
       01  WS-FORB-TYPE              PIC X VALUE SPACE.

       01  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BASE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ASSOC-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CORRECTION-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-BALANCE-TOTAL          PIC 9(10)V99 VALUE ZERO.

       01  WS-SPOOL-NAME             PIC X(12) VALUE "CRBUREAU.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "CRBUREAU".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(28) VALUE
               "CREDIT BUREAU FILE - RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-T-FILE-TYPE        PIC X(24).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "STUDENT".
           05  FILLER                PIC X(30) VALUE
               "REJECTED - REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC 9(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-REASON           PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(30).
           05  WS-TL-COUNT           PIC Z(5)9.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL           PIC X(30).
           05  WS-AL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-WORK-OUT-THE-MODE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
              MOVE "Y" TO WS-DISPFILE-SW
           END-IF.
           IF CORRECTION-RUN
              PERFORM 0200-CHECK-FOR-CORRECTIONS
              IF NOT CORRECTION-PENDING
                 DISPLAY "No corrected disputes waiting - no"
                    " correction file written."
                 IF DISPUTE-FILE-AVAILABLE
                    CLOSE DISPUTE-FILE
                 END-IF
                 CLOSE PORTFOLIO-FILE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open the student master, status "
                 WS-MASTER-STATUS " - no borrower identity to"
                 " report."
              IF DISPUTE-FILE-AVAILABLE
                 CLOSE DISPUTE-FILE
              END-IF
              CLOSE PORTFOLIO-FILE
              GOBACK
           END-IF.
           OPEN INPUT COBORROWER-FILE.
           IF WS-COBOR-STATUS = "00"
              MOVE "Y" TO WS-COBORFILE-SW
           END-IF.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RECOVERY-STATUS = "00"
              MOVE "Y" TO WS-RECOVFILE-SW
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-BASE-COUNT.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT BUREAU-REPORT-FILE.
           PERFORM 1000-WRITE-HEADERS.
           IF MONTHLY-RUN
              PERFORM 2000-REPORT-PORTFOLIO
           ELSE
              PERFORM 3000-RESUBMIT-CORRECTIONS
           END-IF.
           PERFORM 4000-WRITE-TRAILER.
           PERFORM 5000-PRINT-TOTALS.
           CLOSE BUREAU-REPORT-FILE.
           CLOSE BUREAU-FILE.
           IF RECOVERY-FILE-AVAILABLE
              CLOSE RECOVERY-FILE
           END-IF.
           IF COBOR-FILE-AVAILABLE
              CLOSE COBORROWER-FILE
           END-IF.
           IF DISPUTE-FILE-AVAILABLE
              CLOSE DISPUTE-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE PORTFOLIO-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-BASE-COUNT.
           GOBACK.

       0100-WORK-OUT-THE-MODE.
           *> The business date is the last of its month when the
           *> day after it falls in a different month - the same
           *> test the batch driver makes for month-end jobs.
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           COMPUTE WS-NEXT-MONTH = WS-NEXT-DATE / 100.
           IF WS-NEXT-MONTH NOT = WS-RUN-MONTH
              MOVE "M" TO WS-RUN-MODE
              MOVE "CRBUREAU.DAT" TO WS-BUREAU-FILE-NAME
              MOVE "MONTHLY FILE" TO WS-T-FILE-TYPE
           ELSE
              MOVE "C" TO WS-RUN-MODE
              MOVE "CRBCORR.DAT" TO WS-BUREAU-FILE-NAME
              MOVE "CORRECTION RESUBMISSION" TO WS-T-FILE-TYPE
           END-IF.

       0200-CHECK-FOR-CORRECTIONS.
           MOVE "N" TO WS-CORRECTION-SW.
           IF DISPUTE-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-DISPUTES-SW
              MOVE ZERO TO CD-ACCOUNT-ID CD-RECEIVED-DATE
              START DISPUTE-FILE KEY IS >= CD-DISPUTE-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-DISPUTES-SW
              END-START
              PERFORM UNTIL NO-MORE-DISPUTES OR CORRECTION-PENDING
                 READ DISPUTE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-DISPUTES-SW
                    NOT AT END
                       IF CD-STATUS-CORRECTED
                          MOVE "Y" TO WS-CORRECTION-SW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       1000-WRITE-HEADERS.
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           MOVE "H"            TO CR-RECORD-TYPE.
           MOVE WS-REPORTER-ID TO CR-H-REPORTER-ID.
           MOVE WS-RUN-DATE    TO CR-H-RUN-DATE.
           MOVE WS-RUN-MONTH   TO CR-H-PERIOD.
           MOVE WS-RUN-MODE    TO CR-H-FILE-TYPE.
           WRITE CREDIT-BUREAU-RECORD.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-REPORT-PORTFOLIO.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2050-CHECK-REPORTABLE
                    IF ACCOUNT-REPORTABLE
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM 2060-FIND-CORRECTION
                       PERFORM 2100-REPORT-ONE-ACCOUNT
                       IF ACCOUNT-SENT AND CORRECTION-PENDING
                          PERFORM 2070-MARK-RESUBMITTED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2050-CHECK-REPORTABLE.
           *> Open and charged-off accounts every month; a closed
           *> account one last time, in the month it closed.
           MOVE "N" TO WS-REPORTABLE-SW.
           COMPUTE WS-STATUS-MONTH = PF-STATUS-DATE / 100.
           EVALUATE TRUE
              WHEN PF-ACCT-ACTIVE
                 MOVE "Y" TO WS-REPORTABLE-SW
              WHEN PF-ACCT-CHARGED-OFF
                 MOVE "Y" TO WS-REPORTABLE-SW
              WHEN PF-ACCT-CLOSED
              WHEN PF-ACCT-TRANSFERRED
                 IF WS-STATUS-MONTH = WS-RUN-MONTH
                    MOVE "Y" TO WS-REPORTABLE-SW
                 END-IF
           END-EVALUATE.

       2060-FIND-CORRECTION.
           *> A corrected dispute on an account in the monthly file
           *> rides along on its base record.
           MOVE "N" TO WS-CORRECTION-SW.
           MOVE SPACES TO WS-DISPUTE-REF.
           IF DISPUTE-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-DISPUTES-SW
              MOVE PF-ACCOUNT-ID TO CD-ACCOUNT-ID
              MOVE ZERO          TO CD-RECEIVED-DATE
              START DISPUTE-FILE KEY IS >= CD-DISPUTE-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-DISPUTES-SW
              END-START
              PERFORM UNTIL NO-MORE-DISPUTES
                 READ DISPUTE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-DISPUTES-SW
                    NOT AT END
                       IF CD-ACCOUNT-ID NOT = PF-ACCOUNT-ID
                          MOVE "N" TO WS-MORE-DISPUTES-SW
                       ELSE
                          IF CD-STATUS-CORRECTED
                             MOVE "Y" TO WS-CORRECTION-SW
                             MOVE CD-BUREAU-REF TO WS-DISPUTE-REF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2070-MARK-RESUBMITTED.
           *> Every corrected dispute on the account went out with
           *> this record.
           MOVE "Y" TO WS-MORE-DISPUTES-SW.
           MOVE PF-ACCOUNT-ID TO CD-ACCOUNT-ID.
           MOVE ZERO          TO CD-RECEIVED-DATE.
           START DISPUTE-FILE KEY IS >= CD-DISPUTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-DISPUTES-SW
           END-START.
           PERFORM UNTIL NO-MORE-DISPUTES
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-DISPUTES-SW
                 NOT AT END
                    IF CD-ACCOUNT-ID NOT = PF-ACCOUNT-ID
                       MOVE "N" TO WS-MORE-DISPUTES-SW
                    ELSE
                       IF CD-STATUS-CORRECTED
                          MOVE "S"         TO CD-STATUS
                          MOVE WS-RUN-DATE TO CD-RESUBMIT-DATE
                          REWRITE BUREAU-DISPUTE-RECORD
                          ADD 1 TO WS-CORRECTION-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2100-REPORT-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-SENT-SW.
           PERFORM 2200-CHECK-MANDATORY-DATA.
           IF WS-REJECT-REASON NOT = SPACES
              MOVE PF-ACCOUNT-ID    TO WS-D-ACCOUNT-ID
              MOVE PF-STUDENT-ID    TO WS-D-STUDENT-ID
              PERFORM 2500-PRINT-REJECT
           ELSE
              PERFORM 2300-WRITE-BASE-RECORD
              PERFORM 2400-WRITE-ASSOCIATES
              MOVE "Y" TO WS-ACCOUNT-SENT-SW
           END-IF.

       2200-CHECK-MANDATORY-DATA.
           *> The bureau cannot match a record without the
           *> borrower's name, address, national id and birth date.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PF-STUDENT-ID = ZERO
              MOVE "NO LINKED STUDENT RECORD" TO WS-REJECT-REASON
           ELSE
              MOVE PF-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE "STUDENT NOT ON MASTER"
                       TO WS-REJECT-REASON
              END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN SM-SURNAME = SPACES OR SM-FORENAME = SPACES
                    MOVE "BORROWER NAME MISSING"
                       TO WS-REJECT-REASON
                 WHEN SM-ADDRESS = SPACES
                    MOVE "ADDRESS MISSING" TO WS-REJECT-REASON
                 WHEN SM-NATIONAL-ID NOT NUMERIC
                    OR SM-NATIONAL-ID = ZERO
                    MOVE "NATIONAL ID MISSING" TO WS-REJECT-REASON
                 WHEN SM-DATE-OF-BIRTH NOT NUMERIC
                    OR SM-DATE-OF-BIRTH = ZERO
                    MOVE "DATE OF BIRTH MISSING"
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

       2300-WRITE-BASE-RECORD.
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           MOVE "B"                  TO CR-RECORD-TYPE.
           MOVE PF-ACCOUNT-ID        TO CR-ACCOUNT-ID.
           MOVE SM-SURNAME           TO CR-SURNAME.
           MOVE SM-FORENAME          TO CR-FORENAME.
           MOVE SM-ADDRESS           TO CR-ADDRESS.
           MOVE SM-NATIONAL-ID       TO CR-NATIONAL-ID.
           MOVE SM-DATE-OF-BIRTH     TO CR-DATE-OF-BIRTH.
           MOVE PF-STATUS-DATE       TO CR-STATUS-DATE.
           MOVE PF-LAST-PAYMENT-DATE TO CR-LAST-PAYMENT-DATE.
           MOVE ZERO TO WS-BALANCE.
           MOVE ZERO TO CR-SCHEDULED-PAYMENT.
           MOVE ZERO TO CR-DPD-BUCKET.
           EVALUATE TRUE
              WHEN PF-ACCT-CLOSED
                 MOVE "C" TO CR-ACCOUNT-STATUS
              WHEN PF-ACCT-TRANSFERRED
                 *> Reported once as transferred - the new servicer
                 *> reports it from here on.
                 MOVE "T" TO CR-ACCOUNT-STATUS
              WHEN PF-ACCT-CHARGED-OFF
                 *> The balance left the book at charge-off; what
                 *> is still owed is on the recovery file.
                 MOVE "X" TO CR-ACCOUNT-STATUS
                 PERFORM 2310-GET-CHARGED-OFF-BALANCE
                 PERFORM 2320-GET-BUCKET
              WHEN OTHER
                 COMPUTE WS-BALANCE =
                    PF-PRINCIPAL + PF-ACCRUED-INTEREST
                 MOVE PF-SCHEDULED-PAYMENT TO CR-SCHEDULED-PAYMENT
                 PERFORM 2320-GET-BUCKET
                 IF WS-FORB-TYPE NOT = SPACE
                    MOVE "F" TO CR-ACCOUNT-STATUS
                 ELSE
                    MOVE "O" TO CR-ACCOUNT-STATUS
                 END-IF
           END-EVALUATE.
           MOVE WS-BALANCE TO CR-BALANCE.
           IF CORRECTION-PENDING
              MOVE "Y"            TO CR-CORRECTION-FLAG
              MOVE WS-DISPUTE-REF TO CR-DISPUTE-REF
           ELSE
              MOVE "N"            TO CR-CORRECTION-FLAG
           END-IF.
           WRITE CREDIT-BUREAU-RECORD.
           ADD 1 TO WS-BASE-COUNT.
           ADD WS-BALANCE TO WS-BALANCE-TOTAL.

       2310-GET-CHARGED-OFF-BALANCE.
           IF RECOVERY-FILE-AVAILABLE
              MOVE PF-ACCOUNT-ID TO RC-ACCOUNT-ID
              READ RECOVERY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RC-CHARGED-PRINCIPAL + RC-CHARGED-INTEREST
                       > RC-RECOVERED-AMOUNT
                       COMPUTE WS-BALANCE = RC-CHARGED-PRINCIPAL
                          + RC-CHARGED-INTEREST
                          - RC-RECOVERED-AMOUNT
                    END-IF
              END-READ
           END-IF.

       2320-GET-BUCKET.
           CALL "DPDBUCKT" USING PF-ACCOUNT-ID PF-LAST-PAYMENT-DATE
              WS-RUN-DATE WS-DAYS-SINCE WS-BUCKET WS-BUCKET-LABEL
              WS-FORB-TYPE.
           MOVE WS-BUCKET TO CR-DPD-BUCKET.

       2400-WRITE-ASSOCIATES.
           IF COBOR-FILE-AVAILABLE
              MOVE "Y" TO WS-MORE-COBORS-SW
              MOVE PF-ACCOUNT-ID TO CB-ACCOUNT-ID
              MOVE ZERO          TO CB-SEQUENCE
              START COBORROWER-FILE KEY IS >= CB-COBOR-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-COBORS-SW
              END-START
              PERFORM UNTIL NO-MORE-COBORS
                 READ COBORROWER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-COBORS-SW
                    NOT AT END
                       IF CB-ACCOUNT-ID NOT = PF-ACCOUNT-ID
                          MOVE "N" TO WS-MORE-COBORS-SW
                       ELSE
                          IF CB-CO-BORROWER OR CB-GUARANTOR
                             PERFORM 2410-WRITE-ONE-ASSOCIATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2410-WRITE-ONE-ASSOCIATE.
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           MOVE "A"           TO CR-RECORD-TYPE.
           MOVE PF-ACCOUNT-ID TO CR-A-ACCOUNT-ID.
           MOVE CB-ROLE       TO CR-A-ROLE.
           MOVE CB-NAME       TO CR-A-NAME.
           MOVE CB-ADDRESS    TO CR-A-ADDRESS.
           WRITE CREDIT-BUREAU-RECORD.
           ADD 1 TO WS-ASSOC-COUNT.

       2500-PRINT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON TO WS-D-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-RESUBMIT-CORRECTIONS.
           *> Dispute keys run in account order, so an account with
           *> several corrected disputes is sent once.
           MOVE ZERO TO WS-LAST-ACCOUNT-ID.
           MOVE "N" TO WS-ACCOUNT-SENT-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO CD-ACCOUNT-ID CD-RECEIVED-DATE.
           START DISPUTE-FILE KEY IS >= CD-DISPUTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CD-STATUS-CORRECTED
                       PERFORM 3100-RESUBMIT-ONE-DISPUTE
                    END-IF
              END-READ
           END-PERFORM.

       3100-RESUBMIT-ONE-DISPUTE.
           IF CD-ACCOUNT-ID NOT = WS-LAST-ACCOUNT-ID
              MOVE CD-ACCOUNT-ID TO WS-LAST-ACCOUNT-ID
              MOVE "N" TO WS-ACCOUNT-SENT-SW
              MOVE CD-ACCOUNT-ID TO PF-ACCOUNT-ID
              READ PORTFOLIO-FILE
                 INVALID KEY
                    MOVE CD-ACCOUNT-ID TO WS-D-ACCOUNT-ID
                    MOVE ZERO          TO WS-D-STUDENT-ID
                    MOVE "ACCOUNT NOT ON PORTFOLIO"
                       TO WS-REJECT-REASON
                    PERFORM 2500-PRINT-REJECT
                 NOT INVALID KEY
                    ADD 1 TO WS-ACCOUNT-COUNT
                    MOVE "Y"           TO WS-CORRECTION-SW
                    MOVE CD-BUREAU-REF TO WS-DISPUTE-REF
                    PERFORM 2100-REPORT-ONE-ACCOUNT
              END-READ
           END-IF.
           *> A rejected correction stays corrected, waiting for the
           *> missing data and the next run.
           IF ACCOUNT-SENT
              MOVE "S"         TO CD-STATUS
              MOVE WS-RUN-DATE TO CD-RESUBMIT-DATE
              REWRITE BUREAU-DISPUTE-RECORD
              ADD 1 TO WS-CORRECTION-COUNT
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CREDIT-BUREAU-RECORD.
           MOVE "T"              TO CR-RECORD-TYPE.
           MOVE WS-BASE-COUNT    TO CR-T-BASE-COUNT.
           MOVE WS-ASSOC-COUNT   TO CR-T-ASSOC-COUNT.
           MOVE WS-BALANCE-TOTAL TO CR-T-BALANCE.
           WRITE CREDIT-BUREAU-RECORD.

       5000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS CONSIDERED" TO WS-TL-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BASE RECORDS WRITTEN" TO WS-TL-LABEL.
           MOVE WS-BASE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ASSOCIATE RECORDS WRITTEN" TO WS-TL-LABEL.
           MOVE WS-ASSOC-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCOUNTS REJECTED" TO WS-TL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DISPUTES RESUBMITTED" TO WS-TL-LABEL.
           MOVE WS-CORRECTION-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BALANCE REPORTED" TO WS-AL-LABEL.
           MOVE WS-BALANCE-TOTAL TO WS-AL-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
