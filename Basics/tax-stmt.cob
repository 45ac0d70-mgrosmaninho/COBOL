       IDENTIFICATION DIVISION.
        PROGRAM-ID. TAX-STMT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: ANNUAL TUITION TAX STATEMENT RUN, TAKEN EACH
      * JANUARY FOR THE CALENDAR YEAR JUST ENDED. READS THE STUDENT
      * ACCOUNT FILE IN KEY ORDER AND TOTALS, PER STUDENT, THE
      * POSTINGS DATED IN THE YEAR BY TRANSACTION TYPE:
      *  - QUALIFIED CHARGES BILLED (TUITION CHARGES - THE PAYMENT
      *    PLAN ENROLLMENT FEE IS NOT TUITION AND IS LEFT OUT),
      *  - PAYMENTS RECEIVED,
      *  - SCHOLARSHIPS AND GRANTS (AID APPLIED BY TUITION-BILL),
      *  - REFUNDS AND ADJUSTMENTS (WITHDRAWAL AND CANCELLATION
      *    CREDITS).
      * EVERY STUDENT WITH ACTIVITY IN THE YEAR GETS ONE STATEMENT
      * TO THE ADDRESS ON THE MASTER (TAXSTMT.PRT); A STUDENT
      * FLAGGED BAD-ADDRESS, OR NOT ON THE MASTER, GOES TO THE
      * RESEARCH LIST INSTEAD (TAXRSCH.PRT). EVERY STUDENT, MAILED
      * OR NOT, IS WRITTEN TO THE FIXED-FORMAT FILING EXTRACT
      * (TAXXTR.DAT) WITH A HEADER AND A TRAILER CARRYING THE COUNT
      * AND AMOUNT TOTALS.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO "STUDACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO "TAXSTMT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT RESEARCH-FILE ASSIGN TO "TAXRSCH.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESEARCH-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "TAXXTR.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  STATEMENT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  RESEARCH-FILE.
       01  RESEARCH-LINE             PIC X(100).

       FD  EXTRACT-FILE.
       COPY TAXXTR.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-RESEARCH-STATUS        PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "TAXSTMT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-YEAR-INPUT             PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-RUN-YEAR               PIC 9(4) VALUE ZERO.
       01  WS-POSTING-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-MASKED-NATID           PIC X(9) VALUE SPACES.

       01  WS-CURRENT-STUDENT        PIC 9(6) VALUE ZERO.
       01  WS-STUDENT-CHARGES        PIC 9(8)V99 VALUE ZERO.
       01  WS-STUDENT-PAYMENTS       PIC 9(8)V99 VALUE ZERO.
       01  WS-STUDENT-AID            PIC 9(8)V99 VALUE ZERO.
       01  WS-STUDENT-REFUNDS        PIC 9(8)V99 VALUE ZERO.
       01  WS-ON-MASTER-SW           PIC X VALUE "N".
           88  STUDENT-ON-MASTER            VALUE "Y".

       01  WS-STATEMENT-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-RESEARCH-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-EXTRACT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-CHARGES          PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-PAYMENTS         PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-AID              PIC 9(10)V99 VALUE ZERO.
       01  WS-TOTAL-REFUNDS          PIC 9(10)V99 VALUE ZERO.

       01  WS-STATEMENT-TITLE.
           05  FILLER                PIC X(37) VALUE
               "TUITION TAX STATEMENT - CALENDAR YEAR".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-TAX-YEAR         PIC 9(4).

       01  WS-DATE-LINE.
           05  FILLER                PIC X(15) VALUE
               "STATEMENT DATE ".
           05  WS-DT-DATE            PIC 9(8).

       01  WS-STUDENT-LINE.
           05  FILLER                PIC X(8)  VALUE "STUDENT ".
           05  WS-S-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-S-FORENAME         PIC X(11).
           05  WS-S-SURNAME          PIC X(10).

       01  WS-ADDRESS-LINE.
           05  FILLER                PIC X(16) VALUE SPACES.
           05  WS-A-ADDRESS          PIC X(30).

       01  WS-NATID-LINE.
           05  FILLER                PIC X(16) VALUE "NATIONAL ID".
           05  WS-N-MASKED-ID        PIC X(9).

       01  WS-AMOUNT-LINE.
           05  WS-AM-CAPTION         PIC X(36).
           05  WS-AM-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-PAGE-SEPARATOR         PIC X(50) VALUE ALL "=".

       01  WS-RESEARCH-TITLE.
           05  FILLER                PIC X(36) VALUE
               "TUITION TAX STATEMENTS NOT MAILED -".
           05  FILLER                PIC X(10) VALUE " TAX YEAR ".
           05  WS-RT-TAX-YEAR        PIC 9(4).

       01  WS-RESEARCH-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(32) VALUE "ADDRESS ON FILE".
           05  FILLER                PIC X(15) VALUE "REASON".

       01  WS-RESEARCH-DETAIL.
           05  WS-R-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-R-FORENAME         PIC X(11).
           05  WS-R-SURNAME          PIC X(11).
           05  WS-R-ADDRESS          PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-REASON           PIC X(15).

       01  WS-RESEARCH-TOTAL.
           05  FILLER                PIC X(30) VALUE
               "STATEMENTS NOT MAILED".
           05  WS-RL-COUNT           PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-TAX-YEAR.
           OPEN INPUT STUDENT-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS NOT = "00"
              DISPLAY "Unable to open student account file, status "
                 WS-ACCOUNT-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STATEMENT-COUNT.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           ELSE
              DISPLAY "Warning: unable to open student master, "
                 "status " WS-MASTER-STATUS " - every statement"
                 " goes to the research list."
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT RESEARCH-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM 1000-WRITE-HEADERS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ STUDENT-ACCOUNT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                    IF WS-CURRENT-STUDENT NOT = ZERO
                       PERFORM 3000-CLOSE-STUDENT
                    END-IF
                 NOT AT END
                    PERFORM 2000-TALLY-ONE-POSTING
              END-READ
           END-PERFORM.
           PERFORM 4000-WRITE-TRAILERS.
           CLOSE EXTRACT-FILE.
           CLOSE RESEARCH-FILE.
           CLOSE STATEMENT-FILE.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE STUDENT-ACCOUNT-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STATEMENT-COUNT.
           DISPLAY "Tax year " WS-TAX-YEAR " - statements mailed: "
              WS-STATEMENT-COUNT ", not mailed: " WS-RESEARCH-COUNT
              ", filed on the extract: " WS-EXTRACT-COUNT.
           GOBACK.

       0100-GET-TAX-YEAR.
           *> The run is taken in January for the year just ended,
           *> so a blank answer means the year before the business
           *> date; a rerun for an earlier year keys it.
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR.
           MOVE ZERO TO WS-TAX-YEAR.
           PERFORM UNTIL WS-TAX-YEAR NOT = ZERO
              DISPLAY "Tax year (YYYY, blank for last year): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-YEAR-INPUT
              ACCEPT WS-YEAR-INPUT
              EVALUATE TRUE
                 WHEN WS-YEAR-INPUT = SPACES
                    COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
                 WHEN WS-YEAR-INPUT IS NUMERIC
                    AND WS-YEAR-INPUT > "1900"
                    AND WS-YEAR-INPUT <= WS-RUN-YEAR
                    MOVE WS-YEAR-INPUT TO WS-TAX-YEAR
                 WHEN OTHER
                    DISPLAY "Invalid tax year - enter four digits,"
                       " not later than this year."
              END-EVALUATE
           END-PERFORM.

       1000-WRITE-HEADERS.
           MOVE SPACES         TO TAX-EXTRACT-RECORD.
           MOVE "H"            TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR    TO TX-TAX-YEAR.
           MOVE WS-RUN-DATE    TO TX-H-RUN-DATE.
           WRITE TAX-EXTRACT-RECORD.
           MOVE WS-TAX-YEAR TO WS-RT-TAX-YEAR.
           MOVE WS-RESEARCH-TITLE TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.
           MOVE SPACES TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.
           MOVE WS-RESEARCH-HEADINGS TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.

       2000-TALLY-ONE-POSTING.
           IF SA-STUDENT-ID NOT = WS-CURRENT-STUDENT
              IF WS-CURRENT-STUDENT NOT = ZERO
                 PERFORM 3000-CLOSE-STUDENT
              END-IF
              MOVE SA-STUDENT-ID TO WS-CURRENT-STUDENT
              MOVE ZERO TO WS-STUDENT-CHARGES WS-STUDENT-PAYMENTS
                 WS-STUDENT-AID WS-STUDENT-REFUNDS
           END-IF.
           MOVE SA-TRANS-DATE (1:4) TO WS-POSTING-YEAR.
           IF WS-POSTING-YEAR = WS-TAX-YEAR
              EVALUATE TRUE
                 WHEN SA-CHARGE
                    IF SA-REFERENCE (1:5) NOT = "PLAN/"
                       ADD SA-AMOUNT TO WS-STUDENT-CHARGES
                    END-IF
                 WHEN SA-PAYMENT
                    ADD SA-AMOUNT TO WS-STUDENT-PAYMENTS
                 WHEN SA-AID-CREDIT
                    ADD SA-AMOUNT TO WS-STUDENT-AID
                 WHEN SA-CREDIT
                    ADD SA-AMOUNT TO WS-STUDENT-REFUNDS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       3000-CLOSE-STUDENT.
           *> A student with nothing dated in the tax year gets no
           *> statement and no extract record.
           IF WS-STUDENT-CHARGES NOT = ZERO
              OR WS-STUDENT-PAYMENTS NOT = ZERO
              OR WS-STUDENT-AID NOT = ZERO
              OR WS-STUDENT-REFUNDS NOT = ZERO
              PERFORM 3050-FILE-STUDENT
           END-IF.

       3050-FILE-STUDENT.
           MOVE "N" TO WS-ON-MASTER-SW.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           MOVE ZERO TO SM-NATIONAL-ID.
           IF MASTER-FILE-AVAILABLE
              MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE SPACES TO STUDENT-MASTER-RECORD
                    MOVE ZERO TO SM-NATIONAL-ID
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ON-MASTER-SW
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN NOT STUDENT-ON-MASTER
                 MOVE "NOT ON MASTER" TO WS-R-REASON
                 PERFORM 3200-LIST-FOR-RESEARCH
              WHEN SM-ADDRESS-BAD
                 MOVE "BAD ADDRESS" TO WS-R-REASON
                 PERFORM 3200-LIST-FOR-RESEARCH
              WHEN OTHER
                 PERFORM 3100-PRINT-STATEMENT
           END-EVALUATE.
           PERFORM 3300-WRITE-EXTRACT-DETAIL.

       3100-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE WS-TAX-YEAR TO WS-T-TAX-YEAR.
           MOVE WS-STATEMENT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-DT-DATE.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-STUDENT TO WS-S-STUDENT-ID.
           MOVE SM-FORENAME        TO WS-S-FORENAME.
           MOVE SM-SURNAME         TO WS-S-SURNAME.
           MOVE WS-STUDENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SM-ADDRESS TO WS-A-ADDRESS.
           MOVE WS-ADDRESS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CALL "IDMASK" USING SM-NATIONAL-ID WS-MASKED-NATID.
           MOVE WS-MASKED-NATID TO WS-N-MASKED-ID.
           MOVE WS-NATID-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUALIFIED TUITION CHARGES BILLED" TO WS-AM-CAPTION.
           MOVE WS-STUDENT-CHARGES TO WS-AM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PAYMENTS RECEIVED" TO WS-AM-CAPTION.
           MOVE WS-STUDENT-PAYMENTS TO WS-AM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHOLARSHIPS AND GRANTS" TO WS-AM-CAPTION.
           MOVE WS-STUDENT-AID TO WS-AM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUNDS AND ADJUSTMENTS" TO WS-AM-CAPTION.
           MOVE WS-STUDENT-REFUNDS TO WS-AM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-LIST-FOR-RESEARCH.
           ADD 1 TO WS-RESEARCH-COUNT.
           MOVE WS-CURRENT-STUDENT TO WS-R-STUDENT-ID.
           MOVE SM-FORENAME        TO WS-R-FORENAME.
           MOVE SM-SURNAME         TO WS-R-SURNAME.
           MOVE SM-ADDRESS         TO WS-R-ADDRESS.
           MOVE WS-RESEARCH-DETAIL TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.

       3300-WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-STUDENT-CHARGES  TO WS-TOTAL-CHARGES.
           ADD WS-STUDENT-PAYMENTS TO WS-TOTAL-PAYMENTS.
           ADD WS-STUDENT-AID      TO WS-TOTAL-AID.
           ADD WS-STUDENT-REFUNDS  TO WS-TOTAL-REFUNDS.
           MOVE SPACES              TO TAX-EXTRACT-RECORD.
           MOVE "D"                 TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR         TO TX-TAX-YEAR.
           MOVE WS-CURRENT-STUDENT  TO TX-STUDENT-ID.
           MOVE SM-NATIONAL-ID      TO TX-NATIONAL-ID.
           MOVE SM-FORENAME         TO TX-FORENAME.
           MOVE SM-SURNAME          TO TX-SURNAME.
           MOVE SM-ADDRESS          TO TX-ADDRESS.
           MOVE WS-STUDENT-CHARGES  TO TX-CHARGES.
           MOVE WS-STUDENT-PAYMENTS TO TX-PAYMENTS.
           MOVE WS-STUDENT-AID      TO TX-AID.
           MOVE WS-STUDENT-REFUNDS  TO TX-REFUNDS.
           IF STUDENT-ON-MASTER AND SM-ADDRESS-BAD
              MOVE "Y" TO TX-ADDRESS-BAD
           ELSE
              MOVE "N" TO TX-ADDRESS-BAD
           END-IF.
           WRITE TAX-EXTRACT-RECORD.

       4000-WRITE-TRAILERS.
           MOVE SPACES            TO TAX-EXTRACT-RECORD.
           MOVE "T"               TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR       TO TX-TAX-YEAR.
           MOVE WS-EXTRACT-COUNT  TO TX-T-COUNT.
           MOVE WS-TOTAL-CHARGES  TO TX-T-CHARGES.
           MOVE WS-TOTAL-PAYMENTS TO TX-T-PAYMENTS.
           MOVE WS-TOTAL-AID      TO TX-T-AID.
           MOVE WS-TOTAL-REFUNDS  TO TX-T-REFUNDS.
           WRITE TAX-EXTRACT-RECORD.
           MOVE SPACES TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.
           MOVE WS-RESEARCH-COUNT TO WS-RL-COUNT.
           MOVE WS-RESEARCH-TOTAL TO RESEARCH-LINE.
           WRITE RESEARCH-LINE.
