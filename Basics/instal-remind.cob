       IDENTIFICATION DIVISION.
        PROGRAM-ID. INSTAL-REMIND.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MONTHLY PAYMENT PLAN RUN. READS EVERY
      * INSTALLMENT ON THE PAYMENT PLAN FILE SET UP BY PAYPLAN-MAINT
      * AND, AGAINST THE BUSINESS DATE:
      *  - AN UNPAID INSTALLMENT WHOSE DUE DATE HAS PASSED IS MARKED
      *    MISSED AND PRINTED ON THE MISSED INSTALLMENTS LIST
      *    (INSTMISS.PRT) WITH WHAT IS STILL OWED ON IT - ONES MISSED
      *    IN AN EARLIER RUN STAY ON THE LIST UNTIL THEY ARE PAID;
      *  - AN OPEN INSTALLMENT FALLING DUE WITHIN THE REMINDER
      *    WINDOW ON PLANPARM.DAT (31 DAYS WITHOUT ONE) GETS AN
      *    INSTREM REMINDER LETTER THROUGH LETTERGEN, ONCE - THE
      *    DATE IT WENT OUT IS KEPT ON THE INSTALLMENT.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IP-PLAN-KEY
              FILE STATUS IS WS-PLAN-STATUS.

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

           SELECT PLAN-PARAMETER-FILE ASSIGN TO "PLANPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INSTMISS.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-FILE.
       COPY INSTPLAN.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  PLAN-PARAMETER-FILE.
       COPY PLANPARM.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS            PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-PARM-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "INSTREM".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> Days ahead of a due date the reminder goes out - used when
      *> there is no PLANPARM.DAT card.
       01  WS-REMIND-DAYS            PIC 9(2) VALUE 31.
       01  WS-DAYS-TO-DUE            PIC S9(7) VALUE ZERO.
       01  WS-OUTSTANDING            PIC 9(6)V99 VALUE ZERO.

       01  WS-LETTER-TEMPLATE        PIC X(8) VALUE "INSTREM".
       01  WS-LETTER-COURSE          PIC X(4) VALUE SPACES.
       01  WS-LETTER-SW              PIC X VALUE "N".
           88  LETTER-WRITTEN               VALUE "Y".

       01  WS-INSTALL-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-MISSED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NEW-MISSED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-LETTER-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-MISSED-TOTAL           PIC 9(8)V99 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(26) VALUE
               "MISSED PLAN INSTALLMENTS".
           05  FILLER                PIC X(8)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(7)  VALUE "NO.".
           05  FILLER                PIC X(10) VALUE "DUE DATE".
           05  FILLER                PIC X(11) VALUE "OUTSTANDING".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-FORENAME         PIC X(11).
           05  WS-D-SURNAME          PIC X(11).
           05  WS-D-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INSTALL-NO       PIC Z9.
           05  FILLER                PIC X     VALUE "/".
           05  WS-D-INSTALL-COUNT    PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OUTSTANDING      PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-FLAG         PIC X(3).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(30) VALUE
               "MISSED INSTALLMENTS".
           05  WS-TL-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(16) VALUE "OUTSTANDING".
           05  WS-TL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-NEW-MISSED-LINE.
           05  FILLER                PIC X(30) VALUE
               "MISSED FOR THE FIRST TIME".
           05  WS-NL-COUNT           PIC ZZ,ZZ9.

       01  WS-LETTER-TOTAL-LINE.
           05  FILLER                PIC X(30) VALUE
               "REMINDER LETTERS WRITTEN".
           05  WS-LL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O INSTALLMENT-FILE.
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "Unable to open payment plan file, status "
                 WS-PLAN-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-INSTALL-COUNT.
           PERFORM 0200-READ-PLAN-PARAMETERS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           ELSE
              DISPLAY "Warning: unable to open student master, "
                 "status " WS-MASTER-STATUS " - missed list prints"
                 " with ids only."
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM UNTIL NO-MORE-RECORDS
              READ INSTALLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-INSTALL-COUNT
                    IF IP-INSTALL-UNPAID
                       PERFORM 1000-CHECK-ONE-INSTALLMENT
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE INSTALLMENT-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-INSTALL-COUNT.
           DISPLAY "Payment plan run complete - " WS-MISSED-COUNT
              " missed installment(s), " WS-LETTER-COUNT
              " reminder(s) written.".
           GOBACK.

       0200-READ-PLAN-PARAMETERS.
           OPEN INPUT PLAN-PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
              READ PLAN-PARAMETER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PL-REMIND-DAYS NUMERIC
                       AND PL-REMIND-DAYS > ZERO
                       MOVE PL-REMIND-DAYS TO WS-REMIND-DAYS
                    END-IF
              END-READ
              CLOSE PLAN-PARAMETER-FILE
           END-IF.

       1000-CHECK-ONE-INSTALLMENT.
           COMPUTE WS-OUTSTANDING = IP-AMOUNT-DUE - IP-AMOUNT-PAID.
           COMPUTE WS-DAYS-TO-DUE =
              FUNCTION INTEGER-OF-DATE (IP-DUE-DATE)
              - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           EVALUATE TRUE
              WHEN WS-DAYS-TO-DUE < ZERO
                 PERFORM 2000-LIST-MISSED-INSTALLMENT
              WHEN WS-DAYS-TO-DUE <= WS-REMIND-DAYS
                 AND IP-REMINDED-DATE = ZERO
                 PERFORM 1100-SEND-REMINDER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1100-SEND-REMINDER.
           CALL "LETTERGEN" USING WS-LETTER-TEMPLATE
              IP-STUDENT-ID WS-LETTER-COURSE IP-TERM-CODE
              WS-OUTSTANDING WS-LETTER-SW.
           IF LETTER-WRITTEN
              ADD 1 TO WS-LETTER-COUNT
              MOVE WS-RUN-DATE TO IP-REMINDED-DATE
              REWRITE INSTALLMENT-RECORD
                 INVALID KEY
                    DISPLAY "Unable to mark reminder for "
                       IP-STUDENT-ID " " IP-TERM-CODE " "
                       IP-INSTALL-NO ", status " WS-PLAN-STATUS
              END-REWRITE
           END-IF.

       2000-LIST-MISSED-INSTALLMENT.
           ADD 1 TO WS-MISSED-COUNT.
           ADD WS-OUTSTANDING TO WS-MISSED-TOTAL.
           MOVE SPACES TO WS-D-NEW-FLAG.
           IF IP-INSTALL-OPEN
              *> Newly past due - mark it so stupay-batch and the
              *> statement show it as missed from today.
              ADD 1 TO WS-NEW-MISSED-COUNT
              MOVE "NEW" TO WS-D-NEW-FLAG
              MOVE "M" TO IP-STATUS
              REWRITE INSTALLMENT-RECORD
                 INVALID KEY
                    DISPLAY "Unable to mark missed for "
                       IP-STUDENT-ID " " IP-TERM-CODE " "
                       IP-INSTALL-NO ", status " WS-PLAN-STATUS
              END-REWRITE
           END-IF.
           MOVE IP-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-FORENAME WS-D-SURNAME.
           IF MASTER-FILE-AVAILABLE
              MOVE IP-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE "(NOT ON" TO WS-D-FORENAME
                    MOVE "MASTER)" TO WS-D-SURNAME
                 NOT INVALID KEY
                    MOVE SM-FORENAME TO WS-D-FORENAME
                    MOVE SM-SURNAME  TO WS-D-SURNAME
              END-READ
           END-IF.
           MOVE IP-TERM-CODE     TO WS-D-TERM-CODE.
           MOVE IP-INSTALL-NO    TO WS-D-INSTALL-NO.
           MOVE IP-INSTALL-COUNT TO WS-D-INSTALL-COUNT.
           MOVE IP-DUE-DATE      TO WS-D-DUE-DATE.
           MOVE WS-OUTSTANDING   TO WS-D-OUTSTANDING.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MISSED-COUNT TO WS-TL-COUNT.
           MOVE WS-MISSED-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NEW-MISSED-COUNT TO WS-NL-COUNT.
           MOVE WS-NEW-MISSED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LETTER-COUNT TO WS-LL-COUNT.
           MOVE WS-LETTER-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
