      * 02/09/26 - A STUDENT FLAGGED BAD-ADDRESS ON THE MASTER IS
      *            NOW SKIPPED AND REPORTED INSTEAD OF PRINTED,
      *            LIKE EVERY OTHER MAILING RUN.
      * 15/10/26 - FINANCIAL AID APPLIED BY TUITION-BILL PRINTS AS
      *            "AID" INSTEAD OF AS AN UNLABELLED POSTING.
      * 15/10/26 - A STUDENT ON A TUITION PAYMENT PLAN GETS THE PLAN
      *            SCHEDULE PRINTED UNDER THE LEDGER - EACH
      *            INSTALLMENT'S DUE DATE, AMOUNT, WHAT HAS BEEN
      *            PAID AND WHETHER IT IS OPEN, PAID OR MISSED.
      *********************************************************

       ENVIRONMENT DIVISION.
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-PLAN-KEY
              FILE STATUS IS WS-PLAN-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STACSTMT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  INSTALLMENT-FILE.
       COPY INSTPLAN.

       FD  STATEMENT-FILE.
       01  REPORT-LINE               PIC X(80).

       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-PLAN-STATUS            PIC XX VALUE SPACES.
       01  WS-PLANFILE-SW            PIC X VALUE "N".
           88  PLAN-FILE-AVAILABLE          VALUE "Y".
       01  WS-MORE-INSTALLS-SW       PIC X VALUE "Y".
           88  NO-MORE-INSTALLS             VALUE "N".
       01  WS-PLAN-LINES             PIC 9(3) VALUE ZERO.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
               "BALANCE DUE".
           05  WS-C-BALANCE          PIC -ZZZ,ZZ9.99.

       01  WS-PLAN-HEADINGS.
           05  FILLER                PIC X(21) VALUE
               "PAYMENT PLAN SCHEDULE".

       01  WS-PLAN-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(7)  VALUE "NO.".
           05  FILLER                PIC X(10) VALUE "DUE DATE".
           05  FILLER                PIC X(12) VALUE "DUE".
           05  FILLER                PIC X(12) VALUE "PAID".
           05  FILLER                PIC X(6)  VALUE "STATUS".

       01  WS-PLAN-LINE.
           05  WS-P-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-INSTALL-NO       PIC Z9.
           05  FILLER                PIC X     VALUE "/".
           05  WS-P-INSTALL-COUNT    PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-AMOUNT-DUE       PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-AMOUNT-PAID      PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-STATE            PIC X(6).

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
                 "status " WS-MASTER-STATUS " - statements print"
                 " with ids only."
           END-IF.
           OPEN INPUT INSTALLMENT-FILE.
           IF WS-PLAN-STATUS = "00"
              MOVE "Y" TO WS-PLANFILE-SW
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM 1000-STATEMENT-ALL-STUDENTS.
           CLOSE STATEMENT-FILE.
           IF PLAN-FILE-AVAILABLE
              CLOSE INSTALLMENT-FILE
           END-IF.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
                 MOVE "PMT " TO WS-D-TYPE
              WHEN SA-CREDIT
                 MOVE "CRD " TO WS-D-TYPE
              WHEN SA-AID-CREDIT
                 MOVE "AID " TO WS-D-TYPE
              WHEN OTHER
                 MOVE SA-TRANS-TYPE TO WS-D-TYPE
           END-EVALUATE.
           MOVE WS-RUNNING-BALANCE TO WS-C-BALANCE.
           MOVE WS-CLOSING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF PLAN-FILE-AVAILABLE
              PERFORM 2400-PRINT-PLAN-SCHEDULE
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       2400-PRINT-PLAN-SCHEDULE.
           *> Every installment of every plan the student has, in
           *> term and installment order; nothing prints for a
           *> student who never went on a plan.
           MOVE ZERO TO WS-PLAN-LINES.
           MOVE "Y" TO WS-MORE-INSTALLS-SW.
           MOVE WS-CURRENT-STUDENT TO IP-STUDENT-ID.
           MOVE LOW-VALUES         TO IP-TERM-CODE.
           MOVE ZERO               TO IP-INSTALL-NO.
           START INSTALLMENT-FILE KEY IS >= IP-PLAN-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-INSTALLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-INSTALLS
              READ INSTALLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-INSTALLS-SW
                 NOT AT END
                    IF IP-STUDENT-ID NOT = WS-CURRENT-STUDENT
                       MOVE "N" TO WS-MORE-INSTALLS-SW
                    ELSE
                       PERFORM 2450-PRINT-ONE-INSTALLMENT
                    END-IF
              END-READ
           END-PERFORM.

       2450-PRINT-ONE-INSTALLMENT.
           IF WS-PLAN-LINES = ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-PLAN-HEADINGS TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-PLAN-COLUMN-HEADINGS TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-PLAN-LINES.
           MOVE IP-TERM-CODE     TO WS-P-TERM-CODE.
           MOVE IP-INSTALL-NO    TO WS-P-INSTALL-NO.
           MOVE IP-INSTALL-COUNT TO WS-P-INSTALL-COUNT.
           MOVE IP-DUE-DATE      TO WS-P-DUE-DATE.
           MOVE IP-AMOUNT-DUE    TO WS-P-AMOUNT-DUE.
           MOVE IP-AMOUNT-PAID   TO WS-P-AMOUNT-PAID.
           EVALUATE TRUE
              WHEN IP-INSTALL-PAID
                 MOVE "PAID"   TO WS-P-STATE
              WHEN IP-INSTALL-MISSED
                 MOVE "MISSED" TO WS-P-STATE
              WHEN OTHER
                 MOVE "OPEN"   TO WS-P-STATE
           END-EVALUATE.
           MOVE WS-PLAN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
