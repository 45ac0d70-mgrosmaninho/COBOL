      *            ACCOUNT FILE - RECORDS IN AND THE APPLICATIONS
      *            AS ADDS - THROUGH THE SHARED CTLTOT ROUTINE, SO
      *            EOD-BALANCE CAN PROVE THE FILE.
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE REPAYMENT
      *            CONTRACT EITHER SIDE OF A CHANGE; THIS RUN NEVER
      *            TOUCHES THE CONTRACT AND WRITES IT AS ZERO.
      * 15/10/26 - A STUDENT-LOAN TRANCHE IS NOW PAID ONLY TO A
      *            STUDENT MAKING SATISFACTORY ACADEMIC PROGRESS
      *            (CUMULATIVE GPA, COURSES COMPLETED AND TERM LOAD,
      *            THROUGH THE SHARED SAPCHK ROUTINE). A FAILING
      *            DRAW IS HELD WITH THE FAILING MEASURES ON IT, THE
      *            STUDENT AND THE LOAN OFFICE ARE NOTIFIED, AND IT
      *            IS CHECKED AGAIN EVERY RUN UNTIL THE STUDENT
      *            PASSES OR AN APPEAL IS APPROVED IN DRAW-MAINT.
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE DUAL-CONTROL
      *            DECISION, REQUEST AND MAKER; THIS RUN POSTS
      *            DIRECTLY AND WRITES THEM AS SPACES AND ZERO.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-TOTAL-RELEASED         PIC 9(9) VALUE ZERO.
       01  WS-BEFORE-PRINCIPAL       PIC 9(5) VALUE ZERO.

       01  WS-SAP-SW                 PIC X VALUE "Y".
           88  SAP-PASSED                   VALUE "Y".
       01  WS-SAP-GPA-FAIL-SW        PIC X VALUE "N".
       01  WS-SAP-CUM-GPA            PIC 9V99 VALUE ZERO.
       01  WS-SAP-PACE-FAIL-SW       PIC X VALUE "N".
       01  WS-SAP-COMPLETION         PIC 9(3) VALUE ZERO.
       01  WS-SAP-LOAD-FAIL-SW       PIC X VALUE "N".
       01  WS-SAP-LOAD-STATUS        PIC X VALUE SPACE.
       01  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-NEWLY-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-FAILED-MEASURES        PIC X(16) VALUE SPACES.
       01  WS-MEASURE-PTR            PIC 9(2) VALUE ZERO.

       01  WS-NOTIFY-RECIPIENT       PIC X(12) VALUE SPACES.
       01  WS-NOTIFY-SEVERITY        PIC X VALUE "W".
       01  WS-NOTIFY-SOURCE          PIC X(8) VALUE "DISBURSE".
       01  WS-NOTIFY-TEXT            PIC X(60) VALUE SPACES.
       01  WS-NOTIFY-SW              PIC X VALUE "N".
           88  NOTIFY-QUEUED                VALUE "Y".
       01  WS-LOAN-OFFICE            PIC X(12) VALUE "LOANOFFICE".

       01  WS-HELD-LINE.
           05  WS-H-ACCOUNT-ID       PIC Z(5)9.
           05  FILLER                PIC X(7)  VALUE "  DRAW ".
           05  WS-H-SEQUENCE         PIC 99.
           05  FILLER                PIC X(10) VALUE "  TRANCHE ".
           05  WS-H-AMOUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(17) VALUE
               "  HELD - FAILED ".
           05  WS-H-MEASURES         PIC X(16).

       01  WS-STUACCT-STATUS         PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-APPLY-SW               PIC X VALUE "N".
           05  FILLER                PIC X(22) VALUE
               "TOTAL AMOUNT RELEASED".
           05  WS-T-AMOUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(22) VALUE
               "TRANCHES HELD".
           05  WS-T-HELD             PIC Z(5)9.
           05  FILLER                PIC X(8)  VALUE " (NEW: ".
           05  WS-T-NEWLY-HELD       PIC Z(5)9.
           05  FILLER                PIC X     VALUE ")".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RELEASED-COUNT.
           DISPLAY "Disbursement run complete - "
              WS-RELEASED-COUNT " tranche(s) released, "
              WS-HELD-COUNT " held for academic progress.".
           GOBACK.

       0100-READ-APPLY-CARD.
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF (DW-PLANNED OR DW-HELD)
                       AND DW-PLANNED-DATE <= WS-RUN-DATE
                       PERFORM 2100-RELEASE-ONE-TRANCHE
                    END-IF
                 DISPLAY "Account " PF-ACCOUNT-ID " is not active"
                    " - draw " DW-SEQUENCE " left planned."
              ELSE
                 PERFORM 2150-CHECK-PROGRESS
                 IF SAP-PASSED
                    PERFORM 2160-RAISE-PRINCIPAL
                 ELSE
                    PERFORM 2300-HOLD-TRANCHE
                 END-IF
              END-IF
           END-IF.

       2150-CHECK-PROGRESS.
           *> A student-loan draw is only paid to a student making
           *> satisfactory academic progress, unless an appeal has
           *> been approved against it in DRAW-MAINT.
           MOVE "Y" TO WS-SAP-SW.
           IF PF-PRODUCT-CODE = "STUD"
              AND PF-STUDENT-ID NOT = ZERO
              AND DW-OVERRIDE-DATE = ZERO
              CALL "SAPCHK" USING PF-STUDENT-ID WS-RUN-DATE
                 WS-SAP-SW WS-SAP-GPA-FAIL-SW WS-SAP-CUM-GPA
                 WS-SAP-PACE-FAIL-SW WS-SAP-COMPLETION
                 WS-SAP-LOAD-FAIL-SW WS-SAP-LOAD-STATUS
           END-IF.

       2160-RAISE-PRINCIPAL.
           MOVE PF-PRINCIPAL TO WS-BEFORE-PRINCIPAL.
           ADD DW-PLANNED-AMOUNT TO PF-PRINCIPAL.
           REWRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to raise principal on account "
                 PF-ACCOUNT-ID ", status "
                 WS-PORTFOLIO-STATUS
           ELSE
              MOVE "R" TO DW-STATUS
              MOVE WS-RUN-DATE TO DW-RELEASE-DATE
              REWRITE DRAW-SCHEDULE-RECORD
              IF WS-DRAW-STATUS NOT = "00"
                 DISPLAY "Unable to mark draw released, "
                    "status " WS-DRAW-STATUS
              END-IF
              ADD 1 TO WS-RELEASED-COUNT
              ADD DW-PLANNED-AMOUNT TO WS-TOTAL-RELEASED
              PERFORM 2200-WRITE-AUDIT-RECORD
              MOVE PF-ACCOUNT-ID     TO WS-D-ACCOUNT-ID
              MOVE DW-SEQUENCE       TO WS-D-SEQUENCE
              MOVE DW-PLANNED-AMOUNT TO WS-D-AMOUNT
              MOVE PF-PRINCIPAL      TO WS-D-PRINCIPAL
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              IF STUDENT-ACCOUNTS-OPEN
                 AND PF-PRODUCT-CODE = "STUD"
                 AND PF-STUDENT-ID NOT = ZERO
                 PERFORM 2500-APPLY-TO-TUITION
              END-IF
           END-IF.

       2200-WRITE-AUDIT-RECORD.
           ACCEPT PAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT PAUD-TIME FROM TIME.
           MOVE PF-PRINCIPAL         TO PAUD-A-PRINCIPAL.
           MOVE PF-INTEREST-RATE     TO PAUD-A-RATE.
           MOVE PF-ACCRUED-INTEREST  TO PAUD-A-ACCRUED.
           MOVE ZEROS TO PAUD-CONTRACT.
           MOVE SPACES TO PAUD-DECISION PAUD-MAKER.
           MOVE ZERO TO PAUD-REQUEST-NO.
           WRITE PORT-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
                 WS-AUDIT-STATUS
           END-IF.

       2300-HOLD-TRANCHE.
           *> The latest check's measures go on the draw every run;
           *> the hold date and the notifications only the first
           *> time it is held.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-SAP-GPA-FAIL-SW  TO DW-HOLD-GPA-SW.
           MOVE WS-SAP-CUM-GPA      TO DW-HOLD-CUM-GPA.
           MOVE WS-SAP-PACE-FAIL-SW TO DW-HOLD-PACE-SW.
           MOVE WS-SAP-COMPLETION   TO DW-HOLD-COMPLETION.
           MOVE WS-SAP-LOAD-FAIL-SW TO DW-HOLD-LOAD-SW.
           MOVE WS-SAP-LOAD-STATUS  TO DW-HOLD-LOAD-STATUS.
           PERFORM 2350-NAME-FAILED-MEASURES.
           IF DW-PLANNED
              ADD 1 TO WS-NEWLY-HELD-COUNT
              MOVE "H" TO DW-STATUS
              MOVE WS-RUN-DATE TO DW-HOLD-DATE
              PERFORM 2400-NOTIFY-HOLD
           END-IF.
           REWRITE DRAW-SCHEDULE-RECORD.
           IF WS-DRAW-STATUS NOT = "00"
              DISPLAY "Unable to mark draw held, status "
                 WS-DRAW-STATUS
           END-IF.
           MOVE PF-ACCOUNT-ID      TO WS-H-ACCOUNT-ID.
           MOVE DW-SEQUENCE        TO WS-H-SEQUENCE.
           MOVE DW-PLANNED-AMOUNT  TO WS-H-AMOUNT.
           MOVE WS-FAILED-MEASURES TO WS-H-MEASURES.
           MOVE WS-HELD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2350-NAME-FAILED-MEASURES.
           MOVE SPACES TO WS-FAILED-MEASURES.
           MOVE 1 TO WS-MEASURE-PTR.
           IF WS-SAP-GPA-FAIL-SW = "Y"
              STRING "GPA " DELIMITED BY SIZE
                 INTO WS-FAILED-MEASURES
                 WITH POINTER WS-MEASURE-PTR
           END-IF.
           IF WS-SAP-PACE-FAIL-SW = "Y"
              STRING "PACE " DELIMITED BY SIZE
                 INTO WS-FAILED-MEASURES
                 WITH POINTER WS-MEASURE-PTR
           END-IF.
           IF WS-SAP-LOAD-FAIL-SW = "Y"
              STRING "LOAD" DELIMITED BY SIZE
                 INTO WS-FAILED-MEASURES
                 WITH POINTER WS-MEASURE-PTR
           END-IF.

       2400-NOTIFY-HOLD.
           *> One message to the student (their id as recipient,
           *> so their contact preference is honoured) and one to
           *> the loan office, which handles the appeal.
           MOVE SPACES TO WS-NOTIFY-TEXT.
           STRING "DRAW HELD: ACAD PROGRESS - " DELIMITED BY SIZE
              WS-FAILED-MEASURES DELIMITED BY "  "
              " - SEE LOAN OFFICE" DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT.
           MOVE PF-STUDENT-ID TO WS-NOTIFY-RECIPIENT.
           CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
              WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
              WS-NOTIFY-SW.
           MOVE SPACES TO WS-NOTIFY-TEXT.
           STRING "DRAW " DELIMITED BY SIZE
              PF-ACCOUNT-ID DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              DW-SEQUENCE DELIMITED BY SIZE
              " HELD, STUDENT " DELIMITED BY SIZE
              PF-STUDENT-ID DELIMITED BY SIZE
              " FAILED " DELIMITED BY SIZE
              WS-FAILED-MEASURES DELIMITED BY "  "
              INTO WS-NOTIFY-TEXT.
           MOVE WS-LOAN-OFFICE TO WS-NOTIFY-RECIPIENT.
           CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
              WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
              WS-NOTIFY-SW.

       2500-APPLY-TO-TUITION.
           *> The tranche settles the borrower's open tuition
           *> charges through the PF-STUDENT-ID link - the loan
           MOVE WS-TOTAL-RELEASED TO WS-T-AMOUNT.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-T-HELD.
           MOVE WS-NEWLY-HELD-COUNT TO WS-T-NEWLY-HELD.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
