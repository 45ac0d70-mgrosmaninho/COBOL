       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-ACT-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CONSOLIDATED OPERATOR ACTIVITY REPORT. MERGES
      * EVERY AUDIT SOURCE - THE STUDENT MASTER TRAIL (STUDAUDT.LOG),
      * THE LOAN PORTFOLIO TRAIL (PORTAUDT.LOG), THE PARAMETER CARD
      * TRAIL (PARMAUDT.LOG), THE SECURITY EVENT LOG (SECEVENT.LOG)
      * AND THE MAKER/CHECKER STAMPS ON THE RATE FILE - BY OPERATOR
      * AND TIMESTAMP FOR A DATE RANGE, IN THE STYLE OF STUDENT-
      * ROSTER'S SORT. FOR ONE OPERATOR IT PRINTS EVERY ACTION WITH
      * THE RECORD IT TOUCHED AND A BEFORE/AFTER SUMMARY; FOR ALL
      * OPERATORS IT PRINTS ONE SUMMARY LINE EACH. UNUSUAL ACTIVITY
      * IS FLAGGED: OUT OF HOURS (OUTSIDE THE ACTPARM.DAT WORKING
      * DAY, OR AT A WEEKEND), A CHANGE TO THE OPERATOR'S OWN
      * STUDENT OR LOAN RECORD, AND A DAY WITH MORE DELETES THAN
      * THE ACTPARM.DAT BULK-DELETE LIMIT. A RATE CARRIES NO ENTRY
      * TIME, SO IT IS DATED BY ITS EFFECTIVE DATE AND NEVER
      * FLAGGED OUT OF HOURS.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "STUDAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT PORT-AUDIT-FILE ASSIGN TO "PORTAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT PARM-AUDIT-FILE ASSIGN TO "PARMAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECEVENT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RR-RATE-KEY
              FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT ACTIVITY-PARM-FILE ASSIGN TO "ACTPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "OPERSORT.WRK".

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "OPERACT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PORT-AUDIT-FILE.
       COPY PAUDREC.

       FD  PARM-AUDIT-FILE.
       COPY PARMAUD.

       FD  SECURITY-LOG-FILE.
       COPY SECEVENT.

       FD  RATE-FILE.
       COPY RATEREC.

       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  ACTIVITY-PARM-FILE.
       COPY ACTPARM.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-OPERATOR          PIC X(8).
           05  SR-DATE              PIC 9(8).
           05  SR-TIME              PIC 9(8).
           05  SR-AREA              PIC X(8).
           05  SR-ACTION            PIC X(8).
           05  SR-RECORD-KEY        PIC X(10).
           05  SR-SUMMARY           PIC X(30).
           05  SR-DELETE-SW         PIC X.
               88  SR-IS-DELETE            VALUE "Y".
           05  SR-HOURS-FLAG        PIC X.
               88  SR-OUT-OF-HOURS         VALUE "H".
           05  SR-OWN-FLAG          PIC X.
               88  SR-OWN-RECORD           VALUE "O".

       FD  ACTIVITY-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-STATUS        PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-FILE-SW       PIC X VALUE "N".
           88  OPERATOR-FILE-AVAILABLE      VALUE "Y".
       01  WS-PORTFOLIO-SW           PIC X VALUE "N".
           88  PORTFOLIO-AVAILABLE          VALUE "Y".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-REPORT-MODE            PIC X VALUE SPACE.
           88  MODE-ONE-OPERATOR            VALUE "O".
           88  MODE-ALL-OPERATORS           VALUE "A".
           88  REPORT-MODE-VALID            VALUES "O" "A".
       01  WS-SELECT-OPERATOR        PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION     PIC X VALUE "Y".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".

      *> Working day and bulk-delete limit, with shipped fallbacks
      *> when no ACTPARM.DAT card is on hand.
       01  WS-DAY-START              PIC 9(4) VALUE 0700.
       01  WS-DAY-END                PIC 9(4) VALUE 1900.
       01  WS-BULK-DELETES           PIC 9(3) VALUE 10.

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "OPERACT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-ACTION-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "OPERACT.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> The operator whose own records are on hand, kept so the
      *> operator file is read once per operator, not per action.
       01  WS-LINKED-OPERATOR        PIC X(8) VALUE HIGH-VALUES.
       01  WS-OWN-STUDENT-ID         PIC 9(6) VALUE ZERO.
       01  WS-OWN-ACCOUNT-ID         PIC 9(6) VALUE ZERO.
       01  WS-CHECK-STUDENT-ID       PIC 9(6) VALUE ZERO.
       01  WS-CHECK-ACCOUNT-ID       PIC 9(6) VALUE ZERO.
       01  WS-CHECK-HOURS-SW         PIC X VALUE "Y".
           88  CHECK-HOURS                  VALUE "Y".
       01  WS-HHMM                   PIC 9(4) VALUE ZERO.
       01  WS-DAY-OF-WEEK            PIC 9 VALUE ZERO.
       01  WS-SUMMARY-PTR            PIC 99 VALUE 1.
       01  WS-SUMMARY-COUNT          PIC 9 VALUE ZERO.
       01  WS-RATE-EDIT              PIC ZZ9.99.
       01  WS-AMOUNT-EDIT            PIC Z(4)9.

      *> Control breaks in the sorted activity.
       01  WS-CUR-OPERATOR           PIC X(8) VALUE SPACES.
       01  WS-CUR-DATE               PIC 9(8) VALUE ZERO.
       01  WS-FIRST-RECORD-SW        PIC X VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
       01  WS-DAY-DELETES            PIC 9(4) VALUE ZERO.

      *> One operator's counts, cleared at each operator break.
       01  WS-OPERATOR-COUNTS.
           05  WS-OC-STUDENT         PIC 9(5).
           05  WS-OC-LOAN            PIC 9(5).
           05  WS-OC-PARM            PIC 9(5).
           05  WS-OC-SECURITY        PIC 9(5).
           05  WS-OC-RATE            PIC 9(5).
           05  WS-OC-TOTAL           PIC 9(6).
           05  WS-OC-HOURS           PIC 9(5).
           05  WS-OC-OWN             PIC 9(5).
           05  WS-OC-BULK            PIC 9(5).

       01  WS-OPERATOR-TOTAL         PIC 9(4) VALUE ZERO.
       01  WS-FLAGGED-OPERATORS      PIC 9(4) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "OPERATOR ACTIVITY REPORT FROM".
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).

       01  WS-FLAG-KEY-LINE.
           05  FILLER                PIC X(60) VALUE
               "FLAGS: H OUT OF HOURS  O OPERATOR'S OWN RECORD".

       01  WS-OPERATOR-HEADING.
           05  FILLER                PIC X(9)  VALUE "OPERATOR ".
           05  WS-OH-OPERATOR        PIC X(8).

       01  WS-DETAIL-HEADING.
           05  FILLER                PIC X(9)  VALUE "DATE".
           05  FILLER                PIC X(7)  VALUE "TIME".
           05  FILLER                PIC X(9)  VALUE "AREA".
           05  FILLER                PIC X(9)  VALUE "ACTION".
           05  FILLER                PIC X(11) VALUE "RECORD".
           05  FILLER                PIC X(31) VALUE
               "BEFORE/AFTER".
           05  FILLER                PIC X(4)  VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-D-DATE             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-TIME             PIC X(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-AREA             PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-ACTION           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-RECORD-KEY       PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-SUMMARY          PIC X(30).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-HOURS-FLAG       PIC X.
           05  WS-D-OWN-FLAG         PIC X.

       01  WS-BULK-LINE.
           05  FILLER                PIC X(20) VALUE
               "  ** BULK DELETES - ".
           05  WS-BL-COUNT           PIC ZZZ9.
           05  FILLER                PIC X(11) VALUE " DELETES ON".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-BL-DATE            PIC 9(8).

       01  WS-SUMMARY-HEADING.
           05  FILLER                PIC X(9)  VALUE "OPERATOR".
           05  FILLER                PIC X(6)  VALUE " STUD".
           05  FILLER                PIC X(6)  VALUE " LOAN".
           05  FILLER                PIC X(6)  VALUE " PARM".
           05  FILLER                PIC X(6)  VALUE "  SEC".
           05  FILLER                PIC X(6)  VALUE " RATE".
           05  FILLER                PIC X(7)  VALUE "  TOTAL".
           05  FILLER                PIC X(6)  VALUE " HOURS".
           05  FILLER                PIC X(6)  VALUE "  OWN".
           05  FILLER                PIC X(6)  VALUE " BULK".

       01  WS-SUMMARY-DETAIL.
           05  WS-SD-OPERATOR        PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-STUDENT         PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-LOAN            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-PARM            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-SECURITY        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-RATE            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-TOTAL           PIC ZZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-HOURS           PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-OWN             PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-BULK            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SD-MARKER          PIC X(2).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(40).
           05  WS-TL-COUNT           PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-SELECTION.
           PERFORM 0200-READ-ACTIVITY-PARMS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
              MOVE "Y" TO WS-OPERATOR-FILE-SW
           END-IF.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = "00"
              MOVE "Y" TO WS-PORTFOLIO-SW
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACTION-COUNT.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-OPERATOR SR-DATE SR-TIME
              INPUT PROCEDURE IS 1000-GATHER-ACTIVITY
              OUTPUT PROCEDURE IS 2000-PRINT-ACTIVITY.
           IF OPERATOR-FILE-AVAILABLE
              CLOSE OPERATOR-FILE
           END-IF.
           IF PORTFOLIO-AVAILABLE
              CLOSE PORTFOLIO-FILE
           END-IF.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ACTION-COUNT.
           DISPLAY "Operator activity report written - "
              WS-ACTION-COUNT " action(s) for " WS-OPERATOR-TOTAL
              " operator(s), " WS-FLAGGED-OPERATORS " flagged.".
           GOBACK.

       0100-GET-SELECTION.
           PERFORM UNTIL REPORT-MODE-VALID
              DISPLAY "Report one (O)perator in detail, or (A)ll "
                 "operators in summary: " WITH NO ADVANCING
              ACCEPT WS-REPORT-MODE
              IF NOT REPORT-MODE-VALID
                 DISPLAY "Invalid selection - enter O or A."
              END-IF
           END-PERFORM.
           IF MODE-ONE-OPERATOR
              PERFORM UNTIL WS-SELECT-OPERATOR NOT = SPACES
                 DISPLAY "Input operator id: " WITH NO ADVANCING
                 ACCEPT WS-SELECT-OPERATOR
              END-PERFORM
           END-IF.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input from date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-FROM-DATE
              CALL "DATEVAL" USING WS-FROM-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input to date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-TO-DATE
              CALL "DATEVAL" USING WS-TO-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date."
              ELSE IF WS-TO-DATE < WS-FROM-DATE
                 DISPLAY "The to date may not be before the from"
                    " date."
                 MOVE "N" TO WS-DATE-VALID-SW
              END-IF
              END-IF
           END-PERFORM.

       0200-READ-ACTIVITY-PARMS.
           OPEN INPUT ACTIVITY-PARM-FILE.
           IF WS-PARM-STATUS = "00"
              READ ACTIVITY-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AP-DAY-START NUMERIC AND AP-DAY-END NUMERIC
                       AND AP-DAY-START < AP-DAY-END
                       MOVE AP-DAY-START TO WS-DAY-START
                       MOVE AP-DAY-END   TO WS-DAY-END
                    END-IF
                    IF AP-BULK-DELETES NUMERIC
                       AND AP-BULK-DELETES NOT = ZERO
                       MOVE AP-BULK-DELETES TO WS-BULK-DELETES
                    END-IF
              END-READ
              CLOSE ACTIVITY-PARM-FILE
           END-IF.

      ****************************************************************
      * INPUT PROCEDURE - ONE SORT RECORD PER ACTION IN THE RANGE,
      * WHATEVER TRAIL IT CAME FROM.
      ****************************************************************
       1000-GATHER-ACTIVITY.
           PERFORM 1100-GATHER-STUDENT-AUDIT.
           PERFORM 1200-GATHER-PORTFOLIO-AUDIT.
           PERFORM 1300-GATHER-PARM-AUDIT.
           PERFORM 1400-GATHER-SECURITY-EVENTS.
           PERFORM 1500-GATHER-RATE-STAMPS.

       1100-GATHER-STUDENT-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AUD-DATE >= WS-FROM-DATE
                          AND AUD-DATE <= WS-TO-DATE
                          AND (MODE-ALL-OPERATORS
                           OR AUD-OPERATOR = WS-SELECT-OPERATOR)
                          PERFORM 1150-BUILD-STUDENT-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       1150-BUILD-STUDENT-ACTION.
           MOVE AUD-OPERATOR   TO SR-OPERATOR.
           MOVE AUD-DATE       TO SR-DATE.
           MOVE AUD-TIME       TO SR-TIME.
           MOVE "STUDENT"      TO SR-AREA.
           MOVE AUD-STUDENT-ID TO SR-RECORD-KEY.
           MOVE "N"            TO SR-DELETE-SW.
           MOVE SPACES         TO SR-SUMMARY.
           EVALUATE AUD-TRANS-CODE
              WHEN "A"
                 MOVE "ADD"      TO SR-ACTION
                 STRING "NEW " DELIMITED BY SIZE
                    AUD-A-FORENAME DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    AUD-A-SURNAME DELIMITED BY SPACE
                    INTO SR-SUMMARY
              WHEN "D"
                 MOVE "DELETE"   TO SR-ACTION
                 MOVE "Y"        TO SR-DELETE-SW
                 STRING "WAS " DELIMITED BY SIZE
                    AUD-B-FORENAME DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    AUD-B-SURNAME DELIMITED BY SPACE
                    INTO SR-SUMMARY
              WHEN OTHER
                 EVALUATE AUD-TRANS-CODE
                    WHEN "C"
                       MOVE "CHANGE"   TO SR-ACTION
                    WHEN "W"
                       MOVE "WITHDRAW" TO SR-ACTION
                    WHEN "G"
                       MOVE "GRADUATE" TO SR-ACTION
                    WHEN "B"
                       MOVE "BAD ADDR" TO SR-ACTION
                    WHEN OTHER
                       MOVE AUD-TRANS-CODE TO SR-ACTION
                 END-EVALUATE
                 PERFORM 1160-LIST-STUDENT-CHANGES
           END-EVALUATE.
           MOVE AUD-STUDENT-ID TO WS-CHECK-STUDENT-ID.
           MOVE ZERO           TO WS-CHECK-ACCOUNT-ID.
           MOVE "Y"            TO WS-CHECK-HOURS-SW.
           PERFORM 1900-RELEASE-ACTION.

       1160-LIST-STUDENT-CHANGES.
           *> The names of the fields whose images differ.
           MOVE 1 TO WS-SUMMARY-PTR.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           IF AUD-B-FORENAME NOT = AUD-A-FORENAME
              STRING "FORENAME " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-SURNAME NOT = AUD-A-SURNAME
              STRING "SURNAME " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-GENDER NOT = AUD-A-GENDER
              STRING "GENDER " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-COURSE-CODE NOT = AUD-A-COURSE-CODE
              STRING "COURSE " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-DATE-OF-BIRTH NOT = AUD-A-DATE-OF-BIRTH
              STRING "DOB " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-NATIONAL-ID NOT = AUD-A-NATIONAL-ID
              STRING "NATID " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF AUD-B-STATUS NOT = AUD-A-STATUS
              OR AUD-B-STATUS-DATE NOT = AUD-A-STATUS-DATE
              STRING "STATUS " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF WS-SUMMARY-COUNT = ZERO
              MOVE "NO FIELD DIFFERENCES" TO SR-SUMMARY
           END-IF.

       1200-GATHER-PORTFOLIO-AUDIT.
           OPEN INPUT PORT-AUDIT-FILE.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PORT-AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF PAUD-DATE >= WS-FROM-DATE
                          AND PAUD-DATE <= WS-TO-DATE
                          AND (MODE-ALL-OPERATORS
                           OR PAUD-OPERATOR = WS-SELECT-OPERATOR)
                          PERFORM 1250-BUILD-PORTFOLIO-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PORT-AUDIT-FILE
           END-IF.

       1250-BUILD-PORTFOLIO-ACTION.
           MOVE PAUD-OPERATOR   TO SR-OPERATOR.
           MOVE PAUD-DATE       TO SR-DATE.
           MOVE PAUD-TIME       TO SR-TIME.
           MOVE "LOAN"          TO SR-AREA.
           MOVE PAUD-ACCOUNT-ID TO SR-RECORD-KEY.
           MOVE "N"             TO SR-DELETE-SW.
           MOVE SPACES          TO SR-SUMMARY.
           EVALUATE TRUE
              WHEN PAUD-DECISION = "A" OR "R"
                 IF PAUD-DECISION = "A"
                    MOVE "APPROVED" TO SR-ACTION
                 ELSE
                    MOVE "REJECTED" TO SR-ACTION
                 END-IF
                 STRING "REQUEST " DELIMITED BY SIZE
                    PAUD-REQUEST-NO DELIMITED BY SIZE
                    " MAKER " DELIMITED BY SIZE
                    PAUD-MAKER DELIMITED BY SPACE
                    INTO SR-SUMMARY
              WHEN PAUD-TRANS-CODE = "A"
                 MOVE "ADD" TO SR-ACTION
                 MOVE PAUD-A-PRINCIPAL TO WS-AMOUNT-EDIT
                 STRING "NEW " DELIMITED BY SIZE
                    PAUD-A-PRODUCT DELIMITED BY SIZE
                    " PRINCIPAL " DELIMITED BY SIZE
                    WS-AMOUNT-EDIT DELIMITED BY SIZE
                    INTO SR-SUMMARY
              WHEN OTHER
                 EVALUATE PAUD-TRANS-CODE
                    WHEN "C"
                       MOVE "CHANGE"   TO SR-ACTION
                    WHEN "D"
                       MOVE "DELETE"   TO SR-ACTION
                       MOVE "Y"        TO SR-DELETE-SW
                    WHEN "O"
                       MOVE "CHG-OFF"  TO SR-ACTION
                    WHEN "G"
                       MOVE "GUARANTR" TO SR-ACTION
                    WHEN "M"
                       MOVE "MODIFY"   TO SR-ACTION
                    WHEN "P"
                       MOVE "PAYOFF"   TO SR-ACTION
                    WHEN "B"
                       MOVE "REFUND"   TO SR-ACTION
                    WHEN "W"
                       MOVE "DISBURSE" TO SR-ACTION
                    WHEN "T"
                       MOVE "SALE"     TO SR-ACTION
                    WHEN "R"
                       MOVE "RECOVERY" TO SR-ACTION
                    WHEN OTHER
                       MOVE PAUD-TRANS-CODE TO SR-ACTION
                 END-EVALUATE
                 PERFORM 1260-LIST-PORTFOLIO-CHANGES
           END-EVALUATE.
           MOVE ZERO            TO WS-CHECK-STUDENT-ID.
           MOVE PAUD-ACCOUNT-ID TO WS-CHECK-ACCOUNT-ID.
           MOVE "Y"             TO WS-CHECK-HOURS-SW.
           PERFORM 1900-RELEASE-ACTION.

       1260-LIST-PORTFOLIO-CHANGES.
           MOVE 1 TO WS-SUMMARY-PTR.
           MOVE ZERO TO WS-SUMMARY-COUNT.
           IF PAUD-B-PRODUCT NOT = PAUD-A-PRODUCT
              STRING "PRODUCT " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF PAUD-B-PRINCIPAL NOT = PAUD-A-PRINCIPAL
              STRING "PRINCIPAL " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF PAUD-B-RATE NOT = PAUD-A-RATE
              STRING "RATE " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF PAUD-B-ACCRUED NOT = PAUD-A-ACCRUED
              STRING "ACCRUED " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF PAUD-B-TERM-MONTHS NOT = PAUD-A-TERM-MONTHS
              OR PAUD-B-MATURITY NOT = PAUD-A-MATURITY
              OR PAUD-B-PAYMENT NOT = PAUD-A-PAYMENT
              STRING "CONTRACT " DELIMITED BY SIZE INTO SR-SUMMARY
                 WITH POINTER WS-SUMMARY-PTR
              ADD 1 TO WS-SUMMARY-COUNT
           END-IF.
           IF WS-SUMMARY-COUNT = ZERO
              MOVE "NO FIELD DIFFERENCES" TO SR-SUMMARY
           END-IF.

       1300-GATHER-PARM-AUDIT.
           OPEN INPUT PARM-AUDIT-FILE.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PARM-AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF PA-DATE >= WS-FROM-DATE
                          AND PA-DATE <= WS-TO-DATE
                          AND (MODE-ALL-OPERATORS
                           OR PA-OPERATOR = WS-SELECT-OPERATOR)
                          PERFORM 1350-BUILD-PARM-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-AUDIT-FILE
           END-IF.

       1350-BUILD-PARM-ACTION.
           MOVE PA-OPERATOR       TO SR-OPERATOR.
           MOVE PA-DATE           TO SR-DATE.
           MOVE PA-TIME           TO SR-TIME.
           MOVE "PARMCARD"        TO SR-AREA.
           MOVE "CHANGE"          TO SR-ACTION.
           MOVE PA-CARD-NAME      TO SR-RECORD-KEY.
           MOVE "N"               TO SR-DELETE-SW.
           MOVE SPACES            TO SR-SUMMARY.
           MOVE PA-BEFORE (1:14)  TO SR-SUMMARY (1:14).
           MOVE ">"               TO SR-SUMMARY (15:1).
           MOVE PA-AFTER (1:15)   TO SR-SUMMARY (16:15).
           MOVE ZERO              TO WS-CHECK-STUDENT-ID.
           MOVE ZERO              TO WS-CHECK-ACCOUNT-ID.
           MOVE "Y"               TO WS-CHECK-HOURS-SW.
           PERFORM 1900-RELEASE-ACTION.

       1400-GATHER-SECURITY-EVENTS.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ SECURITY-LOG-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF SE-DATE >= WS-FROM-DATE
                          AND SE-DATE <= WS-TO-DATE
                          AND (MODE-ALL-OPERATORS
                           OR SE-OPERATOR = WS-SELECT-OPERATOR)
                          PERFORM 1450-BUILD-SECURITY-ACTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECURITY-LOG-FILE
           END-IF.

       1450-BUILD-SECURITY-ACTION.
           *> A refused transaction names the program and function;
           *> the sign-on events carry only the event text.
           MOVE SE-OPERATOR       TO SR-OPERATOR.
           MOVE SE-DATE           TO SR-DATE.
           MOVE SE-TIME           TO SR-TIME.
           MOVE "SECURITY"        TO SR-AREA.
           MOVE "EVENT"           TO SR-ACTION.
           MOVE "N"               TO SR-DELETE-SW.
           MOVE SPACES            TO SR-SUMMARY.
           MOVE SPACES            TO SR-RECORD-KEY.
           IF SE-PROGRAM NOT = SPACES
              MOVE SE-PROGRAM (1:10) TO SR-RECORD-KEY
              STRING SE-EVENT DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 SE-FUNCTION DELIMITED BY SPACE
                 INTO SR-SUMMARY
           ELSE
              MOVE SE-EVENT TO SR-SUMMARY
           END-IF.
           MOVE ZERO              TO WS-CHECK-STUDENT-ID.
           MOVE ZERO              TO WS-CHECK-ACCOUNT-ID.
           MOVE "Y"               TO WS-CHECK-HOURS-SW.
           PERFORM 1900-RELEASE-ACTION.

       1500-GATHER-RATE-STAMPS.
           *> The rate file keeps no audit trail of its own - the
           *> maker and checker stamps are the record of who moved a
           *> rate, dated by the rate's effective date.
           OPEN INPUT RATE-FILE.
           IF WS-SOURCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE LOW-VALUES TO RR-RATE-KEY
              START RATE-FILE KEY IS >= RR-RATE-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ RATE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF RR-EFFECTIVE-DATE >= WS-FROM-DATE
                          AND RR-EFFECTIVE-DATE <= WS-TO-DATE
                          PERFORM 1550-BUILD-RATE-ACTIONS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

       1550-BUILD-RATE-ACTIONS.
           MOVE RR-EFFECTIVE-DATE TO SR-DATE.
           MOVE ZERO              TO SR-TIME.
           MOVE "RATE"            TO SR-AREA.
           MOVE RR-PRODUCT-CODE   TO SR-RECORD-KEY.
           MOVE "N"               TO SR-DELETE-SW.
           MOVE RR-INTEREST-RATE  TO WS-RATE-EDIT.
           MOVE SPACES            TO SR-SUMMARY.
           STRING "RATE " DELIMITED BY SIZE
              WS-RATE-EDIT DELIMITED BY SIZE
              " % EFFECTIVE" DELIMITED BY SIZE
              INTO SR-SUMMARY.
           MOVE ZERO              TO WS-CHECK-STUDENT-ID.
           MOVE ZERO              TO WS-CHECK-ACCOUNT-ID.
           MOVE "N"               TO WS-CHECK-HOURS-SW.
           IF MODE-ALL-OPERATORS
              OR RR-MAKER = WS-SELECT-OPERATOR
              MOVE RR-MAKER       TO SR-OPERATOR
              MOVE "MADE"         TO SR-ACTION
              PERFORM 1900-RELEASE-ACTION
           END-IF.
           IF RR-APPROVED AND RR-CHECKER NOT = SPACES
              AND (MODE-ALL-OPERATORS
               OR RR-CHECKER = WS-SELECT-OPERATOR)
              MOVE RR-CHECKER     TO SR-OPERATOR
              MOVE "APPROVED"     TO SR-ACTION
              PERFORM 1900-RELEASE-ACTION
           END-IF.

       1900-RELEASE-ACTION.
           MOVE SPACE TO SR-HOURS-FLAG.
           MOVE SPACE TO SR-OWN-FLAG.
           IF CHECK-HOURS
              PERFORM 1910-CHECK-OUT-OF-HOURS
           END-IF.
           IF WS-CHECK-STUDENT-ID NOT = ZERO
              OR WS-CHECK-ACCOUNT-ID NOT = ZERO
              PERFORM 1920-CHECK-OWN-RECORD
           END-IF.
           RELEASE SORT-RECORD.

       1910-CHECK-OUT-OF-HOURS.
           *> Day 6 and 7 of the week are the weekend.
           MOVE SR-TIME (1:4) TO WS-HHMM.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD
              (FUNCTION INTEGER-OF-DATE (SR-DATE) - 1, 7) + 1.
           IF WS-HHMM < WS-DAY-START OR WS-HHMM >= WS-DAY-END
              OR WS-DAY-OF-WEEK > 5
              MOVE "H" TO SR-HOURS-FLAG
           END-IF.

       1920-CHECK-OWN-RECORD.
           *> A loan is the operator's own if it is their account or
           *> is linked to their student record.
           IF SR-OPERATOR NOT = WS-LINKED-OPERATOR
              PERFORM 1930-LOAD-OPERATOR-LINKS
           END-IF.
           IF WS-CHECK-STUDENT-ID NOT = ZERO
              AND WS-CHECK-STUDENT-ID = WS-OWN-STUDENT-ID
              MOVE "O" TO SR-OWN-FLAG
           END-IF.
           IF WS-CHECK-ACCOUNT-ID NOT = ZERO
              IF WS-CHECK-ACCOUNT-ID = WS-OWN-ACCOUNT-ID
                 MOVE "O" TO SR-OWN-FLAG
              ELSE IF PORTFOLIO-AVAILABLE
                    AND WS-OWN-STUDENT-ID NOT = ZERO
                 MOVE WS-CHECK-ACCOUNT-ID TO PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF PF-STUDENT-ID = WS-OWN-STUDENT-ID
                          MOVE "O" TO SR-OWN-FLAG
                       END-IF
                 END-READ
              END-IF
              END-IF
           END-IF.

       1930-LOAD-OPERATOR-LINKS.
           MOVE SR-OPERATOR TO WS-LINKED-OPERATOR.
           MOVE ZERO TO WS-OWN-STUDENT-ID.
           MOVE ZERO TO WS-OWN-ACCOUNT-ID.
           IF OPERATOR-FILE-AVAILABLE
              MOVE SR-OPERATOR TO OP-OPERATOR-ID
              READ OPERATOR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OP-STUDENT-ID NUMERIC
                       MOVE OP-STUDENT-ID TO WS-OWN-STUDENT-ID
                    END-IF
                    IF OP-ACCOUNT-ID NUMERIC
                       MOVE OP-ACCOUNT-ID TO WS-OWN-ACCOUNT-ID
                    END-IF
              END-READ
           END-IF.

      ****************************************************************
      * OUTPUT PROCEDURE - BY OPERATOR, THEN DATE AND TIME.
      ****************************************************************
       2000-PRINT-ACTIVITY.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           PERFORM 2100-PRINT-HEADINGS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE "Y" TO WS-FIRST-RECORD-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2200-PROCESS-ONE-ACTION
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-RECORD
              PERFORM 2500-END-OPERATOR
           END-IF.
           PERFORM 2700-PRINT-TOTALS.
           CLOSE ACTIVITY-REPORT-FILE.

       2100-PRINT-HEADINGS.
           MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-T-TO-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAG-KEY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MODE-ALL-OPERATORS
              MOVE WS-SUMMARY-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2200-PROCESS-ONE-ACTION.
           IF FIRST-RECORD
              PERFORM 2300-START-OPERATOR
           ELSE IF SR-OPERATOR NOT = WS-CUR-OPERATOR
              PERFORM 2500-END-OPERATOR
              PERFORM 2300-START-OPERATOR
           ELSE IF SR-DATE NOT = WS-CUR-DATE
              PERFORM 2450-CHECK-BULK-DELETES
              MOVE SR-DATE TO WS-CUR-DATE
              MOVE ZERO TO WS-DAY-DELETES
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-ACTION-COUNT.
           ADD 1 TO WS-OC-TOTAL.
           EVALUATE SR-AREA
              WHEN "STUDENT"
                 ADD 1 TO WS-OC-STUDENT
              WHEN "LOAN"
                 ADD 1 TO WS-OC-LOAN
              WHEN "PARMCARD"
                 ADD 1 TO WS-OC-PARM
              WHEN "SECURITY"
                 ADD 1 TO WS-OC-SECURITY
              WHEN "RATE"
                 ADD 1 TO WS-OC-RATE
           END-EVALUATE.
           IF SR-OUT-OF-HOURS
              ADD 1 TO WS-OC-HOURS
           END-IF.
           IF SR-OWN-RECORD
              ADD 1 TO WS-OC-OWN
           END-IF.
           IF SR-IS-DELETE
              ADD 1 TO WS-DAY-DELETES
           END-IF.
           IF MODE-ONE-OPERATOR
              PERFORM 2400-PRINT-DETAIL
           END-IF.

       2300-START-OPERATOR.
           MOVE "N" TO WS-FIRST-RECORD-SW.
           MOVE SR-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SR-DATE TO WS-CUR-DATE.
           MOVE ZERO TO WS-DAY-DELETES.
           MOVE ZEROS TO WS-OPERATOR-COUNTS.
           ADD 1 TO WS-OPERATOR-TOTAL.
           IF MODE-ONE-OPERATOR
              MOVE SR-OPERATOR TO WS-OH-OPERATOR
              MOVE WS-OPERATOR-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-DETAIL-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2400-PRINT-DETAIL.
           MOVE SR-DATE          TO WS-D-DATE.
           IF SR-TIME = ZERO
              MOVE SPACES        TO WS-D-TIME
           ELSE
              MOVE SR-TIME (1:6) TO WS-D-TIME
           END-IF.
           MOVE SR-AREA          TO WS-D-AREA.
           MOVE SR-ACTION        TO WS-D-ACTION.
           MOVE SR-RECORD-KEY    TO WS-D-RECORD-KEY.
           MOVE SR-SUMMARY       TO WS-D-SUMMARY.
           MOVE SR-HOURS-FLAG    TO WS-D-HOURS-FLAG.
           MOVE SR-OWN-FLAG      TO WS-D-OWN-FLAG.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2450-CHECK-BULK-DELETES.
           IF WS-DAY-DELETES > WS-BULK-DELETES
              ADD 1 TO WS-OC-BULK
              IF MODE-ONE-OPERATOR
                 MOVE WS-DAY-DELETES TO WS-BL-COUNT
                 MOVE WS-CUR-DATE    TO WS-BL-DATE
                 MOVE WS-BULK-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

       2500-END-OPERATOR.
           PERFORM 2450-CHECK-BULK-DELETES.
           IF WS-OC-HOURS > ZERO OR WS-OC-OWN > ZERO
              OR WS-OC-BULK > ZERO
              ADD 1 TO WS-FLAGGED-OPERATORS
           END-IF.
           MOVE WS-CUR-OPERATOR TO WS-SD-OPERATOR.
           MOVE WS-OC-STUDENT   TO WS-SD-STUDENT.
           MOVE WS-OC-LOAN      TO WS-SD-LOAN.
           MOVE WS-OC-PARM      TO WS-SD-PARM.
           MOVE WS-OC-SECURITY  TO WS-SD-SECURITY.
           MOVE WS-OC-RATE      TO WS-SD-RATE.
           MOVE WS-OC-TOTAL     TO WS-SD-TOTAL.
           MOVE WS-OC-HOURS     TO WS-SD-HOURS.
           MOVE WS-OC-OWN       TO WS-SD-OWN.
           MOVE WS-OC-BULK      TO WS-SD-BULK.
           IF WS-OC-HOURS > ZERO OR WS-OC-OWN > ZERO
              OR WS-OC-BULK > ZERO
              MOVE "**" TO WS-SD-MARKER
           ELSE
              MOVE SPACES TO WS-SD-MARKER
           END-IF.
           IF MODE-ONE-OPERATOR
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-SUMMARY-HEADING TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-SUMMARY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       2700-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACTION-COUNT = ZERO
              MOVE "NO ACTIVITY IN THE RANGE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE "OPERATORS WITH ACTIVITY" TO WS-TL-LABEL.
           MOVE WS-OPERATOR-TOTAL TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTIONS LISTED" TO WS-TL-LABEL.
           MOVE WS-ACTION-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS WITH FLAGGED ACTIVITY" TO WS-TL-LABEL.
           MOVE WS-FLAGGED-OPERATORS TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
