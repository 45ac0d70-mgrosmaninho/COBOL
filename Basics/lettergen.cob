      *            GETS NO LETTER - THE SKIP IS REPORTED AND THE
      *            RESULT SWITCH STAYS "N", SO NOTHING PRINTS TO AN
      *            ADDRESS THE POST OFFICE ALREADY BOUNCED.
      * 15/10/26 - A TEMPLATE LINE CARRYING &EXAMS NOW PRINTS THE
      *            STUDENT'S EXAM TIMETABLE FOR THE TERM, ONE LINE
      *            PER EXAM, FROM THE TIMETABLE FILE EXAM-CLASH-RPT
      *            BUILDS - THE EXAMNOTE NOTICE IS A TEMPLATE LIKE
      *            ANY OTHER.
      * 15/10/26 - A TEMPLATE LINE CARRYING &PLAN NOW PRINTS THE
      *            STUDENT'S PAYMENT PLAN SCHEDULE FOR THE TERM, ONE
      *            LINE PER INSTALLMENT WITH ITS DUE DATE, AMOUNT,
      *            WHAT IS PAID AND WHETHER IT IS OPEN, PAID OR
      *            MISSED, FROM THE INSTALLMENT FILE - FOR THE
      *            INSTALLMENT REMINDER.
      * 15/10/26 - EVERY LETTER WRITTEN IS NOW LOGGED TO THE LETTERS-
      *            ISSUED FILE WITH ITS TEMPLATE, STUDENT, COURSE,
      *            TERM, AMOUNT AND DATE, SO WHAT WAS SENT TO A
      *            STUDENT SURVIVES THE NEXT RUN OF LETTERS.PRT.
      * 15/10/26 - EVERY LETTER NOW PASSES THE STUDENT'S CONTACT
      *            PREFERENCE FOR THE TEMPLATE'S CATEGORY (LINE 000,
      *            SET BY LETTER-MAINT; ACADEMIC WHEN UNCLASSIFIED)
      *            THROUGH PREFCHK: AN OPTED-OUT STUDENT GETS NO
      *            LETTER UNLESS THE TEMPLATE IS A LEGALLY REQUIRED
      *            NOTICE, AND AN EMAIL OR SMS PREFERENCE SENDS IT
      *            TO THE ELECTRONIC EXTRACT INSTEAD OF LETTERS.PRT.
      *            A BAD POSTAL ADDRESS NO LONGER STOPS A LETTER
      *            THAT IS NOT GOING BY POST.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ET-TIMETABLE-KEY
              FILE STATUS IS WS-TIMETABLE-STATUS.

           SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-PLAN-KEY
              FILE STATUS IS WS-PLAN-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LETTERS.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LETTER-STATUS.

           SELECT LETTER-ISSUE-FILE ASSIGN TO "LTRISSUE.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  EXAM-TIMETABLE-FILE.
       COPY EXAMTT.

       FD  INSTALLMENT-FILE.
       COPY INSTPLAN.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  LETTER-ISSUE-FILE.
       COPY LTRISSUE.

       WORKING-STORAGE SECTION.
       01  WS-TEMPLATE-STATUS        PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-LETTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ISSUE-STATUS           PIC XX VALUE SPACES.
       01  WS-TIMETABLE-STATUS       PIC XX VALUE SPACES.
       01  WS-MORE-EXAMS-SW          PIC X VALUE "Y".
           88  NO-MORE-EXAMS                VALUE "N".
       01  WS-EXAMS-TALLY            PIC 9(2) VALUE ZERO.
       01  WS-EXAM-LINES             PIC 9(2) VALUE ZERO.
       01  WS-PLAN-STATUS            PIC XX VALUE SPACES.
       01  WS-MORE-INSTALLS-SW       PIC X VALUE "Y".
           88  NO-MORE-INSTALLS             VALUE "N".
       01  WS-PLAN-TALLY             PIC 9(2) VALUE ZERO.
       01  WS-PLAN-LINES             PIC 9(2) VALUE ZERO.

       01  WS-PLAN-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-P-INSTALL-NO       PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(4)  VALUE "DUE ".
           05  WS-P-DUE-DATE         PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-AMOUNT-DUE       PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE "  PAID ".
           05  WS-P-AMOUNT-PAID      PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-P-STATE            PIC X(6).

       01  WS-EXAM-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-E-EXAM-DATE        PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-SLOT             PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-TITLE            PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-E-ROOM             PIC X(8).
       01  WS-MORE-LINES-SW          PIC X VALUE "Y".
           88  NO-MORE-LINES                VALUE "N".
       01  WS-LINE-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-BAD-ADDRESS-SW         PIC X VALUE "N".
           88  STUDENT-ADDRESS-BAD          VALUE "Y".

       01  WS-PREF-PERSON-TYPE       PIC X VALUE "S".
       01  WS-PREF-PERSON-SEQ        PIC 9(2) VALUE ZERO.
       01  WS-PREF-CATEGORY          PIC X VALUE "A".
       01  WS-PREF-LEGAL-SW          PIC X VALUE "N".
       01  WS-PREF-SOURCE            PIC X(8) VALUE "LETTERGN".
       01  WS-PREF-ITEM              PIC X(12) VALUE SPACES.
       01  WS-PREF-TEXT              PIC X(60) VALUE SPACES.
       01  WS-PREF-ROUTE             PIC X VALUE "P".
           88  ROUTE-BY-POST                VALUE "P".
           88  ROUTE-WITHHELD               VALUE "N".

       LINKAGE SECTION.
       01  LK-TEMPLATE-ID            PIC X(8).
       01  LK-STUDENT-ID             PIC 9(6).
              GOBACK
           END-IF.
           PERFORM 1000-GATHER-SUBSTITUTIONS.
           PERFORM 1500-CHECK-CONTACT-PREFERENCE.
           IF ROUTE-WITHHELD
              DISPLAY "Letter " LK-TEMPLATE-ID " for student "
                 LK-STUDENT-ID " withheld - contact preference."
              CLOSE TEMPLATE-FILE
              GOBACK
           END-IF.
           IF NOT ROUTE-BY-POST
              *> Gone on the electronic extract - nothing to print,
              *> but it was sent, so it is logged as issued.
              MOVE "Y" TO LK-RESULT-SW
              PERFORM 3000-LOG-LETTER-ISSUED
              CLOSE TEMPLATE-FILE
              GOBACK
           END-IF.
           IF STUDENT-ADDRESS-BAD
              DISPLAY "Letter " LK-TEMPLATE-ID " for student "
                 LK-STUDENT-ID " skipped - bad address on the"
              MOVE WS-PAGE-SEPARATOR TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE "Y" TO LK-RESULT-SW
              PERFORM 3000-LOG-LETTER-ISSUED
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE TEMPLATE-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-DATE-TEXT.

       1500-CHECK-CONTACT-PREFERENCE.
           *> Line 000 classifies the template; a template never
           *> classified is treated as academic and not legally
           *> required.
           MOVE "A" TO WS-PREF-CATEGORY.
           MOVE "N" TO WS-PREF-LEGAL-SW.
           MOVE LK-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE ZERO           TO LT-LINE-NUMBER.
           READ TEMPLATE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LT-CATEGORY NOT = SPACE
                    MOVE LT-CATEGORY TO WS-PREF-CATEGORY
                 END-IF
                 IF LT-LEGALLY-REQUIRED
                    MOVE "Y" TO WS-PREF-LEGAL-SW
                 END-IF
           END-READ.
           MOVE LK-TEMPLATE-ID TO WS-PREF-ITEM.
           MOVE SPACES TO WS-PREF-TEXT.
           STRING "LETTER " DELIMITED BY SIZE
              LK-TEMPLATE-ID DELIMITED BY SPACE
              " COURSE " DELIMITED BY SIZE
              LK-COURSE-CODE DELIMITED BY SIZE
              " TERM " DELIMITED BY SIZE
              LK-TERM-CODE DELIMITED BY SIZE
              " AMOUNT " DELIMITED BY SIZE
              WS-AMOUNT-TEXT DELIMITED BY SIZE
              INTO WS-PREF-TEXT.
           CALL "PREFCHK" USING WS-PREF-PERSON-TYPE LK-STUDENT-ID
              WS-PREF-PERSON-SEQ WS-PREF-CATEGORY WS-PREF-LEGAL-SW
              WS-PREF-SOURCE WS-PREF-ITEM WS-PREF-TEXT
              WS-PREF-ROUTE.

       2000-PRINT-TEMPLATE-LINES.
           *> Line 000 is the classification, so printing starts at
           *> line 001.
           MOVE "Y" TO WS-MORE-LINES-SW.
           MOVE LK-TEMPLATE-ID TO LT-TEMPLATE-ID.
           MOVE 1              TO LT-LINE-NUMBER.
           START TEMPLATE-FILE KEY IS >= LT-TEMPLATE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-LINES-SW
                       MOVE "N" TO WS-MORE-LINES-SW
                    ELSE
                       ADD 1 TO WS-LINE-COUNT
                       MOVE ZERO TO WS-EXAMS-TALLY
                       INSPECT LT-LINE-TEXT TALLYING WS-EXAMS-TALLY
                          FOR ALL "&EXAMS"
                       MOVE ZERO TO WS-PLAN-TALLY
                       INSPECT LT-LINE-TEXT TALLYING WS-PLAN-TALLY
                          FOR ALL "&PLAN"
                       EVALUATE TRUE
                          WHEN WS-EXAMS-TALLY > ZERO
                             PERFORM 2500-PRINT-EXAM-TIMETABLE
                          WHEN WS-PLAN-TALLY > ZERO
                             PERFORM 2600-PRINT-PLAN-SCHEDULE
                          WHEN OTHER
                             PERFORM 2100-EXPAND-ONE-LINE
                             MOVE WS-OUT-LINE TO LETTER-LINE
                             WRITE LETTER-LINE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
                 ADD 1 TO WS-OUT-POS
              END-IF
           END-PERFORM.

       2500-PRINT-EXAM-TIMETABLE.
           *> The whole &EXAMS line stands for the timetable - one
           *> printed line per exam in the order they are sat.
           MOVE ZERO TO WS-EXAM-LINES.
           OPEN INPUT EXAM-TIMETABLE-FILE.
           IF WS-TIMETABLE-STATUS = "00"
              MOVE "Y" TO WS-MORE-EXAMS-SW
              MOVE LK-STUDENT-ID TO ET-STUDENT-ID
              MOVE LK-TERM-CODE  TO ET-TERM-CODE
              MOVE ZERO          TO ET-EXAM-DATE ET-SLOT
              MOVE SPACES        TO ET-COURSE-CODE
              START EXAM-TIMETABLE-FILE KEY IS >= ET-TIMETABLE-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-EXAMS-SW
              END-START
              PERFORM UNTIL NO-MORE-EXAMS
                 READ EXAM-TIMETABLE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-EXAMS-SW
                    NOT AT END
                       IF ET-STUDENT-ID NOT = LK-STUDENT-ID
                          OR ET-TERM-CODE NOT = LK-TERM-CODE
                          MOVE "N" TO WS-MORE-EXAMS-SW
                       ELSE
                          PERFORM 2550-PRINT-ONE-EXAM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXAM-TIMETABLE-FILE
           END-IF.
           IF WS-EXAM-LINES = ZERO
              MOVE "    No examinations are scheduled." TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.

       2550-PRINT-ONE-EXAM.
           ADD 1 TO WS-EXAM-LINES.
           MOVE ET-EXAM-DATE   TO WS-E-EXAM-DATE.
           EVALUATE ET-SLOT
              WHEN 1
                 MOVE "MORNING"   TO WS-E-SLOT
              WHEN 2
                 MOVE "AFTERNOON" TO WS-E-SLOT
              WHEN 3
                 MOVE "EVENING"   TO WS-E-SLOT
              WHEN OTHER
                 MOVE ET-SLOT     TO WS-E-SLOT
           END-EVALUATE.
           MOVE ET-COURSE-CODE  TO WS-E-COURSE-CODE.
           MOVE ET-COURSE-TITLE TO WS-E-TITLE.
           MOVE ET-ROOM         TO WS-E-ROOM.
           MOVE WS-EXAM-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       2600-PRINT-PLAN-SCHEDULE.
           *> The whole &PLAN line stands for the schedule - one
           *> printed line per installment in due order.
           MOVE ZERO TO WS-PLAN-LINES.
           OPEN INPUT INSTALLMENT-FILE.
           IF WS-PLAN-STATUS = "00"
              MOVE "Y" TO WS-MORE-INSTALLS-SW
              MOVE LK-STUDENT-ID TO IP-STUDENT-ID
              MOVE LK-TERM-CODE  TO IP-TERM-CODE
              MOVE ZERO          TO IP-INSTALL-NO
              START INSTALLMENT-FILE KEY IS >= IP-PLAN-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-INSTALLS-SW
              END-START
              PERFORM UNTIL NO-MORE-INSTALLS
                 READ INSTALLMENT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-INSTALLS-SW
                    NOT AT END
                       IF IP-STUDENT-ID NOT = LK-STUDENT-ID
                          OR IP-TERM-CODE NOT = LK-TERM-CODE
                          MOVE "N" TO WS-MORE-INSTALLS-SW
                       ELSE
                          PERFORM 2650-PRINT-ONE-INSTALLMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSTALLMENT-FILE
           END-IF.
           IF WS-PLAN-LINES = ZERO
              MOVE "    No payment plan is on file." TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.

       2650-PRINT-ONE-INSTALLMENT.
           ADD 1 TO WS-PLAN-LINES.
           MOVE IP-INSTALL-NO  TO WS-P-INSTALL-NO.
           MOVE IP-DUE-DATE    TO WS-P-DUE-DATE.
           MOVE IP-AMOUNT-DUE  TO WS-P-AMOUNT-DUE.
           MOVE IP-AMOUNT-PAID TO WS-P-AMOUNT-PAID.
           EVALUATE TRUE
              WHEN IP-INSTALL-PAID
                 MOVE "PAID"   TO WS-P-STATE
              WHEN IP-INSTALL-MISSED
                 MOVE "MISSED" TO WS-P-STATE
              WHEN OTHER
                 MOVE "OPEN"   TO WS-P-STATE
           END-EVALUATE.
           MOVE WS-PLAN-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

       3000-LOG-LETTER-ISSUED.
           *> A log that cannot be opened does not stop the letter -
           *> it has already been written.
           OPEN EXTEND LETTER-ISSUE-FILE.
           IF WS-ISSUE-STATUS = "35"
              OPEN OUTPUT LETTER-ISSUE-FILE
           END-IF.
           IF WS-ISSUE-STATUS = "00"
              MOVE WS-TODAY-DATE  TO LI-ISSUE-DATE
              MOVE LK-STUDENT-ID  TO LI-STUDENT-ID
              MOVE LK-TEMPLATE-ID TO LI-TEMPLATE-ID
              MOVE LK-COURSE-CODE TO LI-COURSE-CODE
              MOVE LK-TERM-CODE   TO LI-TERM-CODE
              MOVE LK-AMOUNT      TO LI-AMOUNT
              MOVE WS-LINE-COUNT  TO LI-LINE-COUNT
              WRITE LETTER-ISSUE-RECORD
              CLOSE LETTER-ISSUE-FILE
           ELSE
              DISPLAY "Warning: letter " LK-TEMPLATE-ID " for student "
                 LK-STUDENT-ID " not logged, status " WS-ISSUE-STATUS
           END-IF.
