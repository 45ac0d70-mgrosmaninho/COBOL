      *            STUDENT ACCOUNT FILE - RECORDS IN AND THE
      *            CHARGES AS ADDS - THROUGH THE SHARED CTLTOT
      *            ROUTINE, SO EOD-BALANCE CAN PROVE THE FILE.
      * 15/10/26 - FINANCIAL AID ON THE NEW AWARD FILE IS APPLIED IN
      *            THE SAME RUN - EACH OPEN AWARD FOR THE TERM IS
      *            CHECKED AGAINST ITS CONDITIONS (MINIMUM CUMULATIVE
      *            GPA OFF GPA.DAT, FULL-TIME ONLY) AND POSTED AS A
      *            LABELLED AID CREDIT ("A", AWARD-TYPE/TERM), SHOWN
      *            ON THE INVOICE AGAINST THE TOTAL DUE. THE TERM
      *            AWARD REGISTER (AWARDREG.PRT) LISTS EVERY AWARD
      *            WITH WHAT WAS APPLIED OR WHY NOT, TOTALLED BY
      *            AWARD TYPE FOR THE AWARD BUDGET.
      * 15/10/26 - FULL-TIME FOR A FULL-TIME-ONLY AWARD IS NOW THE
      *            STUDENT'S TERM LOAD IN CREDIT HOURS OFF THE COURSE
      *            MASTER, JUDGED BY THE SHARED LOADSTAT ROUTINE,
      *            INSTEAD OF A COUNT OF FOUR COURSES.
      * 15/10/26 - THE PAYMENT-PLAN FEE IS LEFT OUT OF THE TERM
      *            TUITION THAT PERCENTAGE AWARDS ARE WORKED ON.
      *********************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AW-AWARD-KEY
              FILE STATUS IS WS-AWARD-STATUS.

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT AWARD-REGISTER-FILE ASSIGN TO "AWARDREG.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  INVOICE-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  AWARD-FILE.
       COPY AWARDREC.

       FD  GPA-FILE.
       COPY GPAREC.

       FD  AWARD-REGISTER-FILE.
       01  REGISTER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-ALREADY-BILLED-SW      PIC X VALUE "N".
           88  ALREADY-BILLED               VALUE "Y".

       01  WS-AWARD-STATUS           PIC XX VALUE SPACES.
       01  WS-AWDFILE-SW             PIC X VALUE "N".
           88  AWARD-FILE-AVAILABLE         VALUE "Y".
       01  WS-GPA-STATUS             PIC XX VALUE SPACES.
       01  WS-GPAFILE-SW             PIC X VALUE "N".
           88  GPA-FILE-AVAILABLE           VALUE "Y".
       01  WS-REGISTER-STATUS        PIC XX VALUE SPACES.
       01  WS-MORE-AWARDS-SW         PIC X VALUE "Y".
           88  NO-MORE-AWARDS               VALUE "N".
       01  WS-MORE-GPAS-SW           PIC X VALUE "Y".
           88  NO-MORE-GPAS                 VALUE "N".
       01  WS-GPA-FOUND-SW           PIC X VALUE "N".
           88  GPA-FOUND                    VALUE "Y".
       01  WS-GPA-LOOKUP-SW          PIC X VALUE "N".
           88  GPA-LOOKED-UP                VALUE "Y".
       01  WS-AID-POSTED-SW          PIC X VALUE "N".
           88  AID-ALREADY-POSTED           VALUE "Y".

      *> The student's credit hours for the term, totalled as the
      *> enrollments are billed - LOADSTAT says whether the load is
      *> full-time for an award that asks for it.
       01  WS-TERM-HOURS             PIC 9(3) VALUE ZERO.
       01  WS-LOAD-STATUS            PIC X VALUE SPACE.
           88  LOAD-FULL-TIME               VALUE "F".
       01  WS-LOAD-DESC              PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS         PIC 9(2) VALUE ZERO.
       01  WS-CUM-GPA                PIC 9V99 VALUE ZERO.
       01  WS-LATEST-GPA-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TERM-TUITION           PIC 9(7)V99 VALUE ZERO.
       01  WS-TERM-AID               PIC 9(7)V99 VALUE ZERO.
       01  WS-AID-ROOM               PIC S9(7)V99 VALUE ZERO.
       01  WS-AID-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  WS-AID-REFERENCE          PIC X(12) VALUE SPACES.
       01  WS-AWARD-RESULT           PIC X(20) VALUE SPACES.
       01  WS-STUDENT-AID            PIC 9(7)V99 VALUE ZERO.
       01  WS-NET-DUE                PIC S9(7)V99 VALUE ZERO.
       01  WS-AID-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-UNBILLED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-AID-TOTAL              PIC 9(9)V99 VALUE ZERO.

      *> Applied aid by award type - the register's tie-back to the
      *> award budget.
       01  WS-TYPE-LIMIT             PIC 9(3) VALUE 50.
       01  WS-TYPE-TOTAL             PIC 9(3) VALUE ZERO.
       01  WS-AWARD-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 50 TIMES
                 INDEXED BY TYPE-IDX.
               10  WS-AT-AWARD-TYPE  PIC X(4).
               10  WS-AT-COUNT       PIC 9(5).
               10  WS-AT-AMOUNT      PIC 9(9)V99.

       01  WS-CTL-FILE-NAME          PIC X(12) VALUE "STUDACCT.DAT".
       01  WS-CTL-RECORDS-IN         PIC 9(7) VALUE ZERO.
       01  WS-CTL-ADDED              PIC 9(7) VALUE ZERO.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FEE              PIC ZZ,ZZ9.99.

       01  WS-AID-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-AWARD-TYPE       PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-DESCRIPTION      PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-A-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE " CR".

       01  WS-TOTAL-DUE-LINE.
           05  FILLER                PIC X(30) VALUE "TOTAL DUE".
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WS-T-DUE              PIC ZZZ,ZZ9.99CR.

       01  WS-REGISTER-TITLE.
           05  FILLER                PIC X(28) VALUE
               "TERM AWARD REGISTER FOR TERM".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RT-TERM            PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  DATED ".
           05  WS-RT-DATE            PIC 9(8).

       01  WS-REGISTER-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(6)  VALUE "TYPE".
           05  FILLER                PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                PIC X(3)  VALUE "B".
           05  FILLER                PIC X(12) VALUE "   APPLIED".
           05  FILLER                PIC X(20) VALUE "RESULT".

       01  WS-REGISTER-DETAIL.
           05  WS-R-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-AWARD-TYPE       PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-DESCRIPTION      PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-BASIS            PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-RESULT           PIC X(20).

       01  WS-REGISTER-TYPE-LINE.
           05  FILLER                PIC X(8)  VALUE "TOTAL".
           05  WS-RX-AWARD-TYPE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RX-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE " AWARD(S)".
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-RX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-TOTAL-LINE.
           05  FILLER                PIC X(12) VALUE "TOTAL AID".
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RG-COUNT           PIC ZZ,ZZ9.
           05  FILLER                PIC X(10) VALUE " APPLIED".
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-RG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTER-HELD-LINE.
           05  FILLER                PIC X(30) VALUE
               "AWARDS HELD BACK THIS RUN".
           05  WS-RH-HELD            PIC ZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(21) VALUE
               "NOT BILLED THIS TERM ".
           05  WS-RH-UNBILLED        PIC ZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

              OPEN I-O STUDENT-ACCOUNT-FILE
           END-IF.
           PERFORM 0100-COUNT-OPENING-RECORDS.
           PERFORM 0200-OPEN-AWARD-FILES.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM 2000-PROCESS-ENROLLMENTS.
           CLOSE INVOICE-FILE.
           IF AWARD-FILE-AVAILABLE
              PERFORM 3000-LIST-UNBILLED-AWARDS
              PERFORM 3100-PRINT-AWARD-TOTALS
              CLOSE AWARD-REGISTER-FILE
              CLOSE AWARD-FILE
           END-IF.
           IF GPA-FILE-AVAILABLE
              CLOSE GPA-FILE
           END-IF.
      *> The charges and the aid credits go on as adds - the
      *> end-of-day balancing run proves the account file against
      *> them.
           COMPUTE WS-CTL-ADDED = WS-CHARGE-COUNT + WS-AID-COUNT.
           COMPUTE WS-CTL-RECORDS-OUT =
              WS-CTL-RECORDS-IN + WS-CTL-ADDED.
           CALL "CTLTOT" USING WS-JOB-NAME WS-CTL-FILE-NAME
           DISPLAY "Billing run complete - " WS-INVOICE-COUNT
              " invoice(s), " WS-CHARGE-COUNT " charge(s), "
              WS-SKIPPED-COUNT " already billed.".
           IF AWARD-FILE-AVAILABLE
              DISPLAY "Financial aid - " WS-AID-COUNT
                 " award(s) applied, " WS-HELD-COUNT " held back, "
                 WS-UNBILLED-COUNT " not billed this term."
           END-IF.
           GOBACK.

       0100-COUNT-OPENING-RECORDS.
              END-READ
           END-PERFORM.

       0200-OPEN-AWARD-FILES.
           *> Aid is applied only when there is an award file; a run
           *> without one bills exactly as it always has. GPA.DAT is
           *> needed only for awards with a minimum GPA.
           OPEN I-O AWARD-FILE.
           IF WS-AWARD-STATUS = "00"
              MOVE "Y" TO WS-AWDFILE-SW
              OPEN OUTPUT AWARD-REGISTER-FILE
              MOVE WS-TERM-CODE TO WS-RT-TERM
              MOVE WS-RUN-DATE  TO WS-RT-DATE
              MOVE WS-REGISTER-TITLE TO REGISTER-LINE
              WRITE REGISTER-LINE
              MOVE SPACES TO REGISTER-LINE
              WRITE REGISTER-LINE
              MOVE WS-REGISTER-HEADINGS TO REGISTER-LINE
              WRITE REGISTER-LINE
              MOVE SPACES TO REGISTER-LINE
              WRITE REGISTER-LINE
           ELSE
              DISPLAY "No award file available, status "
                 WS-AWARD-STATUS " - no financial aid applied."
           END-IF.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              MOVE "Y" TO WS-GPAFILE-SW
           ELSE
              IF AWARD-FILE-AVAILABLE
                 DISPLAY "Warning: unable to open GPA file, status "
                    WS-GPA-STATUS " - awards with a minimum GPA are"
                    " held back."
              END-IF
           END-IF.

       2000-PROCESS-ENROLLMENTS.
           *> One pass in student order - a change of student id
           *> closes the invoice being built.
              END-IF
              MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
              MOVE ZERO TO WS-STUDENT-TOTAL WS-STUDENT-LINES
              MOVE ZERO TO WS-TERM-HOURS WS-STUDENT-AID
              PERFORM 2200-OPEN-INVOICE
           END-IF.
           MOVE EN-COURSE-CODE TO CM-COURSE-CODE.
                 DISPLAY "Enrollment on " EN-COURSE-CODE
                    " has no course master record - not billed."
              NOT INVALID KEY
                 IF CM-CREDIT-HOURS NUMERIC
                    ADD CM-CREDIT-HOURS TO WS-TERM-HOURS
                 END-IF
                 PERFORM 2300-POST-ONE-CHARGE
           END-READ.

              END-READ
           END-PERFORM.

       2400-APPLY-TERM-AWARDS.
           *> Every award on file for the student and term, in award
           *> type order. An award already applied is only listed.
           MOVE "Y" TO WS-MORE-AWARDS-SW.
           MOVE "N" TO WS-GPA-FOUND-SW WS-GPA-LOOKUP-SW.
           MOVE WS-CURRENT-STUDENT TO AW-STUDENT-ID.
           MOVE WS-TERM-CODE       TO AW-TERM-CODE.
           MOVE SPACES             TO AW-AWARD-TYPE.
           START AWARD-FILE KEY IS >= AW-AWARD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-AWARDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-AWARDS
              READ AWARD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-AWARDS-SW
                 NOT AT END
                    IF AW-STUDENT-ID NOT = WS-CURRENT-STUDENT
                       OR AW-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-AWARDS-SW
                    ELSE
                       PERFORM 2410-APPLY-ONE-AWARD
                    END-IF
              END-READ
           END-PERFORM.

       2410-APPLY-ONE-AWARD.
           *> The award's conditions are checked in turn; the first
           *> one that fails is the reason recorded and the award
           *> stays open for a later run.
           IF AW-APPLIED
              MOVE AW-APPLIED-AMOUNT    TO WS-AID-AMOUNT
              MOVE "PREVIOUSLY APPLIED" TO WS-AWARD-RESULT
              PERFORM 2470-WRITE-REGISTER-LINE
           ELSE
              MOVE ZERO TO WS-AID-AMOUNT
              MOVE SPACES TO WS-AWARD-RESULT
              IF AW-MIN-GPA > ZERO
                 PERFORM 2420-GET-CUM-GPA
                 IF NOT GPA-FOUND
                    MOVE "NO GPA ON FILE" TO WS-AWARD-RESULT
                 ELSE
                    IF WS-CUM-GPA < AW-MIN-GPA
                       MOVE "GPA BELOW MINIMUM" TO WS-AWARD-RESULT
                    END-IF
                 END-IF
              END-IF
              IF WS-AWARD-RESULT = SPACES AND AW-FULL-TIME-ONLY
                 CALL "LOADSTAT" USING WS-TERM-HOURS WS-LOAD-STATUS
                    WS-LOAD-DESC WS-MAX-LOAD-HOURS
                 IF NOT LOAD-FULL-TIME
                    MOVE "NOT FULL-TIME" TO WS-AWARD-RESULT
                 END-IF
              END-IF
              IF WS-AWARD-RESULT = SPACES
                 PERFORM 2450-SCAN-TERM-POSTINGS
                 PERFORM 2430-PRICE-AWARD
              END-IF
              IF WS-AWARD-RESULT = SPACES
                 PERFORM 2460-POST-AID-CREDIT
              END-IF
              IF WS-AWARD-RESULT NOT = "APPLIED"
                 ADD 1 TO WS-HELD-COUNT
              END-IF
              MOVE WS-AWARD-RESULT TO AW-LAST-RESULT
              MOVE WS-RUN-DATE     TO AW-LAST-CHECKED
              REWRITE AWARD-RECORD
              IF WS-AWARD-STATUS NOT = "00"
                 DISPLAY "Unable to update award " AW-AWARD-TYPE
                    " for student " WS-CURRENT-STUDENT ", status "
                    WS-AWARD-STATUS
              END-IF
              PERFORM 2470-WRITE-REGISTER-LINE
           END-IF.

       2420-GET-CUM-GPA.
           *> The cumulative GPA as of the student's latest GPA run,
           *> looked up once per student.
           IF GPA-FILE-AVAILABLE AND NOT GPA-LOOKED-UP
              MOVE "Y" TO WS-GPA-LOOKUP-SW
              MOVE ZERO TO WS-LATEST-GPA-DATE
              MOVE "Y" TO WS-MORE-GPAS-SW
              MOVE WS-CURRENT-STUDENT TO GP-STUDENT-ID
              MOVE SPACES             TO GP-TERM-CODE
              START GPA-FILE KEY IS >= GP-GPA-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-GPAS-SW
              END-START
              PERFORM UNTIL NO-MORE-GPAS
                 READ GPA-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-GPAS-SW
                    NOT AT END
                       IF GP-STUDENT-ID NOT = WS-CURRENT-STUDENT
                          MOVE "N" TO WS-MORE-GPAS-SW
                       ELSE
                          IF GP-RUN-DATE NOT < WS-LATEST-GPA-DATE
                             MOVE GP-RUN-DATE TO WS-LATEST-GPA-DATE
                             MOVE GP-CUM-GPA  TO WS-CUM-GPA
                             MOVE "Y" TO WS-GPA-FOUND-SW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2430-PRICE-AWARD.
           *> A percentage is taken of the term's tuition charges.
           *> Either kind is capped at the tuition aid has not yet
           *> covered, so aid never takes an account into credit.
           IF AID-ALREADY-POSTED
              MOVE "ALREADY ON ACCOUNT" TO WS-AWARD-RESULT
           ELSE
              IF WS-TERM-TUITION = ZERO
                 MOVE "NO TERM TUITION" TO WS-AWARD-RESULT
              ELSE
                 COMPUTE WS-AID-ROOM = WS-TERM-TUITION - WS-TERM-AID
                 IF WS-AID-ROOM NOT > ZERO
                    MOVE "TUITION COVERED" TO WS-AWARD-RESULT
                 ELSE
                    IF AW-PERCENTAGE
                       COMPUTE WS-AID-AMOUNT ROUNDED =
                          WS-TERM-TUITION * AW-PERCENT / 100
                    ELSE
                       MOVE AW-AMOUNT TO WS-AID-AMOUNT
                    END-IF
                    IF WS-AID-AMOUNT > WS-AID-ROOM
                       MOVE WS-AID-ROOM TO WS-AID-AMOUNT
                    END-IF
                    IF WS-AID-AMOUNT = ZERO
                       MOVE "NOTHING TO APPLY" TO WS-AWARD-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2450-SCAN-TERM-POSTINGS.
           *> The term's tuition charges and the aid already credited
           *> against them, matched on the term carried in the
           *> reference (COURSE/TERM, AWARD-TYPE/TERM). The same scan
           *> finds the next free sequence number and an aid credit
           *> already filed for this award.
           MOVE SPACES TO WS-AID-REFERENCE.
           STRING AW-AWARD-TYPE DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-TERM-CODE DELIMITED BY SIZE
              INTO WS-AID-REFERENCE.
           MOVE ZERO TO WS-NEXT-SEQUENCE WS-TERM-TUITION WS-TERM-AID.
           MOVE "N" TO WS-AID-POSTED-SW.
           MOVE "Y" TO WS-MORE-POSTINGS-SW.
           MOVE WS-CURRENT-STUDENT TO SA-STUDENT-ID.
           MOVE ZERO               TO SA-SEQUENCE.
           START STUDENT-ACCOUNT-FILE KEY IS >= SA-ACCOUNT-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-POSTINGS-SW
           END-START.
           PERFORM UNTIL NO-MORE-POSTINGS
              READ STUDENT-ACCOUNT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-POSTINGS-SW
                 NOT AT END
                    IF SA-STUDENT-ID NOT = WS-CURRENT-STUDENT
                       MOVE "N" TO WS-MORE-POSTINGS-SW
                    ELSE
                       MOVE SA-SEQUENCE TO WS-NEXT-SEQUENCE
                       IF SA-REFERENCE (6:6) = WS-TERM-CODE
                          IF SA-CHARGE
                             AND SA-REFERENCE (1:5) NOT = "PLAN/"
                             ADD SA-AMOUNT TO WS-TERM-TUITION
                          END-IF
                          IF SA-AID-CREDIT
                             ADD SA-AMOUNT TO WS-TERM-AID
                             IF SA-REFERENCE = WS-AID-REFERENCE
                                MOVE "Y" TO WS-AID-POSTED-SW
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2460-POST-AID-CREDIT.
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE WS-CURRENT-STUDENT TO SA-STUDENT-ID.
           MOVE WS-NEXT-SEQUENCE   TO SA-SEQUENCE.
           MOVE WS-RUN-DATE        TO SA-TRANS-DATE.
           MOVE "A"                TO SA-TRANS-TYPE.
           MOVE WS-AID-REFERENCE   TO SA-REFERENCE.
           MOVE WS-AID-AMOUNT      TO SA-AMOUNT.
           WRITE STUDENT-ACCOUNT-RECORD.
           IF WS-ACCOUNT-STATUS NOT = "00"
              DISPLAY "Unable to post aid for student "
                 WS-CURRENT-STUDENT ", status " WS-ACCOUNT-STATUS
              MOVE "NOT POSTED" TO WS-AWARD-RESULT
              MOVE ZERO TO WS-AID-AMOUNT
           ELSE
              MOVE "APPLIED"     TO WS-AWARD-RESULT
              MOVE "A"           TO AW-STATUS
              MOVE WS-AID-AMOUNT TO AW-APPLIED-AMOUNT
              MOVE WS-RUN-DATE   TO AW-APPLIED-DATE
              ADD 1 TO WS-AID-COUNT
              ADD WS-AID-AMOUNT TO WS-STUDENT-AID
              ADD WS-AID-AMOUNT TO WS-AID-TOTAL
              PERFORM 2480-TALLY-AWARD-TYPE
              MOVE AW-AWARD-TYPE  TO WS-A-AWARD-TYPE
              MOVE AW-DESCRIPTION TO WS-A-DESCRIPTION
              MOVE WS-AID-AMOUNT  TO WS-A-AMOUNT
              MOVE WS-AID-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2470-WRITE-REGISTER-LINE.
           MOVE AW-STUDENT-ID   TO WS-R-STUDENT-ID.
           MOVE AW-AWARD-TYPE   TO WS-R-AWARD-TYPE.
           MOVE AW-DESCRIPTION  TO WS-R-DESCRIPTION.
           MOVE AW-BASIS        TO WS-R-BASIS.
           MOVE WS-AID-AMOUNT   TO WS-R-AMOUNT.
           MOVE WS-AWARD-RESULT TO WS-R-RESULT.
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE.
           WRITE REGISTER-LINE.

       2480-TALLY-AWARD-TYPE.
           SET TYPE-IDX TO 1.
           SEARCH WS-TYPE-ENTRY
              AT END
                 DISPLAY "Award type table full - " AW-AWARD-TYPE
                    " not totalled by type."
              WHEN TYPE-IDX > WS-TYPE-TOTAL
                 ADD 1 TO WS-TYPE-TOTAL
                 MOVE AW-AWARD-TYPE TO WS-AT-AWARD-TYPE (TYPE-IDX)
                 MOVE 1             TO WS-AT-COUNT (TYPE-IDX)
                 MOVE WS-AID-AMOUNT TO WS-AT-AMOUNT (TYPE-IDX)
              WHEN WS-AT-AWARD-TYPE (TYPE-IDX) = AW-AWARD-TYPE
                 ADD 1             TO WS-AT-COUNT (TYPE-IDX)
                 ADD WS-AID-AMOUNT TO WS-AT-AMOUNT (TYPE-IDX)
           END-SEARCH.

       2500-CLOSE-INVOICE.
           IF AWARD-FILE-AVAILABLE
              PERFORM 2400-APPLY-TERM-AWARDS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-NET-DUE = WS-STUDENT-TOTAL - WS-STUDENT-AID.
           MOVE WS-NET-DUE TO WS-T-DUE.
           MOVE WS-TOTAL-DUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-STUDENT-LINES = ZERO
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-LIST-UNBILLED-AWARDS.
           *> An open award for the term whose student had nothing in
           *> the term to bill was never looked at - finance needs to
           *> see it against the budget all the same.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "Y" TO WS-MORE-AWARDS-SW.
           MOVE ZERO   TO AW-STUDENT-ID.
           MOVE SPACES TO AW-TERM-CODE AW-AWARD-TYPE.
           START AWARD-FILE KEY IS >= AW-AWARD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-AWARDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-AWARDS
              READ AWARD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-AWARDS-SW
                 NOT AT END
                    IF AW-TERM-CODE = WS-TERM-CODE AND AW-OPEN
                       AND AW-LAST-CHECKED NOT = WS-RUN-DATE
                       ADD 1 TO WS-UNBILLED-COUNT
                       MOVE ZERO TO WS-AID-AMOUNT
                       MOVE "NOT BILLED THIS TERM" TO WS-AWARD-RESULT
                       PERFORM 2470-WRITE-REGISTER-LINE
                    END-IF
              END-READ
           END-PERFORM.

       3100-PRINT-AWARD-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                 UNTIL TYPE-IDX > WS-TYPE-TOTAL
              MOVE WS-AT-AWARD-TYPE (TYPE-IDX) TO WS-RX-AWARD-TYPE
              MOVE WS-AT-COUNT (TYPE-IDX)      TO WS-RX-COUNT
              MOVE WS-AT-AMOUNT (TYPE-IDX)     TO WS-RX-AMOUNT
              MOVE WS-REGISTER-TYPE-LINE TO REGISTER-LINE
              WRITE REGISTER-LINE
           END-PERFORM.
           MOVE WS-AID-COUNT TO WS-RG-COUNT.
           MOVE WS-AID-TOTAL TO WS-RG-AMOUNT.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-HELD-COUNT     TO WS-RH-HELD.
           MOVE WS-UNBILLED-COUNT TO WS-RH-UNBILLED.
           MOVE WS-REGISTER-HELD-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
