       IDENTIFICATION DIVISION.
        PROGRAM-ID. TEACH-LOAD-BATCH.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: TERM-END TEACHING-LOAD AND SESSIONAL PAY RUN.
      * EVERY SECTION ON THE SECTION TIMETABLE FOR THE TERM IS
      * CREDITED TO ITS INSTRUCTOR WITH ITS CONTACT HOURS - THE
      * MINUTES FROM START TO END TIME TIMES THE NUMBER OF MEETINGS,
      * COUNTED AS EVERY DATE FROM THE TERM'S START TO ITS END ON
      * THE TERM CALENDAR THAT FALLS ON ONE OF THE SECTION'S
      * MEETING DAYS AND IS NOT ON THE HOLIDAY CALENDAR. A SECTION
      * CANCELLED THROUGH COURSE-MAINT'S CANCE(X) TRANSACTION IS
      * LEFT OUT, AS IS A SECTION WITH NO INSTRUCTOR ASSIGNED (IT IS
      * COUNTED ON THE REPORT). THE LOAD REPORT (TCHLOAD.PRT) LISTS
      * EACH INSTRUCTOR'S SECTIONS AND TOTALS AND FLAGS ANYONE OVER
      * THE MAXIMUM LOAD FOR THEIR PAY CATEGORY ON THE TEACHING PAY
      * RATE TABLE. EACH INSTRUCTOR WHOSE CATEGORY PAYS PER SECTION
      * OR PER CONTACT HOUR GOES ON THE PAYROLL INTERFACE FILE
      * (TCHPAY.DAT) WITH A HEADER AND A TRAILER CARRYING THE COUNT
      * AND PAY TOTAL - SESSIONAL PAY USED TO BE WORKED OUT FROM
      * THE PRINTED TIMETABLE BY HAND.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "INSTRUCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-INSTRUCTOR-ID
              FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT TEACH-RATE-FILE ASSIGN TO "TCHRATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TP-CATEGORY
              FILE STATUS IS WS-RATE-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HC-HOLIDAY-DATE
              FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "TCHLSORT.WRK".

           SELECT LOAD-REPORT-FILE ASSIGN TO "TCHLOAD.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT PAY-EXTRACT-FILE ASSIGN TO "TCHPAY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-FILE.
       COPY SECTREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  TEACH-RATE-FILE.
       COPY TCHRATE.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  HOLIDAY-CAL-FILE.
       COPY HOLREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-INSTRUCTOR-ID     PIC 9(4).
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-SECTION-NO        PIC 9(2).
           05  SR-MEETING-DAYS      PIC X(7).
           05  SR-START-TIME        PIC 9(4).
           05  SR-END-TIME          PIC 9(4).
           05  SR-MEETINGS          PIC 9(3).
           05  SR-CONTACT-HOURS     PIC 9(4)V99.

       FD  LOAD-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  PAY-EXTRACT-FILE.
       COPY TCHPAY.

       WORKING-STORAGE SECTION.
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-CRSFILE-SW             PIC X VALUE "N".
           88  COURSE-FILE-AVAILABLE        VALUE "Y".
       01  WS-INSTRUCTOR-STATUS      PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW            PIC X VALUE "N".
           88  INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-RATE-STATUS            PIC XX VALUE SPACES.
       01  WS-RATEFILE-SW            PIC X VALUE "N".
           88  RATE-FILE-AVAILABLE          VALUE "Y".
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-HOLIDAY-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLFILE-SW             PIC X VALUE "N".
           88  HOLIDAY-FILE-AVAILABLE       VALUE "Y".
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-ENRFILE-SW             PIC X VALUE "N".
           88  ENROLL-FILE-AVAILABLE        VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-ENROLLS-SW        PIC X VALUE "Y".
           88  NO-MORE-ENROLLS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-TERM-START             PIC 9(8) VALUE ZERO.
       01  WS-TERM-END               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "TCHLOAD".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> Teaching dates in the term falling on each day of the
      *> week, Monday (1) to Sunday (7), holidays left out.
       01  WS-DAY-COUNT-TABLE.
           05  WS-DAY-COUNT          PIC 9(3) OCCURS 7 TIMES.
       01  WS-DAY-IDX                PIC 9 VALUE ZERO.
       01  WS-DAY-INTEGER            PIC 9(7) VALUE ZERO.
       01  WS-END-INTEGER            PIC 9(7) VALUE ZERO.
       01  WS-CALENDAR-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TEACHING-DAYS          PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAYS-SKIPPED       PIC 9(3) VALUE ZERO.

      *> One section's length and meetings.
       01  WS-START-HOURS            PIC 9(2) VALUE ZERO.
       01  WS-START-MINUTES          PIC 9(2) VALUE ZERO.
       01  WS-END-HOURS              PIC 9(2) VALUE ZERO.
       01  WS-END-MINUTES            PIC 9(2) VALUE ZERO.
       01  WS-SECTION-MINUTES        PIC S9(4) VALUE ZERO.
       01  WS-MEETINGS               PIC 9(3) VALUE ZERO.
       01  WS-CANCELLED-SW           PIC X VALUE "N".
           88  SECTION-CANCELLED            VALUE "Y".

      *> Run counts.
       01  WS-SECTIONS-READ          PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-COUNTED       PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-CANCELLED     PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-UNASSIGNED    PIC 9(5) VALUE ZERO.
       01  WS-INSTRUCTORS-PRINTED    PIC 9(4) VALUE ZERO.
       01  WS-INSTRUCTORS-OVERLOADED PIC 9(4) VALUE ZERO.
       01  WS-PAY-RECORDS            PIC 9(6) VALUE ZERO.
       01  WS-PAY-TOTAL              PIC 9(10)V99 VALUE ZERO.

      *> The instructor being gathered.
       01  WS-FIRST-INSTRUCTOR-SW    PIC X VALUE "Y".
           88  FIRST-INSTRUCTOR             VALUE "Y".
       01  WS-CURRENT-INSTRUCTOR     PIC 9(4) VALUE ZERO.
       01  WS-INST-SECTIONS          PIC 9(3) VALUE ZERO.
       01  WS-INST-HOURS             PIC 9(4)V99 VALUE ZERO.
       01  WS-SECTION-PAY            PIC 9(7)V99 VALUE ZERO.
       01  WS-HOURLY-PAY             PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAY              PIC 9(7)V99 VALUE ZERO.
       01  WS-INST-FOUND-SW          PIC X VALUE "N".
           88  INSTRUCTOR-ON-FILE           VALUE "Y".
       01  WS-RATE-FOUND-SW          PIC X VALUE "N".
           88  RATE-ON-FILE                 VALUE "Y".
       01  WS-OVERLOAD-SW            PIC X VALUE "N".
           88  INSTRUCTOR-OVERLOADED        VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(22) VALUE
               "TEACHING LOAD - TERM ".
           05  WS-TITLE-TERM         PIC X(6).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).

       01  WS-TERM-LINE.
           05  FILLER                PIC X(5)  VALUE "FROM ".
           05  WS-TL-START           PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-TL-END             PIC 9(8).
           05  FILLER                PIC X(16) VALUE
               "  TEACHING DAYS ".
           05  WS-TL-DAYS            PIC ZZ9.
           05  FILLER                PIC X(12) VALUE
               "  HOLIDAYS ".
           05  WS-TL-HOLIDAYS        PIC ZZ9.

       01  WS-INSTRUCTOR-LINE.
           05  FILLER                PIC X(11) VALUE "INSTRUCTOR ".
           05  WS-I-INSTRUCTOR-ID    PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-I-FORENAME         PIC X(11).
           05  WS-I-SURNAME          PIC X(11).
           05  WS-I-DEPARTMENT       PIC X(11).
           05  FILLER                PIC X(4)  VALUE "CAT ".
           05  WS-I-CATEGORY         PIC X(2).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-I-CATEGORY-DESC    PIC X(20).

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(5)  VALUE " SEC ".
           05  WS-D-SECTION-NO       PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-MEETING-DAYS     PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-START-TIME       PIC 9(4).
           05  FILLER                PIC X     VALUE "-".
           05  WS-D-END-TIME         PIC 9(4).
           05  FILLER                PIC X(11) VALUE
               "  MEETINGS ".
           05  WS-D-MEETINGS         PIC ZZ9.
           05  FILLER                PIC X(8)  VALUE "  HOURS ".
           05  WS-D-HOURS            PIC ZZZ9.99.

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE "SECTIONS ".
           05  WS-T-SECTIONS         PIC ZZ9.
           05  FILLER                PIC X(16) VALUE
               "  CONTACT HOURS ".
           05  WS-T-HOURS            PIC ZZZ9.99.
           05  FILLER                PIC X(6)  VALUE "  PAY ".
           05  WS-T-PAY              PIC Z,ZZZ,ZZ9.99.

       01  WS-NOTE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(3)  VALUE "** ".
           05  WS-N-TEXT             PIC X(60).

       01  WS-OVERLOAD-TEXT.
           05  FILLER                PIC X(28) VALUE
               "OVERLOAD - MAXIMUM LOAD IS ".
           05  WS-O-MAX-HOURS        PIC ZZZ9.
           05  FILLER                PIC X(14) VALUE
               " CONTACT HOURS".

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZ,ZZ9.

       01  WS-SUMMARY-PAY-LINE.
           05  FILLER                PIC X(40) VALUE
               "SESSIONAL PAY ON THE PAYROLL FILE".
           05  WS-SP-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 0200-READ-TERM.
           IF WS-TERM-START = ZERO OR WS-TERM-END = ZERO
              OR WS-TERM-END < WS-TERM-START
              DISPLAY "Term " WS-TERM-CODE " has no start and end"
                 " dates on the term calendar - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS NOT = "00"
              DISPLAY "Unable to open section file, status "
                 WS-SECTION-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SECTIONS-READ.
           PERFORM 0400-OPEN-LOOKUP-FILES.
           PERFORM 0300-COUNT-TEACHING-DAYS.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-INSTRUCTOR-ID SR-COURSE-CODE
                 SR-SECTION-NO
              INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
              OUTPUT PROCEDURE IS 2000-PRINT-LOAD.
           PERFORM 0500-CLOSE-LOOKUP-FILES.
           CLOSE SECTION-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SECTIONS-READ.
           DISPLAY "Teaching load written - " WS-SECTIONS-COUNTED
              " section(s), " WS-INSTRUCTORS-PRINTED
              " instructor(s), " WS-INSTRUCTORS-OVERLOADED
              " overloaded, " WS-PAY-RECORDS " pay record(s).".
           GOBACK.

       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-TERM-CODE.
           PERFORM UNTIL WS-TERM-CODE NOT = SPACES
              DISPLAY "Term to pay (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
           END-PERFORM.

       0200-READ-TERM.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TR-START-DATE TO WS-TERM-START
                    MOVE TR-END-DATE   TO WS-TERM-END
              END-READ
              CLOSE TERM-CAL-FILE
           END-IF.

       0300-COUNT-TEACHING-DAYS.
           *> Day 1 of the integer calendar is a Monday, so the day
           *> of the week falls straight out of the remainder.
           INITIALIZE WS-DAY-COUNT-TABLE.
           COMPUTE WS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TERM-START).
           COMPUTE WS-END-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TERM-END).
           PERFORM UNTIL WS-DAY-INTEGER > WS-END-INTEGER
              COMPUTE WS-CALENDAR-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
              COMPUTE WS-DAY-IDX =
                 FUNCTION MOD (WS-DAY-INTEGER - 1, 7) + 1
              PERFORM 0350-COUNT-ONE-DAY
              ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       0350-COUNT-ONE-DAY.
           IF HOLIDAY-FILE-AVAILABLE
              MOVE WS-CALENDAR-DATE TO HC-HOLIDAY-DATE
              READ HOLIDAY-CAL-FILE
                 INVALID KEY
                    ADD 1 TO WS-DAY-COUNT (WS-DAY-IDX)
                    ADD 1 TO WS-TEACHING-DAYS
                 NOT INVALID KEY
                    ADD 1 TO WS-HOLIDAYS-SKIPPED
              END-READ
           ELSE
              ADD 1 TO WS-DAY-COUNT (WS-DAY-IDX)
              ADD 1 TO WS-TEACHING-DAYS
           END-IF.

       0400-OPEN-LOOKUP-FILES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
              MOVE "Y" TO WS-CRSFILE-SW
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
           ELSE
              DISPLAY "Warning: unable to open instructor master, "
                 "status " WS-INSTRUCTOR-STATUS " - nobody is paid."
           END-IF.
           OPEN INPUT TEACH-RATE-FILE.
           IF WS-RATE-STATUS = "00"
              MOVE "Y" TO WS-RATEFILE-SW
           ELSE
              DISPLAY "Warning: no teaching pay rate table, status "
                 WS-RATE-STATUS " - nobody is paid or flagged."
           END-IF.
           OPEN INPUT HOLIDAY-CAL-FILE.
           IF WS-HOLIDAY-STATUS = "00"
              MOVE "Y" TO WS-HOLFILE-SW
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              MOVE "Y" TO WS-ENRFILE-SW
           END-IF.

       0500-CLOSE-LOOKUP-FILES.
           IF COURSE-FILE-AVAILABLE
              CLOSE COURSE-MASTER-FILE
           END-IF.
           IF INSTRUCTOR-FILE-AVAILABLE
              CLOSE INSTRUCTOR-FILE
           END-IF.
           IF RATE-FILE-AVAILABLE
              CLOSE TEACH-RATE-FILE
           END-IF.
           IF HOLIDAY-FILE-AVAILABLE
              CLOSE HOLIDAY-CAL-FILE
           END-IF.
           IF ENROLL-FILE-AVAILABLE
              CLOSE ENROLLMENT-FILE
           END-IF.

       1000-LOAD-SORT-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SECTION-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CS-TERM-CODE = WS-TERM-CODE
                       PERFORM 1100-RELEASE-ONE-SECTION
                    END-IF
              END-READ
           END-PERFORM.

       1100-RELEASE-ONE-SECTION.
           ADD 1 TO WS-SECTIONS-READ.
           PERFORM 1200-CHECK-CANCELLED.
           EVALUATE TRUE
              WHEN SECTION-CANCELLED
                 ADD 1 TO WS-SECTIONS-CANCELLED
              WHEN CS-INSTRUCTOR-ID = ZERO
                 ADD 1 TO WS-SECTIONS-UNASSIGNED
              WHEN OTHER
                 PERFORM 1300-COMPUTE-CONTACT-HOURS
                 ADD 1 TO WS-SECTIONS-COUNTED
                 MOVE CS-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
                 MOVE CS-COURSE-CODE   TO SR-COURSE-CODE
                 MOVE CS-SECTION-NO    TO SR-SECTION-NO
                 MOVE CS-MEETING-DAYS  TO SR-MEETING-DAYS
                 MOVE CS-START-TIME    TO SR-START-TIME
                 MOVE CS-END-TIME      TO SR-END-TIME
                 MOVE WS-MEETINGS      TO SR-MEETINGS
                 RELEASE SORT-RECORD
           END-EVALUATE.

       1200-CHECK-CANCELLED.
           *> A section cancelled before sections carried the date
           *> is known by an inactive course with nobody enrolled
           *> in it for the term.
           MOVE "N" TO WS-CANCELLED-SW.
           IF CS-CANCELLED-DATE NOT = ZERO
              MOVE "Y" TO WS-CANCELLED-SW
           ELSE
              IF COURSE-FILE-AVAILABLE AND ENROLL-FILE-AVAILABLE
                 MOVE CS-COURSE-CODE TO CM-COURSE-CODE
                 READ COURSE-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CM-COURSE-INACTIVE
                          PERFORM 1250-CHECK-TERM-ENROLLMENTS
                       END-IF
                 END-READ
              END-IF
           END-IF.

       1250-CHECK-TERM-ENROLLMENTS.
           MOVE "Y" TO WS-CANCELLED-SW.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE CS-COURSE-CODE TO EN-COURSE-CODE.
           START ENROLLMENT-FILE KEY IS >= EN-COURSE-CODE
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENROLLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENROLLS-SW
                 NOT AT END
                    IF EN-COURSE-CODE NOT = CS-COURSE-CODE
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          MOVE "N" TO WS-CANCELLED-SW
                          MOVE "N" TO WS-MORE-ENROLLS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1300-COMPUTE-CONTACT-HOURS.
           *> A section whose end time is not after its start time
           *> is counted with no hours rather than negative ones.
           DIVIDE CS-START-TIME BY 100 GIVING WS-START-HOURS
              REMAINDER WS-START-MINUTES.
           DIVIDE CS-END-TIME BY 100 GIVING WS-END-HOURS
              REMAINDER WS-END-MINUTES.
           COMPUTE WS-SECTION-MINUTES =
              (WS-END-HOURS * 60 + WS-END-MINUTES)
              - (WS-START-HOURS * 60 + WS-START-MINUTES).
           IF WS-SECTION-MINUTES < ZERO
              MOVE ZERO TO WS-SECTION-MINUTES
           END-IF.
           MOVE ZERO TO WS-MEETINGS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 7
              IF CS-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 ADD WS-DAY-COUNT (WS-DAY-IDX) TO WS-MEETINGS
              END-IF
           END-PERFORM.
           COMPUTE SR-CONTACT-HOURS ROUNDED =
              WS-MEETINGS * WS-SECTION-MINUTES / 60.

       2000-PRINT-LOAD.
           OPEN OUTPUT LOAD-REPORT-FILE.
           OPEN OUTPUT PAY-EXTRACT-FILE.
           MOVE WS-TERM-CODE TO WS-TITLE-TERM.
           MOVE WS-RUN-DATE  TO WS-TITLE-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TERM-START       TO WS-TL-START.
           MOVE WS-TERM-END         TO WS-TL-END.
           MOVE WS-TEACHING-DAYS    TO WS-TL-DAYS.
           MOVE WS-HOLIDAYS-SKIPPED TO WS-TL-HOLIDAYS.
           MOVE WS-TERM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES        TO TEACH-PAY-RECORD.
           MOVE "H"           TO TY-RECORD-TYPE.
           MOVE WS-TERM-CODE  TO TY-TERM-CODE.
           MOVE WS-RUN-DATE   TO TY-H-RUN-DATE.
           WRITE TEACH-PAY-RECORD.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-ADD-ONE-SECTION
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-INSTRUCTOR
              PERFORM 3000-FINISH-INSTRUCTOR
           END-IF.
           IF WS-SECTIONS-COUNTED = ZERO
              MOVE "NO SECTIONS TAUGHT ON FILE FOR THE TERM"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM 4000-PRINT-SUMMARY.
           MOVE SPACES         TO TEACH-PAY-RECORD.
           MOVE "T"            TO TY-RECORD-TYPE.
           MOVE WS-TERM-CODE   TO TY-TERM-CODE.
           MOVE WS-PAY-RECORDS TO TY-T-COUNT.
           MOVE WS-PAY-TOTAL   TO TY-T-TOTAL-PAY.
           WRITE TEACH-PAY-RECORD.
           CLOSE PAY-EXTRACT-FILE.
           CLOSE LOAD-REPORT-FILE.

       2100-ADD-ONE-SECTION.
           IF FIRST-INSTRUCTOR
              OR SR-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
              IF NOT FIRST-INSTRUCTOR
                 PERFORM 3000-FINISH-INSTRUCTOR
              END-IF
              MOVE "N" TO WS-FIRST-INSTRUCTOR-SW
              PERFORM 2200-START-INSTRUCTOR
           END-IF.
           ADD 1 TO WS-INST-SECTIONS.
           ADD SR-CONTACT-HOURS TO WS-INST-HOURS.
           MOVE SR-COURSE-CODE   TO WS-D-COURSE-CODE.
           MOVE SR-SECTION-NO    TO WS-D-SECTION-NO.
           MOVE SR-MEETING-DAYS  TO WS-D-MEETING-DAYS.
           MOVE SR-START-TIME    TO WS-D-START-TIME.
           MOVE SR-END-TIME      TO WS-D-END-TIME.
           MOVE SR-MEETINGS      TO WS-D-MEETINGS.
           MOVE SR-CONTACT-HOURS TO WS-D-HOURS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-START-INSTRUCTOR.
           MOVE SR-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR.
           MOVE ZERO TO WS-INST-SECTIONS WS-INST-HOURS.
           ADD 1 TO WS-INSTRUCTORS-PRINTED.
           MOVE "N" TO WS-INST-FOUND-SW.
           MOVE "N" TO WS-RATE-FOUND-SW.
           MOVE SPACES TO IN-SURNAME IN-FORENAME IN-DEPARTMENT
              IN-CATEGORY.
           IF INSTRUCTOR-FILE-AVAILABLE
              MOVE SR-INSTRUCTOR-ID TO IN-INSTRUCTOR-ID
              READ INSTRUCTOR-FILE
                 INVALID KEY
                    MOVE SPACES TO IN-SURNAME IN-FORENAME
                       IN-DEPARTMENT IN-CATEGORY
                 NOT INVALID KEY
                    MOVE "Y" TO WS-INST-FOUND-SW
              END-READ
           END-IF.
           MOVE SPACES TO TP-DESCRIPTION.
           IF INSTRUCTOR-ON-FILE AND RATE-FILE-AVAILABLE
              MOVE IN-CATEGORY TO TP-CATEGORY
              READ TEACH-RATE-FILE
                 INVALID KEY
                    MOVE SPACES TO TP-DESCRIPTION
                 NOT INVALID KEY
                    MOVE "Y" TO WS-RATE-FOUND-SW
              END-READ
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SR-INSTRUCTOR-ID TO WS-I-INSTRUCTOR-ID.
           MOVE IN-FORENAME      TO WS-I-FORENAME.
           MOVE IN-SURNAME       TO WS-I-SURNAME.
           MOVE IN-DEPARTMENT    TO WS-I-DEPARTMENT.
           MOVE IN-CATEGORY      TO WS-I-CATEGORY.
           MOVE TP-DESCRIPTION   TO WS-I-CATEGORY-DESC.
           MOVE WS-INSTRUCTOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-FINISH-INSTRUCTOR.
           *> Pay and the overload check both need the category on
           *> the rate table; an instructor without one is printed
           *> with no pay and a note saying why.
           MOVE ZERO TO WS-SECTION-PAY WS-HOURLY-PAY WS-TOTAL-PAY.
           MOVE "N" TO WS-OVERLOAD-SW.
           IF RATE-ON-FILE
              COMPUTE WS-SECTION-PAY ROUNDED =
                 WS-INST-SECTIONS * TP-SECTION-RATE
              COMPUTE WS-HOURLY-PAY ROUNDED =
                 WS-INST-HOURS * TP-HOURLY-RATE
              ADD WS-SECTION-PAY WS-HOURLY-PAY GIVING WS-TOTAL-PAY
              IF TP-MAX-HOURS NOT = ZERO
                 AND WS-INST-HOURS > TP-MAX-HOURS
                 MOVE "Y" TO WS-OVERLOAD-SW
                 ADD 1 TO WS-INSTRUCTORS-OVERLOADED
              END-IF
           END-IF.
           MOVE WS-INST-SECTIONS TO WS-T-SECTIONS.
           MOVE WS-INST-HOURS    TO WS-T-HOURS.
           MOVE WS-TOTAL-PAY     TO WS-T-PAY.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
              WHEN NOT INSTRUCTOR-ON-FILE
                 MOVE "NOT ON THE INSTRUCTOR MASTER - NOT PAID"
                    TO WS-N-TEXT
                 PERFORM 3100-WRITE-NOTE
              WHEN NOT RATE-ON-FILE
                 MOVE "PAY CATEGORY NOT ON THE RATE TABLE - NOT PAID"
                    TO WS-N-TEXT
                 PERFORM 3100-WRITE-NOTE
           END-EVALUATE.
           IF INSTRUCTOR-OVERLOADED
              MOVE TP-MAX-HOURS TO WS-O-MAX-HOURS
              MOVE WS-OVERLOAD-TEXT TO WS-N-TEXT
              PERFORM 3100-WRITE-NOTE
           END-IF.
           IF WS-TOTAL-PAY > ZERO
              PERFORM 3200-WRITE-PAY-RECORD
           END-IF.

       3100-WRITE-NOTE.
           MOVE WS-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-WRITE-PAY-RECORD.
           MOVE SPACES                TO TEACH-PAY-RECORD.
           MOVE "D"                   TO TY-RECORD-TYPE.
           MOVE WS-TERM-CODE          TO TY-TERM-CODE.
           MOVE WS-CURRENT-INSTRUCTOR TO TY-INSTRUCTOR-ID.
           MOVE IN-SURNAME            TO TY-SURNAME.
           MOVE IN-FORENAME           TO TY-FORENAME.
           MOVE IN-DEPARTMENT         TO TY-DEPARTMENT.
           MOVE IN-CATEGORY           TO TY-CATEGORY.
           MOVE WS-INST-SECTIONS      TO TY-SECTIONS.
           MOVE WS-INST-HOURS         TO TY-CONTACT-HOURS.
           MOVE WS-SECTION-PAY        TO TY-SECTION-PAY.
           MOVE WS-HOURLY-PAY         TO TY-HOURLY-PAY.
           MOVE WS-TOTAL-PAY          TO TY-TOTAL-PAY.
           IF INSTRUCTOR-OVERLOADED
              MOVE "Y" TO TY-OVERLOAD
           ELSE
              MOVE "N" TO TY-OVERLOAD
           END-IF.
           WRITE TEACH-PAY-RECORD.
           ADD 1 TO WS-PAY-RECORDS.
           ADD WS-TOTAL-PAY TO WS-PAY-TOTAL.

       4000-PRINT-SUMMARY.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS ON FILE FOR THE TERM" TO WS-S-LABEL.
           MOVE WS-SECTIONS-READ TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "SECTIONS COUNTED" TO WS-S-LABEL.
           MOVE WS-SECTIONS-COUNTED TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "SECTIONS CANCELLED - LEFT OUT" TO WS-S-LABEL.
           MOVE WS-SECTIONS-CANCELLED TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR - LEFT OUT"
              TO WS-S-LABEL.
           MOVE WS-SECTIONS-UNASSIGNED TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "INSTRUCTORS" TO WS-S-LABEL.
           MOVE WS-INSTRUCTORS-PRINTED TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "INSTRUCTORS OVER THE MAXIMUM LOAD" TO WS-S-LABEL.
           MOVE WS-INSTRUCTORS-OVERLOADED TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE "PAY RECORDS WRITTEN" TO WS-S-LABEL.
           MOVE WS-PAY-RECORDS TO WS-S-COUNT.
           PERFORM 4100-WRITE-SUMMARY-LINE.
           MOVE WS-PAY-TOTAL TO WS-SP-TOTAL.
           MOVE WS-SUMMARY-PAY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
