      * TITLE, DEPARTMENT, MEETING TIMES AND ROOM FROM THE SECTION
      * TIMETABLE, THE POSTED CAPACITY, THE CURRENT ENROLLED COUNT
      * (COUNTED FROM ENROLL.DAT THE WAY STUDENT-ENROLL'S
      * 1450-COUNT-SECTION-SEATS DOES), SEATS REMAINING AND THE
      * WAITLIST DEPTH - REFRESHED BY A BATCH RUN EACH MORNING SO
      * THE ADVISING OFFICE HANDS OUT A CURRENT SHEET INSTEAD OF
      * READING COURSE.DAT ENTRIES OVER THE PHONE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE SCHEDULE NOW PRINTS ONE LINE PER SECTION OF A
      *            COURSE - ITS OWN MEETING TIMES, ROOM, SEATS,
      *            ENROLLED COUNT, SEATS LEFT AND WAITLIST DEPTH. A
      *            COURSE WITH NO SECTIONS FILED FOR THE TERM PRINTS
      *            ONE LINE AS SECTION 01 AGAINST THE COURSE
      *            CAPACITY, AS BEFORE.
      *********************************************************

       ENVIRONMENT DIVISION.
           88  NO-MORE-ENROLLS              VALUE "N".
       01  WS-MORE-WAITS-SW          PIC X VALUE "Y".
           88  NO-MORE-WAITS                VALUE "N".
       01  WS-MORE-SECTIONS-SW       PIC X VALUE "Y".
           88  NO-MORE-SECTIONS             VALUE "N".

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-COURSE-CODE            PIC X(4) VALUE SPACES.
      *> Zero section number counts every section of the course.
       01  WS-SECTION-NO             PIC 9(2) VALUE ZERO.
       01  WS-SEAT-LIMIT             PIC 9(3) VALUE ZERO.
       01  WS-COURSE-SECTIONS        PIC 9(2) VALUE ZERO.
       01  WS-SECTION-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SEAT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-WAIT-DEPTH             PIC 9(4) VALUE ZERO.
       01  WS-SEATS-LEFT             PIC S9(5) VALUE ZERO.
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(5)  VALUE "CODE".
           05  FILLER                PIC X(4)  VALUE "SEC".
           05  FILLER                PIC X(22) VALUE "TITLE".
           05  FILLER                PIC X(11) VALUE "DEPT".
           05  FILLER                PIC X(9)  VALUE "MEETS".

       01  WS-DETAIL-LINE.
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-SECTION          PIC 99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TITLE            PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
               "ACTIVE COURSES".
           05  WS-T-COUNT            PIC ZZZ9.

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE
               "SECTIONS LISTED".
           05  WS-T-SECTIONS         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           END-PERFORM.

       2100-PRINT-ONE-COURSE.
           *> One line per section filed for the term; a course with
           *> none filed gets a single line against the course
           *> capacity, counting every enrollment on it.
           ADD 1 TO WS-COURSE-COUNT.
           MOVE CM-COURSE-CODE TO WS-COURSE-CODE.
           MOVE CM-COURSE-CODE  TO WS-D-COURSE-CODE.
           MOVE CM-COURSE-TITLE TO WS-D-TITLE.
           MOVE CM-DEPARTMENT   TO WS-D-DEPARTMENT.
           MOVE ZERO TO WS-COURSE-SECTIONS.
           IF SECTION-FILE-AVAILABLE
              PERFORM 2400-LIST-COURSE-SECTIONS
           END-IF.
           IF WS-COURSE-SECTIONS = ZERO
              MOVE ZERO TO WS-SECTION-NO
              MOVE SPACES TO WS-D-MEETS WS-D-ROOM
              MOVE ZERO TO WS-D-START WS-D-END
              MOVE 1 TO WS-D-SECTION
              MOVE CM-CAPACITY TO WS-SEAT-LIMIT
              PERFORM 2150-PRINT-DETAIL-LINE
           END-IF.

       2150-PRINT-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           PERFORM 2200-COUNT-COURSE-SEATS.
           PERFORM 2300-COUNT-WAITLIST-DEPTH.
           MOVE WS-SEAT-LIMIT   TO WS-D-CAPACITY.
           MOVE WS-SEAT-COUNT   TO WS-D-ENROLLED.
           COMPUTE WS-SEATS-LEFT = WS-SEAT-LIMIT - WS-SEAT-COUNT.
           MOVE WS-SEATS-LEFT   TO WS-D-LEFT.
           MOVE WS-WAIT-DEPTH   TO WS-D-WAITING.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          AND (WS-SECTION-NO = ZERO
                             OR EN-SECTION-NO = WS-SECTION-NO)
                          ADD 1 TO WS-SEAT-COUNT
                       END-IF
                    END-IF
              MOVE "Y" TO WS-MORE-WAITS-SW
              MOVE WS-COURSE-CODE TO WL-COURSE-CODE
              MOVE WS-TERM-CODE   TO WL-TERM-CODE
              MOVE WS-SECTION-NO  TO WL-SECTION-NO
              MOVE ZERO           TO WL-SEQUENCE
              START WAITLIST-FILE KEY IS >= WL-WAIT-KEY
                 INVALID KEY
                    NOT AT END
                       IF WL-COURSE-CODE = WS-COURSE-CODE
                          AND WL-TERM-CODE = WS-TERM-CODE
                          AND (WS-SECTION-NO = ZERO
                             OR WL-SECTION-NO = WS-SECTION-NO)
                          ADD 1 TO WS-WAIT-DEPTH
                       ELSE
                          MOVE "N" TO WS-MORE-WAITS-SW
              END-PERFORM
           END-IF.

       2400-LIST-COURSE-SECTIONS.
           MOVE "Y" TO WS-MORE-SECTIONS-SW.
           MOVE WS-COURSE-CODE TO CS-COURSE-CODE.
           MOVE WS-TERM-CODE   TO CS-TERM-CODE.
           MOVE ZERO           TO CS-SECTION-NO.
           START SECTION-FILE KEY IS >= CS-SECTION-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-SECTIONS-SW
           END-START.
           PERFORM UNTIL NO-MORE-SECTIONS
              READ SECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SECTIONS-SW
                 NOT AT END
                    IF CS-COURSE-CODE = WS-COURSE-CODE
                       AND CS-TERM-CODE = WS-TERM-CODE
                       PERFORM 2450-FILL-SECTION-DETAILS
                       PERFORM 2150-PRINT-DETAIL-LINE
                    ELSE
                       MOVE "N" TO WS-MORE-SECTIONS-SW
                    END-IF
              END-READ
           END-PERFORM.

       2450-FILL-SECTION-DETAILS.
           ADD 1 TO WS-COURSE-SECTIONS.
           MOVE CS-SECTION-NO   TO WS-SECTION-NO WS-D-SECTION.
           MOVE CS-MEETING-DAYS TO WS-D-MEETS.
           MOVE CS-START-TIME   TO WS-D-START.
           MOVE CS-END-TIME     TO WS-D-END.
           MOVE CS-ROOM         TO WS-D-ROOM.
           IF CS-SEAT-LIMIT > ZERO
              MOVE CS-SEAT-LIMIT TO WS-SEAT-LIMIT
           ELSE
              MOVE CM-CAPACITY   TO WS-SEAT-LIMIT
           END-IF.

       3000-PRINT-TOTAL.
           MOVE WS-COURSE-COUNT TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-COUNT TO WS-T-SECTIONS.
           MOVE WS-SECTION-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
