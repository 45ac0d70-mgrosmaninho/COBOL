       IDENTIFICATION DIVISION.
        PROGRAM-ID. ROOM-UTIL-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: ROOM UTILISATION REPORT FOR ONE TERM. LOADS
      * THE ROOM MASTER MAINTAINED THROUGH COURSE-MAINT, READS THE
      * SECTION TIMETABLE END TO END AND, FOR EVERY SECTION IN THE
      * TERM NOT CANCELLED, ADDS ITS WEEKLY MEETING HOURS (MEETING
      * DAYS TIMES START-TO-END) TO ITS ROOM. EACH ROOM PRINTS WITH ITS
      * BOOKED HOURS AGAINST THE HOURS A WEEK IT IS AVAILABLE AND
      * THE PERCENTAGE USED, SO FACILITIES CAN SEE WHICH ROOMS
      * SIT EMPTY AND WHICH ARE FULL. A SECTION IN A ROOM NOT ON
      * THE MASTER IS LISTED SEPARATELY.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "ROOM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RM-ROOM-CODE
              FILE STATUS IS WS-ROOM-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT ROOM-REPORT-FILE ASSIGN TO "ROOMUTIL.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
       COPY ROOMREC.

       FD  SECTION-FILE.
       COPY SECTREC.

       FD  ROOM-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROOM-STATUS            PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-ROOMS-SW          PIC X VALUE "Y".
           88  NO-MORE-ROOMS                VALUE "N".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "ROOMUTIL".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-SECTION-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DAY-IDX                PIC 9 VALUE ZERO.
       01  WS-MEETING-COUNT          PIC 9 VALUE ZERO.
       01  WS-HOURS-PART             PIC 99 VALUE ZERO.
       01  WS-MINUTES-PART           PIC 99 VALUE ZERO.
       01  WS-START-MINUTES          PIC 9(4) VALUE ZERO.
       01  WS-END-MINUTES            PIC 9(4) VALUE ZERO.
       01  WS-WEEKLY-MINUTES         PIC 9(5) VALUE ZERO.
       01  WS-BOOKED-HOURS           PIC 9(4)V99 VALUE ZERO.
       01  WS-UTIL-PCT               PIC 9(4)V9 VALUE ZERO.
       01  WS-TOTAL-BOOKED           PIC 9(6)V99 VALUE ZERO.
       01  WS-TOTAL-AVAILABLE        PIC 9(6) VALUE ZERO.

      *> The rooms are loaded from the room master at the top of the
      *> run, so a room filed through COURSE-MAINT shows up on the
      *> next report - including one nothing is booked into.
       01  WS-ROOM-LIMIT             PIC 9(3) VALUE 200.
       01  WS-ROOM-TOTAL             PIC 9(3) VALUE ZERO.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 200 TIMES
                 INDEXED BY ROOM-IDX.
               10  WS-RT-ROOM-CODE   PIC X(8).
               10  WS-RT-BUILDING    PIC X(20).
               10  WS-RT-SEATS       PIC 9(3).
               10  WS-RT-ROOM-TYPE   PIC X.
               10  WS-RT-AVAILABLE   PIC 9(3).
               10  WS-RT-SECTIONS    PIC 9(3).
               10  WS-RT-MINUTES     PIC 9(6).

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(29) VALUE
               "ROOM UTILISATION FOR TERM".
           05  WS-T-TERM             PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ROOM".
           05  FILLER                PIC X(22) VALUE "BUILDING".
           05  FILLER                PIC X(5)  VALUE "TYPE".
           05  FILLER                PIC X(6)  VALUE "SEATS".
           05  FILLER                PIC X(6)  VALUE "SECTS".
           05  FILLER                PIC X(10) VALUE "   BOOKED".
           05  FILLER                PIC X(7)  VALUE " AVAIL".
           05  FILLER                PIC X(7)  VALUE "  USED%".

       01  WS-DETAIL-LINE.
           05  WS-D-ROOM-CODE        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BUILDING         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ROOM-TYPE        PIC X.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-SEATS            PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-SECTIONS         PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-BOOKED           PIC Z,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-AVAILABLE        PIC ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-UTIL-PCT         PIC ZZZ9.9.

       01  WS-UNKNOWN-LINE.
           05  FILLER                PIC X(24) VALUE
               "SECTION IN UNKNOWN ROOM ".
           05  WS-U-ROOM-CODE        PIC X(8).
           05  FILLER                PIC X(8)  VALUE " COURSE ".
           05  WS-U-COURSE-CODE      PIC X(4).

       01  WS-TOTAL-LINE.
           05  FILLER                PIC X(10) VALUE "TOTAL".
           05  WS-TL-ROOMS           PIC ZZ9.
           05  FILLER                PIC X(10) VALUE " ROOM(S)".
           05  WS-TL-SECTIONS        PIC ZZ,ZZ9.
           05  FILLER                PIC X(12) VALUE " SECTION(S)".
           05  WS-TL-BOOKED          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TL-AVAILABLE       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TL-UTIL-PCT        PIC ZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Input term code (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term code keyed - run abandoned."
              GOBACK
           END-IF.
           PERFORM 0500-LOAD-ROOM-TABLE.
           IF WS-ROOM-TOTAL = ZERO
              DISPLAY "No rooms on the room master - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS NOT = "00"
              DISPLAY "Unable to open section timetable, status "
                 WS-SECTION-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SECTION-COUNT.
           OPEN OUTPUT ROOM-REPORT-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-BOOK-SECTIONS.
           PERFORM 3000-PRINT-ROOMS.
           CLOSE ROOM-REPORT-FILE.
           CLOSE SECTION-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SECTION-COUNT.
           DISPLAY "Room utilisation written - " WS-ROOM-TOTAL
              " room(s), " WS-SECTION-COUNT " section(s), "
              WS-UNKNOWN-COUNT " in unknown rooms.".
           GOBACK.

       0500-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "00"
              DISPLAY "Unable to open room master, status "
                 WS-ROOM-STATUS
           ELSE
              PERFORM UNTIL NO-MORE-ROOMS
                 READ ROOM-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-ROOMS-SW
                    NOT AT END
                       IF WS-ROOM-TOTAL < WS-ROOM-LIMIT
                          ADD 1 TO WS-ROOM-TOTAL
                          SET ROOM-IDX TO WS-ROOM-TOTAL
                          MOVE RM-ROOM-CODE
                             TO WS-RT-ROOM-CODE (ROOM-IDX)
                          MOVE RM-BUILDING
                             TO WS-RT-BUILDING (ROOM-IDX)
                          MOVE RM-SEATS TO WS-RT-SEATS (ROOM-IDX)
                          MOVE RM-ROOM-TYPE
                             TO WS-RT-ROOM-TYPE (ROOM-IDX)
                          MOVE RM-WEEKLY-HOURS
                             TO WS-RT-AVAILABLE (ROOM-IDX)
                          MOVE ZERO TO WS-RT-SECTIONS (ROOM-IDX)
                                       WS-RT-MINUTES (ROOM-IDX)
                       ELSE
                          DISPLAY "Room table full - room "
                             RM-ROOM-CODE " not reported."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOM-FILE
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-TERM-CODE TO WS-T-TERM.
           MOVE WS-RUN-DATE  TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-BOOK-SECTIONS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CS-TERM-CODE = WS-TERM-CODE
                       AND CS-CANCELLED-DATE = ZERO
                       PERFORM 2100-BOOK-ONE-SECTION
                    END-IF
              END-READ
           END-PERFORM.

       2100-BOOK-ONE-SECTION.
           *> Weekly minutes are the meeting days times the minutes
           *> from start to end - HHMM is turned into minutes past
           *> midnight first so 0930-1045 is 75 minutes, not 115.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-MEETING-COUNT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 7
              IF CS-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 ADD 1 TO WS-MEETING-COUNT
              END-IF
           END-PERFORM.
           DIVIDE CS-START-TIME BY 100 GIVING WS-HOURS-PART
              REMAINDER WS-MINUTES-PART.
           COMPUTE WS-START-MINUTES =
              WS-HOURS-PART * 60 + WS-MINUTES-PART.
           DIVIDE CS-END-TIME BY 100 GIVING WS-HOURS-PART
              REMAINDER WS-MINUTES-PART.
           COMPUTE WS-END-MINUTES =
              WS-HOURS-PART * 60 + WS-MINUTES-PART.
           IF WS-END-MINUTES > WS-START-MINUTES
              COMPUTE WS-WEEKLY-MINUTES = WS-MEETING-COUNT *
                 (WS-END-MINUTES - WS-START-MINUTES)
           ELSE
              MOVE ZERO TO WS-WEEKLY-MINUTES
           END-IF.
           SET ROOM-IDX TO 1.
           SEARCH WS-ROOM-ENTRY
              AT END
                 PERFORM 2200-REPORT-UNKNOWN-ROOM
              WHEN ROOM-IDX > WS-ROOM-TOTAL
                 PERFORM 2200-REPORT-UNKNOWN-ROOM
              WHEN WS-RT-ROOM-CODE (ROOM-IDX) = CS-ROOM
                 ADD 1 TO WS-RT-SECTIONS (ROOM-IDX)
                 ADD WS-WEEKLY-MINUTES TO WS-RT-MINUTES (ROOM-IDX)
           END-SEARCH.

       2200-REPORT-UNKNOWN-ROOM.
           ADD 1 TO WS-UNKNOWN-COUNT.
           MOVE CS-ROOM        TO WS-U-ROOM-CODE.
           MOVE CS-COURSE-CODE TO WS-U-COURSE-CODE.
           MOVE WS-UNKNOWN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-ROOMS.
           IF WS-UNKNOWN-COUNT > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
                 UNTIL ROOM-IDX > WS-ROOM-TOTAL
              PERFORM 3100-PRINT-ONE-ROOM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROOM-TOTAL      TO WS-TL-ROOMS.
           MOVE WS-SECTION-COUNT   TO WS-TL-SECTIONS.
           MOVE WS-TOTAL-BOOKED    TO WS-TL-BOOKED.
           MOVE WS-TOTAL-AVAILABLE TO WS-TL-AVAILABLE.
           IF WS-TOTAL-AVAILABLE > ZERO
              COMPUTE WS-UTIL-PCT ROUNDED =
                 WS-TOTAL-BOOKED * 100 / WS-TOTAL-AVAILABLE
           ELSE
              MOVE ZERO TO WS-UTIL-PCT
           END-IF.
           MOVE WS-UTIL-PCT TO WS-TL-UTIL-PCT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-ONE-ROOM.
           COMPUTE WS-BOOKED-HOURS ROUNDED =
              WS-RT-MINUTES (ROOM-IDX) / 60.
           IF WS-RT-AVAILABLE (ROOM-IDX) > ZERO
              COMPUTE WS-UTIL-PCT ROUNDED =
                 WS-BOOKED-HOURS * 100 / WS-RT-AVAILABLE (ROOM-IDX)
           ELSE
              MOVE ZERO TO WS-UTIL-PCT
           END-IF.
           ADD WS-BOOKED-HOURS TO WS-TOTAL-BOOKED.
           ADD WS-RT-AVAILABLE (ROOM-IDX) TO WS-TOTAL-AVAILABLE.
           MOVE WS-RT-ROOM-CODE (ROOM-IDX) TO WS-D-ROOM-CODE.
           MOVE WS-RT-BUILDING (ROOM-IDX)  TO WS-D-BUILDING.
           MOVE WS-RT-ROOM-TYPE (ROOM-IDX) TO WS-D-ROOM-TYPE.
           MOVE WS-RT-SEATS (ROOM-IDX)     TO WS-D-SEATS.
           MOVE WS-RT-SECTIONS (ROOM-IDX)  TO WS-D-SECTIONS.
           MOVE WS-BOOKED-HOURS            TO WS-D-BOOKED.
           MOVE WS-RT-AVAILABLE (ROOM-IDX) TO WS-D-AVAILABLE.
           MOVE WS-UTIL-PCT                TO WS-D-UTIL-PCT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
