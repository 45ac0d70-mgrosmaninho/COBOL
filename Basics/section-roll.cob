       IDENTIFICATION DIVISION.
        PROGRAM-ID. SECTION-ROLL.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: SECTION TIMETABLE ROLLOVER. COPIES EVERY
      * SECTION OF A SOURCE TERM ON SECTION.DAT TO A TARGET TERM,
      * CARRYING THE MEETING DAYS, TIMES, ROOM, INSTRUCTOR AND SEAT
      * LIMIT, SO THE SCHEDULING OFFICE ONLY HAND-KEYS THE SECTIONS
      * THAT CHANGE THROUGH COURSE-MAINT INSTEAD OF THE WHOLE TERM.
      * THE TARGET TERM MUST BE ON THE TERM CALENDAR OR NOTHING IS
      * COPIED. A SECTION IS SKIPPED, AND SAYS WHY ON THE ROLLOVER
      * REPORT (SECTROLL.PRT), WHEN ITS COURSE IS INACTIVE OR NO
      * LONGER ON THE COURSE MASTER, WHEN THE SECTION IS ALREADY
      * KEYED FOR THE TARGET TERM (IT IS NEVER OVERWRITTEN), OR WHEN
      * ITS ROOM IS ALREADY BOOKED AT THAT TIME IN THE TARGET TERM.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A SECTION CANCELLED IN THE TARGET TERM NO LONGER
      *            HOLDS ITS ROOM, AND A COPIED SECTION ALWAYS
      *            STARTS UNCANCELLED.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SECTSORT.WRK".

           SELECT REPORT-FILE ASSIGN TO "SECTROLL.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-FILE.
       COPY SECTREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-SECTION-NO        PIC 9(2).
           05  SR-MEETING-DAYS.
               10  SR-MEET-DAY      PIC X OCCURS 7 TIMES.
           05  SR-START-TIME        PIC 9(4).
           05  SR-END-TIME          PIC 9(4).
           05  SR-ROOM              PIC X(8).
           05  SR-INSTRUCTOR-ID     PIC 9(4).
           05  SR-SEAT-LIMIT        PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-SECTIONS-SW       PIC X VALUE "Y".
           88  NO-MORE-SECTIONS             VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "SECTROLL".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-SOURCE-TERM            PIC X(6) VALUE SPACES.
       01  WS-TARGET-TERM            PIC X(6) VALUE SPACES.
       01  WS-TERM-FOUND-SW          PIC X VALUE "N".
           88  TARGET-TERM-ON-FILE          VALUE "Y".

       01  WS-SKIP-REASON            PIC X(30) VALUE SPACES.
       01  WS-ROOM-CLASH-SW          PIC X VALUE "N".
           88  ROOM-DOUBLE-BOOKED           VALUE "Y".
       01  WS-CLASH-COURSE           PIC X(4) VALUE SPACES.
       01  WS-CLASH-SECTION          PIC 9(2) VALUE ZERO.
       01  WS-DAY-IDX                PIC 9 VALUE ZERO.

       01  WS-SOURCE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-COPIED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(27) VALUE
               "SECTION TIMETABLE ROLLOVER ".
           05  WS-T-SOURCE-TERM      PIC X(6).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TARGET-TERM      PIC X(6).
           05  FILLER                PIC X(8)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "COURSE".
           05  FILLER                PIC X(5)  VALUE "SEC".
           05  FILLER                PIC X(9)  VALUE "DAYS".
           05  FILLER                PIC X(11) VALUE "TIMES".
           05  FILLER                PIC X(10) VALUE "ROOM".
           05  FILLER                PIC X(6)  VALUE "INST".
           05  FILLER                PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-SECTION-NO       PIC 9(2).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-MEETING-DAYS     PIC X(7).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-START-TIME       PIC 9(4).
           05  FILLER                PIC X     VALUE "-".
           05  WS-D-END-TIME         PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ROOM             PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-INSTRUCTOR-ID    PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-RESULT           PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(30).
           05  WS-TL-COUNT           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Input term code to copy from (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-SOURCE-TERM.
           DISPLAY "Input term code to copy to (e.g. 2027SP): "
              WITH NO ADVANCING.
           ACCEPT WS-TARGET-TERM.
           IF WS-SOURCE-TERM = SPACES OR WS-TARGET-TERM = SPACES
              DISPLAY "Both term codes are needed - run abandoned."
              GOBACK
           END-IF.
           IF WS-SOURCE-TERM = WS-TARGET-TERM
              DISPLAY "The terms are the same - run abandoned."
              GOBACK
           END-IF.
           PERFORM 0200-CHECK-TARGET-TERM.
           IF NOT TARGET-TERM-ON-FILE
              GOBACK
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to open course master, status "
                 WS-COURSE-STATUS " - run abandoned."
              GOBACK
           END-IF.
           OPEN I-O SECTION-FILE.
           IF WS-SECTION-STATUS NOT = "00"
              DISPLAY "Unable to open section file, status "
                 WS-SECTION-STATUS " - run abandoned."
              CLOSE COURSE-MASTER-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-COPIED-COUNT.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-COURSE-CODE SR-SECTION-NO
              INPUT PROCEDURE IS 1000-LOAD-SOURCE-SECTIONS
              OUTPUT PROCEDURE IS 2000-COPY-SECTIONS.
           CLOSE SECTION-FILE.
           CLOSE COURSE-MASTER-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-COPIED-COUNT.
           DISPLAY "Rollover " WS-SOURCE-TERM " to " WS-TARGET-TERM
              " - " WS-COPIED-COUNT " section(s) copied, "
              WS-SKIPPED-COUNT " skipped. See SECTROLL.PRT.".
           GOBACK.

       0200-CHECK-TARGET-TERM.
           *> A section must not be filed for a term the registrar
           *> has not posted - the whole run stops instead.
           MOVE "N" TO WS-TERM-FOUND-SW.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to open the term calendar, status "
                 WS-TERM-STATUS " - run abandoned."
           ELSE
              MOVE WS-TARGET-TERM TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    DISPLAY "Term " WS-TARGET-TERM " is not on the"
                       " term calendar - add it through term"
                       " maintenance first. Run abandoned."
                 NOT INVALID KEY
                    MOVE "Y" TO WS-TERM-FOUND-SW
              END-READ
              CLOSE TERM-CAL-FILE
           END-IF.

       1000-LOAD-SOURCE-SECTIONS.
           *> The source term's sections are taken off the file
           *> first, so the target records written in the output
           *> pass are never read back as input.
           MOVE LOW-VALUES TO CS-SECTION-KEY.
           START SECTION-FILE KEY IS >= CS-SECTION-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CS-TERM-CODE = WS-SOURCE-TERM
                       ADD 1 TO WS-SOURCE-COUNT
                       MOVE CS-COURSE-CODE   TO SR-COURSE-CODE
                       MOVE CS-SECTION-NO    TO SR-SECTION-NO
                       MOVE CS-MEETING-DAYS  TO SR-MEETING-DAYS
                       MOVE CS-START-TIME    TO SR-START-TIME
                       MOVE CS-END-TIME      TO SR-END-TIME
                       MOVE CS-ROOM          TO SR-ROOM
                       MOVE CS-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
                       MOVE CS-SEAT-LIMIT    TO SR-SEAT-LIMIT
                       RELEASE SORT-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       2000-COPY-SECTIONS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-SOURCE-TERM TO WS-T-SOURCE-TERM.
           MOVE WS-TARGET-TERM TO WS-T-TARGET-TERM.
           MOVE WS-RUN-DATE    TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-COPY-ONE-SECTION
              END-RETURN
           END-PERFORM.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.

       2100-COPY-ONE-SECTION.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SR-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
              INVALID KEY
                 MOVE "SKIPPED - COURSE NOT ON FILE" TO WS-SKIP-REASON
              NOT INVALID KEY
                 IF CM-COURSE-INACTIVE
                    MOVE "SKIPPED - COURSE INACTIVE"
                       TO WS-SKIP-REASON
                 END-IF
           END-READ.
           IF WS-SKIP-REASON = SPACES
              MOVE SR-COURSE-CODE TO CS-COURSE-CODE
              MOVE WS-TARGET-TERM TO CS-TERM-CODE
              MOVE SR-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "SKIPPED - ALREADY KEYED"
                       TO WS-SKIP-REASON
              END-READ
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM 2200-CHECK-ROOM-BOOKING
              IF ROOM-DOUBLE-BOOKED
                 STRING "SKIPPED - ROOM BOOKED BY "
                    DELIMITED BY SIZE
                    WS-CLASH-COURSE DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    WS-CLASH-SECTION DELIMITED BY SIZE
                    INTO WS-SKIP-REASON
              END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM 2300-WRITE-TARGET-SECTION
           END-IF.
           IF WS-SKIP-REASON NOT = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           MOVE SR-COURSE-CODE   TO WS-D-COURSE-CODE.
           MOVE SR-SECTION-NO    TO WS-D-SECTION-NO.
           MOVE SR-MEETING-DAYS  TO WS-D-MEETING-DAYS.
           MOVE SR-START-TIME    TO WS-D-START-TIME.
           MOVE SR-END-TIME      TO WS-D-END-TIME.
           MOVE SR-ROOM          TO WS-D-ROOM.
           MOVE SR-INSTRUCTOR-ID TO WS-D-INSTRUCTOR-ID.
           IF WS-SKIP-REASON = SPACES
              MOVE "COPIED" TO WS-D-RESULT
           ELSE
              MOVE WS-SKIP-REASON TO WS-D-RESULT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-CHECK-ROOM-BOOKING.
           *> The same clash rule COURSE-MAINT applies when a section
           *> is keyed: another section in the room in the target
           *> term sharing a meeting day with overlapping times -
           *> one ending at 0950 and the next starting at 0950 do
           *> not clash.
           MOVE "N" TO WS-ROOM-CLASH-SW.
           MOVE "Y" TO WS-MORE-SECTIONS-SW.
           MOVE LOW-VALUES TO CS-SECTION-KEY.
           START SECTION-FILE KEY IS >= CS-SECTION-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-SECTIONS-SW
           END-START.
           PERFORM UNTIL NO-MORE-SECTIONS OR ROOM-DOUBLE-BOOKED
              READ SECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SECTIONS-SW
                 NOT AT END
                    IF CS-TERM-CODE = WS-TARGET-TERM
                       AND CS-ROOM = SR-ROOM
                       AND CS-CANCELLED-DATE = ZERO
                       AND CS-START-TIME < SR-END-TIME
                       AND SR-START-TIME < CS-END-TIME
                       PERFORM 2250-CHECK-SHARED-DAY
                    END-IF
              END-READ
           END-PERFORM.

       2250-CHECK-SHARED-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 7 OR ROOM-DOUBLE-BOOKED
              IF SR-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND SR-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 MOVE "Y" TO WS-ROOM-CLASH-SW
                 MOVE CS-COURSE-CODE TO WS-CLASH-COURSE
                 MOVE CS-SECTION-NO  TO WS-CLASH-SECTION
              END-IF
           END-PERFORM.

       2300-WRITE-TARGET-SECTION.
           MOVE SR-COURSE-CODE   TO CS-COURSE-CODE.
           MOVE WS-TARGET-TERM   TO CS-TERM-CODE.
           MOVE SR-SECTION-NO    TO CS-SECTION-NO.
           MOVE SR-MEETING-DAYS  TO CS-MEETING-DAYS.
           MOVE SR-START-TIME    TO CS-START-TIME.
           MOVE SR-END-TIME      TO CS-END-TIME.
           MOVE SR-ROOM          TO CS-ROOM.
           MOVE SR-INSTRUCTOR-ID TO CS-INSTRUCTOR-ID.
           MOVE SR-SEAT-LIMIT    TO CS-SEAT-LIMIT.
           MOVE ZERO             TO CS-CANCELLED-DATE.
           WRITE COURSE-SECTION-RECORD
              INVALID KEY
                 MOVE "SKIPPED - UNABLE TO WRITE" TO WS-SKIP-REASON
           END-WRITE.
           IF WS-SKIP-REASON = SPACES
              ADD 1 TO WS-COPIED-COUNT
           END-IF.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS IN SOURCE TERM" TO WS-TL-LABEL.
           MOVE WS-SOURCE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS COPIED" TO WS-TL-LABEL.
           MOVE WS-COPIED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTIONS SKIPPED - KEY BY HAND" TO WS-TL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
