       IDENTIFICATION DIVISION.
        PROGRAM-ID. DEMAND-PLAN-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: SECTION DEMAND PLANNING REPORT. FOR EACH ACTIVE
      * COURSE, LOOKS BACK OVER THE LAST SEVERAL TERMS ON THE TERM
      * CALENDAR (FOUR UNLESS THE OPERATOR ASKS FOR ANOTHER NUMBER,
      * UP TO SIX) ENDING WITH A CHOSEN TERM, AND PRINTS PER TERM:
      *  - THE CAPACITY OFFERED (THE SEATS OF ITS SECTIONS NOT
      *    CANCELLED, OR THE COURSE CAPACITY FOR A COURSE RUN
      *    WITHOUT SECTIONS),
      *  - THE FINAL ENROLLMENT ON ENROLL.DAT,
      *  - THE PEAK WAITLIST - THE HIGHEST QUEUE POSITION HANDED
      *    OUT IN EACH SECTION, SINCE PROMOTED STUDENTS LEAVE
      *    WAITLIST.DAT,
      *  - THE WAITLISTED STUDENTS NEVER PROMOTED (STILL ON FILE).
      * IT THEN RECOMMENDS A CAPACITY FOR THE NEXT TERM - THE
      * HIGHEST DEMAND (ENROLLED PLUS NEVER PROMOTED) SEEN IN THE
      * PERIOD - AND FLAGS A COURSE WHOSE SECTIONS RAN BELOW HALF
      * FULL IN EVERY TERM IT WAS OFFERED (AT LEAST TWO) AS A
      * CANDIDATE TO MERGE OR CANCEL (DEMAND.PRT).
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS WL-WAIT-KEY
              FILE STATUS IS WS-WAIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DEMAND.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  SECTION-FILE.
       COPY SECTREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  WAITLIST-FILE.
       COPY WAITREC.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-WAIT-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "DEMAND".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> How far back the report looks, and what counts as an
      *> under-filled course - below half its seats in every term
      *> it ran, over at least two terms.
       01  WS-LATEST-TERM            PIC X(6) VALUE SPACES.
       01  WS-TERMS-INPUT            PIC 9(2) VALUE ZERO.
       01  WS-TERMS-WANTED           PIC 9(2) VALUE 4.
       01  WS-TERMS-MAX              PIC 9(2) VALUE 6.
       01  WS-UNDERFILL-PCT          PIC 9(3) VALUE 50.
       01  WS-UNDERFILL-MIN-TERMS    PIC 9(2) VALUE 2.

      *> Every term on the calendar, to pick the reporting terms
      *> by start date - term codes do not sort in date order.
       01  WS-CALENDAR-TOTAL         PIC 9(3) VALUE ZERO.
       01  WS-CALENDAR-LIMIT         PIC 9(3) VALUE 200.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 200 TIMES
                 INDEXED BY CAL-IDX.
               10  WS-CAL-TERM-CODE  PIC X(6).
               10  WS-CAL-START-DATE PIC 9(8).
       01  WS-DATE-BOUND             PIC 9(8) VALUE ZERO.
       01  WS-BEST-START             PIC 9(8) VALUE ZERO.
       01  WS-BEST-TERM              PIC X(6) VALUE SPACES.
       01  WS-LATEST-FOUND-SW        PIC X VALUE "N".
           88  LATEST-TERM-ON-FILE          VALUE "Y".

      *> The reporting terms, oldest first.
       01  WS-TERM-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-TERM-TABLE.
           05  WS-TT-ENTRY OCCURS 6 TIMES.
               10  WS-TT-TERM-CODE   PIC X(6).
       01  WS-PICK-TABLE.
           05  WS-PICK-TERM OCCURS 6 TIMES PIC X(6).
       01  WS-PICK-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-TERM-SUB               PIC 9(2) VALUE ZERO.
       01  WS-PICK-SUB               PIC 9(2) VALUE ZERO.

       01  WS-COURSE-TOTAL           PIC 9(3) VALUE ZERO.
       01  WS-COURSE-LIMIT           PIC 9(3) VALUE 200.
       01  WS-COURSE-TABLE.
           05  WS-CT-ENTRY OCCURS 200 TIMES
                 INDEXED BY COURSE-IDX.
               10  WS-CT-COURSE-CODE PIC X(4).
               10  WS-CT-TITLE       PIC X(30).
               10  WS-CT-CAPACITY    PIC 9(3).
               10  WS-CT-CELL OCCURS 6 TIMES.
                   15  WS-CT-SEATS       PIC 9(4).
                   15  WS-CT-SECTIONS    PIC 9(2).
                   15  WS-CT-ENROLLED    PIC 9(4).
                   15  WS-CT-PEAK-WAIT   PIC 9(4).
                   15  WS-CT-UNPROMOTED  PIC 9(4).
       01  WS-COURSE-FOUND-SW        PIC X VALUE "N".
           88  COURSE-IN-TABLE              VALUE "Y".
       01  WS-LOOKUP-COURSE          PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-TERM            PIC X(6) VALUE SPACES.

      *> Waitlist control break - the last queue position seen in
      *> each course/term/section is its peak.
       01  WS-PREV-WAIT-KEY.
           05  WS-PREV-WL-COURSE     PIC X(4) VALUE SPACES.
           05  WS-PREV-WL-TERM       PIC X(6) VALUE SPACES.
           05  WS-PREV-WL-SECTION    PIC 9(2) VALUE ZERO.
       01  WS-PREV-WL-SEQUENCE       PIC 9(4) VALUE ZERO.

       01  WS-CELL-SEATS             PIC 9(4) VALUE ZERO.
       01  WS-CELL-DEMAND            PIC 9(5) VALUE ZERO.
       01  WS-FILL-PCT               PIC 9(3) VALUE ZERO.
       01  WS-RECOMMENDED            PIC 9(5) VALUE ZERO.
       01  WS-TERMS-OFFERED          PIC 9(2) VALUE ZERO.
       01  WS-TERMS-UNDERFILLED      PIC 9(2) VALUE ZERO.
       01  WS-COURSE-HAS-DATA-SW     PIC X VALUE "N".
           88  COURSE-HAS-DATA              VALUE "Y".
       01  WS-COURSES-PRINTED        PIC 9(4) VALUE ZERO.
       01  WS-COURSES-UNDERFILLED    PIC 9(4) VALUE ZERO.
       01  WS-COURSES-TO-GROW        PIC 9(4) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "SECTION DEMAND PLANNING REPORT".
           05  FILLER                PIC X(8)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-PERIOD-LINE.
           05  FILLER                PIC X(8)  VALUE "TERMS   ".
           05  WS-P-FIRST-TERM       PIC X(6).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-P-LAST-TERM        PIC X(6).

       01  WS-COURSE-LINE.
           05  FILLER                PIC X(7)  VALUE "COURSE ".
           05  WS-C-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-TITLE            PIC X(30).
           05  FILLER                PIC X(18) VALUE
               "  COURSE CAPACITY ".
           05  WS-C-CAPACITY         PIC ZZ9.

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(10) VALUE "CAPACITY".
           05  FILLER                PIC X(10) VALUE "ENROLLED".
           05  FILLER                PIC X(11) VALUE "PEAK WAIT".
           05  FILLER                PIC X(14) VALUE "NOT PROMOTED".
           05  FILLER                PIC X(5)  VALUE "FILL%".

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-SEATS            PIC Z,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-ENROLLED         PIC Z,ZZ9.
           05  FILLER                PIC X(6)  VALUE SPACES.
           05  WS-D-PEAK-WAIT        PIC Z,ZZ9.
           05  FILLER                PIC X(9)  VALUE SPACES.
           05  WS-D-UNPROMOTED       PIC Z,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-FILL-PCT         PIC ZZ9.
           05  WS-D-NOT-OFFERED REDEFINES WS-D-FILL-PCT
                                     PIC X(3).

       01  WS-RECOMMEND-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(32) VALUE
               "RECOMMENDED CAPACITY NEXT TERM".
           05  WS-R-RECOMMENDED      PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-FLAG             PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(36).
           05  WS-TL-COUNT           PIC Z,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-PARAMETERS.
           PERFORM 0200-PICK-REPORTING-TERMS.
           IF NOT LATEST-TERM-ON-FILE
              GOBACK
           END-IF.
           PERFORM 0500-LOAD-COURSE-TABLE.
           IF WS-COURSE-TOTAL = ZERO
              DISPLAY "No courses on the course master - run"
                 " abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-COURSES-PRINTED.
           PERFORM 1000-TALLY-SECTIONS.
           PERFORM 1100-TALLY-ENROLLMENTS.
           PERFORM 1200-TALLY-WAITLIST.
           PERFORM 2000-PRINT-REPORT.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-COURSES-PRINTED.
           DISPLAY "Demand planning report written - "
              WS-COURSES-PRINTED " course(s), "
              WS-COURSES-TO-GROW " to grow, "
              WS-COURSES-UNDERFILLED " under-filled.".
           GOBACK.

       0100-GET-PARAMETERS.
           MOVE SPACES TO WS-LATEST-TERM.
           PERFORM UNTIL WS-LATEST-TERM NOT = SPACES
              DISPLAY "Latest term to report (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-LATEST-TERM
           END-PERFORM.
           DISPLAY "Number of terms to look back over (1-"
              WS-TERMS-MAX ", blank for " WS-TERMS-WANTED "): "
              WITH NO ADVANCING.
           MOVE ZERO TO WS-TERMS-INPUT.
           ACCEPT WS-TERMS-INPUT.
           IF WS-TERMS-INPUT NUMERIC AND WS-TERMS-INPUT > ZERO
              IF WS-TERMS-INPUT > WS-TERMS-MAX
                 DISPLAY "At most " WS-TERMS-MAX " terms - "
                    WS-TERMS-MAX " used."
                 MOVE WS-TERMS-MAX TO WS-TERMS-WANTED
              ELSE
                 MOVE WS-TERMS-INPUT TO WS-TERMS-WANTED
              END-IF
           END-IF.

       0200-PICK-REPORTING-TERMS.
           *> The latest term, then each earlier term by start date
           *> until enough are picked; they are then laid out
           *> oldest first for the report columns.
           MOVE "N" TO WS-LATEST-FOUND-SW.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to open the term calendar, status "
                 WS-TERM-STATUS " - run abandoned."
           ELSE
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TERM-CAL-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF WS-CALENDAR-TOTAL < WS-CALENDAR-LIMIT
                          ADD 1 TO WS-CALENDAR-TOTAL
                          SET CAL-IDX TO WS-CALENDAR-TOTAL
                          MOVE TR-TERM-CODE
                             TO WS-CAL-TERM-CODE (CAL-IDX)
                          MOVE TR-START-DATE
                             TO WS-CAL-START-DATE (CAL-IDX)
                       END-IF
                       IF TR-TERM-CODE = WS-LATEST-TERM
                          MOVE "Y" TO WS-LATEST-FOUND-SW
                          MOVE TR-START-DATE TO WS-DATE-BOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TERM-CAL-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              IF NOT LATEST-TERM-ON-FILE
                 DISPLAY "Term " WS-LATEST-TERM " is not on the term"
                    " calendar - run abandoned."
              END-IF
           END-IF.
           IF LATEST-TERM-ON-FILE
              MOVE 1 TO WS-PICK-TOTAL
              MOVE WS-LATEST-TERM TO WS-PICK-TERM (1)
              PERFORM 0250-PICK-PREVIOUS-TERM
                 UNTIL WS-PICK-TOTAL >= WS-TERMS-WANTED
                    OR WS-BEST-TERM = HIGH-VALUES
              MOVE ZERO TO WS-TERM-TOTAL
              PERFORM VARYING WS-PICK-SUB FROM WS-PICK-TOTAL BY -1
                    UNTIL WS-PICK-SUB < 1
                 ADD 1 TO WS-TERM-TOTAL
                 MOVE WS-PICK-TERM (WS-PICK-SUB)
                    TO WS-TT-TERM-CODE (WS-TERM-TOTAL)
              END-PERFORM
           END-IF.

       0250-PICK-PREVIOUS-TERM.
           MOVE ZERO TO WS-BEST-START.
           MOVE HIGH-VALUES TO WS-BEST-TERM.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                 UNTIL CAL-IDX > WS-CALENDAR-TOTAL
              IF WS-CAL-START-DATE (CAL-IDX) < WS-DATE-BOUND
                 AND WS-CAL-START-DATE (CAL-IDX) > WS-BEST-START
                 MOVE WS-CAL-START-DATE (CAL-IDX) TO WS-BEST-START
                 MOVE WS-CAL-TERM-CODE (CAL-IDX) TO WS-BEST-TERM
              END-IF
           END-PERFORM.
           IF WS-BEST-TERM NOT = HIGH-VALUES
              ADD 1 TO WS-PICK-TOTAL
              MOVE WS-BEST-TERM TO WS-PICK-TERM (WS-PICK-TOTAL)
              MOVE WS-BEST-START TO WS-DATE-BOUND
           END-IF.

       0500-LOAD-COURSE-TABLE.
           *> Inactive courses are not planned for a next term.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to open course master, status "
                 WS-COURSE-STATUS
           ELSE
              PERFORM UNTIL NO-MORE-RECORDS
                 READ COURSE-MASTER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF NOT CM-COURSE-INACTIVE
                          PERFORM 0550-STORE-COURSE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COURSE-MASTER-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.

       0550-STORE-COURSE.
           IF WS-COURSE-TOTAL < WS-COURSE-LIMIT
              ADD 1 TO WS-COURSE-TOTAL
              SET COURSE-IDX TO WS-COURSE-TOTAL
              MOVE CM-COURSE-CODE  TO WS-CT-COURSE-CODE (COURSE-IDX)
              MOVE CM-COURSE-TITLE TO WS-CT-TITLE (COURSE-IDX)
              MOVE CM-CAPACITY     TO WS-CT-CAPACITY (COURSE-IDX)
              PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                    UNTIL WS-TERM-SUB > WS-TERMS-MAX
                 MOVE ZERO TO WS-CT-SEATS (COURSE-IDX, WS-TERM-SUB)
                    WS-CT-SECTIONS (COURSE-IDX, WS-TERM-SUB)
                    WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB)
                    WS-CT-PEAK-WAIT (COURSE-IDX, WS-TERM-SUB)
                    WS-CT-UNPROMOTED (COURSE-IDX, WS-TERM-SUB)
              END-PERFORM
           ELSE
              DISPLAY "Course table full - course " CM-COURSE-CODE
                 " not reported."
           END-IF.

       0600-FIND-CELL.
           *> Sets COURSE-IDX and WS-TERM-SUB for WS-LOOKUP-COURSE
           *> and WS-LOOKUP-TERM; WS-TERM-SUB is zero and the
           *> switch "N" when either is not being reported.
           MOVE "N" TO WS-COURSE-FOUND-SW.
           MOVE ZERO TO WS-TERM-SUB.
           PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                 UNTIL WS-PICK-SUB > WS-TERM-TOTAL
              IF WS-TT-TERM-CODE (WS-PICK-SUB) = WS-LOOKUP-TERM
                 MOVE WS-PICK-SUB TO WS-TERM-SUB
              END-IF
           END-PERFORM.
           IF WS-TERM-SUB NOT = ZERO
              SET COURSE-IDX TO 1
              SEARCH WS-CT-ENTRY
                 AT END
                    CONTINUE
                 WHEN COURSE-IDX > WS-COURSE-TOTAL
                    CONTINUE
                 WHEN WS-CT-COURSE-CODE (COURSE-IDX)
                       = WS-LOOKUP-COURSE
                    MOVE "Y" TO WS-COURSE-FOUND-SW
              END-SEARCH
           END-IF.

       1000-TALLY-SECTIONS.
           OPEN INPUT SECTION-FILE.
           IF WS-SECTION-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ SECTION-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       MOVE CS-COURSE-CODE TO WS-LOOKUP-COURSE
                       MOVE CS-TERM-CODE   TO WS-LOOKUP-TERM
                       PERFORM 0600-FIND-CELL
                       IF COURSE-IN-TABLE
                          AND CS-CANCELLED-DATE = ZERO
                          PERFORM 1050-ADD-SECTION-SEATS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SECTION-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.

       1050-ADD-SECTION-SEATS.
           *> A section filed with no seat limit offers the course
           *> capacity, the same as at enrollment.
           ADD 1 TO WS-CT-SECTIONS (COURSE-IDX, WS-TERM-SUB).
           IF CS-SEAT-LIMIT NUMERIC AND CS-SEAT-LIMIT > ZERO
              ADD CS-SEAT-LIMIT
                 TO WS-CT-SEATS (COURSE-IDX, WS-TERM-SUB)
           ELSE
              ADD WS-CT-CAPACITY (COURSE-IDX)
                 TO WS-CT-SEATS (COURSE-IDX, WS-TERM-SUB)
           END-IF.

       1100-TALLY-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ENROLLMENT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
                       MOVE EN-TERM-CODE   TO WS-LOOKUP-TERM
                       PERFORM 0600-FIND-CELL
                       IF COURSE-IN-TABLE
                          ADD 1 TO
                             WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.

       1200-TALLY-WAITLIST.
           *> Records still on file were never promoted; the last
           *> sequence in each section's queue is how far the queue
           *> reached.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WAIT-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ WAITLIST-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF WL-COURSE-CODE NOT = WS-PREV-WL-COURSE
                          OR WL-TERM-CODE NOT = WS-PREV-WL-TERM
                          OR WL-SECTION-NO NOT = WS-PREV-WL-SECTION
                          PERFORM 1250-CLOSE-WAIT-QUEUE
                          MOVE WL-COURSE-CODE TO WS-PREV-WL-COURSE
                          MOVE WL-TERM-CODE   TO WS-PREV-WL-TERM
                          MOVE WL-SECTION-NO  TO WS-PREV-WL-SECTION
                       END-IF
                       MOVE WL-SEQUENCE TO WS-PREV-WL-SEQUENCE
                       MOVE WL-COURSE-CODE TO WS-LOOKUP-COURSE
                       MOVE WL-TERM-CODE   TO WS-LOOKUP-TERM
                       PERFORM 0600-FIND-CELL
                       IF COURSE-IN-TABLE
                          ADD 1 TO
                             WS-CT-UNPROMOTED (COURSE-IDX, WS-TERM-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM 1250-CLOSE-WAIT-QUEUE
              CLOSE WAITLIST-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.

       1250-CLOSE-WAIT-QUEUE.
           IF WS-PREV-WL-COURSE NOT = SPACES
              MOVE WS-PREV-WL-COURSE TO WS-LOOKUP-COURSE
              MOVE WS-PREV-WL-TERM   TO WS-LOOKUP-TERM
              PERFORM 0600-FIND-CELL
              IF COURSE-IN-TABLE
                 ADD WS-PREV-WL-SEQUENCE
                    TO WS-CT-PEAK-WAIT (COURSE-IDX, WS-TERM-SUB)
              END-IF
           END-IF.

       2000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TT-TERM-CODE (1) TO WS-P-FIRST-TERM.
           MOVE WS-TT-TERM-CODE (WS-TERM-TOTAL) TO WS-P-LAST-TERM.
           MOVE WS-PERIOD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING COURSE-IDX FROM 1 BY 1
                 UNTIL COURSE-IDX > WS-COURSE-TOTAL
              PERFORM 2100-PRINT-ONE-COURSE
           END-PERFORM.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.

       2100-PRINT-ONE-COURSE.
           *> A course with no sections, enrollments or waitlist in
           *> any reporting term has no history to plan from.
           MOVE "N" TO WS-COURSE-HAS-DATA-SW.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                 UNTIL WS-TERM-SUB > WS-TERM-TOTAL
              IF WS-CT-SECTIONS (COURSE-IDX, WS-TERM-SUB) > ZERO
                 OR WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB) > ZERO
                 OR WS-CT-UNPROMOTED (COURSE-IDX, WS-TERM-SUB) > ZERO
                 MOVE "Y" TO WS-COURSE-HAS-DATA-SW
              END-IF
           END-PERFORM.
           IF COURSE-HAS-DATA
              ADD 1 TO WS-COURSES-PRINTED
              MOVE WS-CT-COURSE-CODE (COURSE-IDX) TO WS-C-COURSE-CODE
              MOVE WS-CT-TITLE (COURSE-IDX)       TO WS-C-TITLE
              MOVE WS-CT-CAPACITY (COURSE-IDX)    TO WS-C-CAPACITY
              MOVE WS-COURSE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-COLUMN-HEADINGS TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE ZERO TO WS-RECOMMENDED WS-TERMS-OFFERED
                 WS-TERMS-UNDERFILLED
              PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                    UNTIL WS-TERM-SUB > WS-TERM-TOTAL
                 PERFORM 2200-PRINT-TERM-LINE
              END-PERFORM
              PERFORM 2300-PRINT-RECOMMENDATION
              MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2200-PRINT-TERM-LINE.
           *> A course run without sections in a term it had
           *> students in offered its course-wide capacity.
           MOVE WS-CT-SEATS (COURSE-IDX, WS-TERM-SUB) TO WS-CELL-SEATS.
           IF WS-CT-SECTIONS (COURSE-IDX, WS-TERM-SUB) = ZERO
              AND WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB) > ZERO
              MOVE WS-CT-CAPACITY (COURSE-IDX) TO WS-CELL-SEATS
           END-IF.
           COMPUTE WS-CELL-DEMAND =
              WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB)
              + WS-CT-UNPROMOTED (COURSE-IDX, WS-TERM-SUB).
           IF WS-CELL-DEMAND > WS-RECOMMENDED
              MOVE WS-CELL-DEMAND TO WS-RECOMMENDED
           END-IF.
           MOVE WS-TT-TERM-CODE (WS-TERM-SUB) TO WS-D-TERM-CODE.
           MOVE WS-CELL-SEATS TO WS-D-SEATS.
           MOVE WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB)
              TO WS-D-ENROLLED.
           MOVE WS-CT-PEAK-WAIT (COURSE-IDX, WS-TERM-SUB)
              TO WS-D-PEAK-WAIT.
           MOVE WS-CT-UNPROMOTED (COURSE-IDX, WS-TERM-SUB)
              TO WS-D-UNPROMOTED.
           IF WS-CELL-SEATS = ZERO
              MOVE "N/A" TO WS-D-NOT-OFFERED
           ELSE
              ADD 1 TO WS-TERMS-OFFERED
              COMPUTE WS-FILL-PCT ROUNDED =
                 WS-CT-ENROLLED (COURSE-IDX, WS-TERM-SUB) * 100
                 / WS-CELL-SEATS
                 ON SIZE ERROR
                    MOVE 999 TO WS-FILL-PCT
              END-COMPUTE
              MOVE WS-FILL-PCT TO WS-D-FILL-PCT
              IF WS-FILL-PCT < WS-UNDERFILL-PCT
                 ADD 1 TO WS-TERMS-UNDERFILLED
              END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-PRINT-RECOMMENDATION.
           *> Plan for the largest demand seen - everyone enrolled
           *> plus everyone left on the waitlist; a course that has
           *> had no students at all keeps its course capacity.
           IF WS-RECOMMENDED = ZERO
              MOVE WS-CT-CAPACITY (COURSE-IDX) TO WS-RECOMMENDED
           END-IF.
           MOVE SPACES TO WS-R-FLAG.
           EVALUATE TRUE
              WHEN WS-TERMS-OFFERED >= WS-UNDERFILL-MIN-TERMS
                 AND WS-TERMS-UNDERFILLED = WS-TERMS-OFFERED
                 MOVE "UNDER-FILLED - MERGE OR CANCEL" TO WS-R-FLAG
                 ADD 1 TO WS-COURSES-UNDERFILLED
              WHEN WS-RECOMMENDED > WS-CT-CAPACITY (COURSE-IDX)
                 MOVE "ADD SEATS" TO WS-R-FLAG
                 ADD 1 TO WS-COURSES-TO-GROW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-RECOMMENDED TO WS-R-RECOMMENDED.
           MOVE WS-RECOMMEND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSES REPORTED" TO WS-TL-LABEL.
           MOVE WS-COURSES-PRINTED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSES RECOMMENDED FOR MORE SEATS" TO WS-TL-LABEL.
           MOVE WS-COURSES-TO-GROW TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COURSES UNDER-FILLED" TO WS-TL-LABEL.
           MOVE WS-COURSES-UNDERFILLED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
