      *            NOTICE PRINTED PER STUDENT - THIS USED TO BE
      *            STUDENT-ENROLL'S DROP RUN ONCE PER STUDENT BY
      *            HAND, AND A FEW WERE ALWAYS MISSED.
      * 15/10/26 - ADDED A (R)OOM TRANSACTION MAINTAINING THE NEW
      *            ROOM MASTER (BUILDING, SEATS, ROOM TYPE, WEEKLY
      *            HOURS). A SECTION'S ROOM MUST NOW BE ON THE ROOM
      *            MASTER WITH AT LEAST THE COURSE'S CAPACITY IN
      *            SEATS, AND A SECTION THAT WOULD DOUBLE-BOOK THE
      *            ROOM ON A SHARED MEETING DAY IS REJECTED - THE
      *            ROOM USED TO BE FREE TEXT.
      * 15/10/26 - A COURSE MAY NOW RUN MORE THAN ONE SECTION IN A
      *            TERM. THE (S)ECTION TRANSACTION TAKES A SECTION
      *            NUMBER AND THE SEATS THE SECTION OFFERS (DEFAULT
      *            THE COURSE CAPACITY), THE ROOM MUST SEAT THE
      *            SECTION, AND THE ROOM DOUBLE-BOOKING CHECK NOW
      *            CATCHES TWO SECTIONS OF THE SAME COURSE IN ONE
      *            ROOM AT ONE TIME. CANCE(X) STILL CLEARS EVERY
      *            SECTION'S WAITLIST FOR THE TERM.
      * 15/10/26 - THE COURSE MASTER NOW CARRIES THE CREDIT HOURS
      *            THE COURSE IS WORTH, WHICH STUDENT-ENROLL TOTALS
      *            INTO EACH STUDENT'S TERM LOAD - CREDITS USED TO
      *            APPEAR ONLY ON THE PROGRAM REQUIREMENTS FILE.
      * 15/10/26 - CANCE(X) NOW STAMPS THE CANCELLATION DATE ON
      *            EVERY SECTION OF THE COURSE FOR THE TERM, SO THE
      *            TEACHING-LOAD RUN PAYS NOBODY FOR IT AND THE ROOM
      *            IS FREE TO BOOK AGAIN.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ROOM-FILE ASSIGN TO "ROOM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-ROOM-CODE
              FILE STATUS IS WS-ROOM-STATUS.

           SELECT CANCEL-NOTICE-FILE ASSIGN TO "CANCELNT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTICE-STATUS.
       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  ROOM-FILE.
       COPY ROOMREC.

       FD  CANCEL-NOTICE-FILE.
       01  NOTICE-LINE              PIC X(80).

           88 TRANS-DELETE                 VALUE "D".
           88 TRANS-SECTION                VALUE "S".
           88 TRANS-CANCEL                 VALUE "X".
           88 TRANS-ROOM                   VALUE "R".
           88 TRANS-CODE-VALID             VALUES "A" "C" "D" "S"
                                                  "X" "R".

       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-COURSE-TITLE          PIC X(30) VALUE SPACES.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-SECTION-NO            PIC 9(2) VALUE ZERO.
       01  WS-VALID-SECTION-SW      PIC X VALUE "N".
           88 VALID-SECTION-NO             VALUE "Y".
       01  WS-SEAT-LIMIT            PIC 9(3) VALUE ZERO.
       01  WS-MEETING-DAYS          PIC X(7) VALUE SPACES.
       01  WS-MEETING-DAYS-R REDEFINES WS-MEETING-DAYS.
           05  WS-MEET-DAY          PIC X OCCURS 7 TIMES.
       01  WS-START-TIME            PIC 9(4) VALUE ZERO.
       01  WS-END-TIME              PIC 9(4) VALUE ZERO.
       01  WS-ROOM                  PIC X(8) VALUE SPACES.
       01  WS-COURSE-FEE            PIC 9(5)V99 VALUE ZERO.
       01  WS-VALID-FEE-SW          PIC X VALUE "N".
           88 VALID-COURSE-FEE             VALUE "Y".
       01  WS-CREDIT-HOURS          PIC 9(2) VALUE ZERO.
       01  WS-VALID-CREDIT-SW       PIC X VALUE "N".
           88 VALID-CREDIT-HOURS           VALUE "Y".

       01  WS-ROOM-STATUS           PIC XX VALUE SPACES.
       01  WS-VALID-ROOM-SW         PIC X VALUE "N".
           88 VALID-ROOM                   VALUE "Y".
       01  WS-ROOM-CLASH-SW         PIC X VALUE "N".
           88 ROOM-DOUBLE-BOOKED           VALUE "Y".
       01  WS-ROOM-IN-USE-SW        PIC X VALUE "N".
           88 ROOM-IN-USE                  VALUE "Y".
       01  WS-MORE-SECTIONS-SW      PIC X VALUE "Y".
           88 NO-MORE-SECTIONS             VALUE "N".
       01  WS-DAY-IDX               PIC 9 VALUE ZERO.
       01  WS-CLASH-COURSE          PIC X(4) VALUE SPACES.
       01  WS-CLASH-SECTION         PIC 9(2) VALUE ZERO.
       01  WS-BUILDING              PIC X(20) VALUE SPACES.
       01  WS-SEATS                 PIC 9(3) VALUE ZERO.
       01  WS-ROOM-TYPE             PIC X VALUE SPACE.
           88 ROOM-TYPE-VALID              VALUES "L" "C" "B" "S".
       01  WS-WEEKLY-HOURS          PIC 9(3) VALUE ZERO.
       01  WS-ROOM-ACTION           PIC X VALUE SPACE.
           88 ROOM-ACTION-CHANGE           VALUE "C".
           88 ROOM-ACTION-DELETE           VALUE "D".
           88 ROOM-ACTION-KEEP             VALUE "K".
           88 ROOM-ACTION-VALID            VALUES "C" "D" "K".

       01  WS-ENROLL-STATUS         PIC XX VALUE SPACES.
       01  WS-WAIT-STATUS           PIC XX VALUE SPACES.
              CLOSE SECTION-FILE
              OPEN I-O SECTION-FILE
           END-IF.
           OPEN I-O ROOM-FILE.
           IF WS-ROOM-STATUS = "35"
              CLOSE ROOM-FILE
              OPEN OUTPUT ROOM-FILE
              CLOSE ROOM-FILE
              OPEN I-O ROOM-FILE
           END-IF.
           OPEN INPUT INSTRUCTOR-FILE.
           IF WS-INSTRUCTOR-STATUS = "00"
              MOVE "Y" TO WS-INSTFILE-SW
                 PERFORM 7000-MAINTAIN-SECTION
              WHEN TRANS-CANCEL
                 PERFORM 8000-CANCEL-COURSE
              WHEN TRANS-ROOM
                 PERFORM 9000-MAINTAIN-ROOM
           END-EVALUATE.
           CLOSE INSTRUCTOR-FILE.
           CLOSE ROOM-FILE.
           CLOSE SECTION-FILE.
           CLOSE COURSE-MASTER-FILE.
           GOBACK.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(S)ection, cance(X), (R)oom: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D,"
                    " S, X or R."
              END-IF
           END-PERFORM.

           MOVE WS-PREREQ-2     TO CM-PREREQ-2.
           MOVE WS-INSTRUCTOR-ID TO CM-INSTRUCTOR-ID.
           MOVE WS-COURSE-FEE   TO CM-COURSE-FEE.
           MOVE WS-CREDIT-HOURS TO CM-CREDIT-HOURS.
           WRITE COURSE-MASTER-RECORD.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to save course record, status "
           MOVE WS-PREREQ-WORK TO WS-PREREQ-2.
           PERFORM 1600-GET-INSTRUCTOR-ID.
           PERFORM 1700-GET-COURSE-FEE.
           PERFORM 1750-GET-CREDIT-HOURS.
      *> Restore the record area's key - the prerequisite and
      *> instructor lookups above may have fetched another course's
      *> record into it, and a CHANGE transaction rewrites by this
              END-IF
           END-PERFORM.

       1750-GET-CREDIT-HOURS.
           *> Zero is allowed for a non-credit course, which then
           *> adds nothing to a student's term load.
           MOVE "N" TO WS-VALID-CREDIT-SW.
           PERFORM UNTIL VALID-CREDIT-HOURS
              DISPLAY "Input credit hours (0-12): "
                 WITH NO ADVANCING
              ACCEPT WS-CREDIT-HOURS
              IF WS-CREDIT-HOURS NUMERIC
                 AND WS-CREDIT-HOURS NOT > 12
                 MOVE "Y" TO WS-VALID-CREDIT-SW
              ELSE
                 DISPLAY "Invalid credit hours - enter 0 to 12."
              END-IF
           END-PERFORM.

       3000-DISPLAY-COURSE-DETAILS.
           DISPLAY "Course code: " CM-COURSE-CODE.
           DISPLAY "Course title is: " CM-COURSE-TITLE.
              CM-PREREQ-2.
           DISPLAY "Instructor id is: " CM-INSTRUCTOR-ID.
           DISPLAY "Course fee per term is: " CM-COURSE-FEE.
           DISPLAY "Credit hours are: " CM-CREDIT-HOURS.

       4000-CHANGE-COURSE.
           PERFORM 1100-GET-COURSE-CODE.
              MOVE WS-PREREQ-2     TO CM-PREREQ-2
              MOVE WS-INSTRUCTOR-ID TO CM-INSTRUCTOR-ID
              MOVE WS-COURSE-FEE   TO CM-COURSE-FEE
              MOVE WS-CREDIT-HOURS TO CM-CREDIT-HOURS
              REWRITE COURSE-MASTER-RECORD
              IF WS-COURSE-STATUS NOT = "00"
                 DISPLAY "Unable to change course record, status "
           END-IF.

       7000-MAINTAIN-SECTION.
           *> File (or replace) the timetable record for one section
           *> of a course in a term - when and where it meets, who
           *> teaches it and how many seats it offers. The course
           *> must exist on the course master first, and the room
           *> must seat the section and be free at the meeting times.
           PERFORM 1100-GET-COURSE-CODE.
           MOVE WS-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
           END-READ.
           IF WS-COURSE-STATUS = "00"
              DISPLAY "Course: " CM-COURSE-TITLE
              MOVE CM-CAPACITY TO WS-CAPACITY
              PERFORM 7100-GET-SECTION-TERM
              PERFORM 7150-GET-SECTION-NUMBER
              PERFORM 7200-GET-SECTION-DETAILS
              PERFORM 7270-CHECK-ROOM-BOOKING
              IF ROOM-DOUBLE-BOOKED
                 DISPLAY "Room " WS-ROOM " is already booked for "
                    WS-CLASH-COURSE " section " WS-CLASH-SECTION
                    " term " WS-TERM-CODE
                    " on a shared day at an overlapping time"
                    " - no section filed."
              ELSE
                 PERFORM 7300-STORE-SECTION
              END-IF
           END-IF.

       7100-GET-SECTION-TERM.
              END-IF
           END-PERFORM.

       7150-GET-SECTION-NUMBER.
           MOVE "N" TO WS-VALID-SECTION-SW.
           PERFORM UNTIL VALID-SECTION-NO
              DISPLAY "Input section number (01-99): "
                 WITH NO ADVANCING
              ACCEPT WS-SECTION-NO
              IF WS-SECTION-NO NUMERIC AND WS-SECTION-NO > ZERO
                 MOVE "Y" TO WS-VALID-SECTION-SW
              ELSE
                 DISPLAY "Invalid section number - enter 01 to 99."
              END-IF
           END-PERFORM.

       7200-GET-SECTION-DETAILS.
           DISPLAY "Input meeting days as Monday-to-Sunday columns"
              " (e.g. M-W-F--): " WITH NO ADVANCING.
           ACCEPT WS-MEETING-DAYS.
           PERFORM 7250-GET-MEETING-TIMES.
           PERFORM 7210-GET-SEAT-LIMIT.
           PERFORM 7220-GET-SECTION-ROOM.
           PERFORM 1600-GET-INSTRUCTOR-ID.

       7210-GET-SEAT-LIMIT.
           *> Seats offered in this section. Zero (or just ENTER)
           *> takes the course capacity - a course run as a single
           *> section offers every seat in it.
           MOVE ZERO TO WS-SEAT-LIMIT.
           DISPLAY "Input seats in this section (0 = course capacity "
              WS-CAPACITY "): " WITH NO ADVANCING.
           ACCEPT WS-SEAT-LIMIT.
           IF WS-SEAT-LIMIT NOT NUMERIC OR WS-SEAT-LIMIT = ZERO
              MOVE WS-CAPACITY TO WS-SEAT-LIMIT
           END-IF.

       7220-GET-SECTION-ROOM.
           *> The room must be on the room master and seat the whole
           *> section - a 60-seat section does not go in a 20-seat
           *> room.
           MOVE "N" TO WS-VALID-ROOM-SW.
           PERFORM UNTIL VALID-ROOM
              DISPLAY "Input room: " WITH NO ADVANCING
              MOVE SPACES TO WS-ROOM
              ACCEPT WS-ROOM
              MOVE WS-ROOM TO RM-ROOM-CODE
              READ ROOM-FILE
                 INVALID KEY
                    DISPLAY "Invalid room - " WS-ROOM
                       " is not on the room master."
                 NOT INVALID KEY
                    IF RM-SEATS < WS-SEAT-LIMIT
                       DISPLAY "Room " WS-ROOM " seats " RM-SEATS
                          " - the section has " WS-SEAT-LIMIT
                          " seats. Choose a larger room."
                    ELSE
                       DISPLAY "Room: " RM-BUILDING " seats "
                          RM-SEATS
                       MOVE "Y" TO WS-VALID-ROOM-SW
                    END-IF
              END-READ
           END-PERFORM.

       7250-GET-MEETING-TIMES.
           *> 24-hour HHMM times, and the section must end after it
           *> starts - 0900/0950 is a class, 0950/0900 is a typo.
              END-IF
           END-PERFORM.

       7270-CHECK-ROOM-BOOKING.
           *> Every other section filed in the room for the term is
           *> a clash when it shares a meeting day and the times
           *> overlap - one ending at 0950 and the next starting at
           *> 0950 do not. Another section of the same course is a
           *> clash like any other; only the section's own record
           *> (a replacement) is not a clash with itself.
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
                    IF CS-TERM-CODE = WS-TERM-CODE
                       AND CS-ROOM = WS-ROOM
                       AND CS-CANCELLED-DATE = ZERO
                       AND (CS-COURSE-CODE NOT = WS-COURSE-CODE
                          OR CS-SECTION-NO NOT = WS-SECTION-NO)
                       AND CS-START-TIME < WS-END-TIME
                       AND WS-START-TIME < CS-END-TIME
                       PERFORM 7280-CHECK-SHARED-DAY
                    END-IF
              END-READ
           END-PERFORM.

       7280-CHECK-SHARED-DAY.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 7 OR ROOM-DOUBLE-BOOKED
              IF WS-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND WS-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = "-"
                 AND CS-MEET-DAY (WS-DAY-IDX) NOT = SPACE
                 MOVE "Y" TO WS-ROOM-CLASH-SW
                 MOVE CS-COURSE-CODE TO WS-CLASH-COURSE
                 MOVE CS-SECTION-NO  TO WS-CLASH-SECTION
              END-IF
           END-PERFORM.

       7300-STORE-SECTION.
           MOVE WS-COURSE-CODE TO CS-COURSE-CODE.
           MOVE WS-TERM-CODE   TO CS-TERM-CODE.
           MOVE WS-SECTION-NO  TO CS-SECTION-NO.
           READ SECTION-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-SECTION-STATUS = "00"
              DISPLAY "Section " WS-SECTION-NO " is already filed for "
                 WS-COURSE-CODE " term " WS-TERM-CODE "."
              MOVE "N" TO WS-REPLACE-SW
              DISPLAY "Replace it (Y/N): " WITH NO ADVANCING
       7400-MOVE-SECTION-DETAILS.
           MOVE WS-COURSE-CODE   TO CS-COURSE-CODE.
           MOVE WS-TERM-CODE     TO CS-TERM-CODE.
           MOVE WS-SECTION-NO    TO CS-SECTION-NO.
           MOVE WS-MEETING-DAYS  TO CS-MEETING-DAYS.
           MOVE WS-START-TIME    TO CS-START-TIME.
           MOVE WS-END-TIME      TO CS-END-TIME.
           MOVE WS-ROOM          TO CS-ROOM.
           MOVE WS-INSTRUCTOR-ID TO CS-INSTRUCTOR-ID.
           MOVE WS-SEAT-LIMIT    TO CS-SEAT-LIMIT.
           MOVE ZERO             TO CS-CANCELLED-DATE.

       7500-DISPLAY-SECTION-DETAILS.
           DISPLAY "Section " CS-SECTION-NO " of " CS-COURSE-CODE
              " term " CS-TERM-CODE ":".
           DISPLAY "Meets " CS-MEETING-DAYS " from " CS-START-TIME
              " to " CS-END-TIME " in " CS-ROOM ".".
           DISPLAY "Instructor id is: " CS-INSTRUCTOR-ID.
           DISPLAY "Seats offered: " CS-SEAT-LIMIT.

       8000-CANCEL-COURSE.
           *> Kill an under-enrolled course for one term in a single
              DISPLAY "Unable to flag the course inactive, status "
                 WS-COURSE-STATUS
           END-IF.
           PERFORM 8600-FLAG-SECTIONS-CANCELLED.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "Unable to open enrollment file, status "
           END-IF.

       8500-CLEAR-WAITLIST.
           *> Every waitlist entry for the course and term, in every
           *> section, comes off with no promotion - there is nothing
           *> to promote onto.
           IF WS-WAIT-STATUS NOT = "00"
              DISPLAY "Waitlist file not on hand, status "
                 WS-WAIT-STATUS " - nothing cleared."
              MOVE "Y" TO WS-MORE-WAITS-SW
              MOVE WS-COURSE-CODE TO WL-COURSE-CODE
              MOVE WS-TERM-CODE   TO WL-TERM-CODE
              MOVE ZERO           TO WL-SECTION-NO WL-SEQUENCE
              START WAITLIST-FILE KEY IS >= WL-WAIT-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-WAITS-SW
                 END-READ
              END-PERFORM
           END-IF.

       8600-FLAG-SECTIONS-CANCELLED.
           *> Every section of the course for the term carries the
           *> cancellation date from here on.
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
                       MOVE WS-CANCEL-DATE TO CS-CANCELLED-DATE
                       REWRITE COURSE-SECTION-RECORD
                       IF WS-SECTION-STATUS NOT = "00"
                          DISPLAY "Unable to flag section "
                             CS-SECTION-NO " cancelled, status "
                             WS-SECTION-STATUS
                       END-IF
                    ELSE
                       MOVE "N" TO WS-MORE-SECTIONS-SW
                    END-IF
              END-READ
           END-PERFORM.

       9000-MAINTAIN-ROOM.
           *> File a new room, or change or delete one already on
           *> the room master. A room a section is booked into
           *> cannot be deleted.
           MOVE "N" TO WS-VALID-ROOM-SW.
           PERFORM UNTIL VALID-ROOM
              DISPLAY "Input room code: " WITH NO ADVANCING
              MOVE SPACES TO WS-ROOM
              ACCEPT WS-ROOM
              IF WS-ROOM NOT = SPACES
                 MOVE "Y" TO WS-VALID-ROOM-SW
              ELSE
                 DISPLAY "Invalid room code - it may not be blank."
              END-IF
           END-PERFORM.
           MOVE WS-ROOM TO RM-ROOM-CODE.
           READ ROOM-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ROOM-STATUS = "00"
              PERFORM 9500-DISPLAY-ROOM-DETAILS
              MOVE SPACE TO WS-ROOM-ACTION
              PERFORM UNTIL ROOM-ACTION-VALID
                 DISPLAY "(C)hange, (D)elete or (K)eep the room: "
                    WITH NO ADVANCING
                 ACCEPT WS-ROOM-ACTION
                 IF NOT ROOM-ACTION-VALID
                    DISPLAY "Invalid choice - enter C, D or K."
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN ROOM-ACTION-CHANGE
                    PERFORM 9100-GET-ROOM-DETAILS
                    PERFORM 9400-MOVE-ROOM-DETAILS
                    REWRITE ROOM-RECORD
                    IF WS-ROOM-STATUS NOT = "00"
                       DISPLAY "Unable to change room, status "
                          WS-ROOM-STATUS
                    ELSE
                       PERFORM 9500-DISPLAY-ROOM-DETAILS
                    END-IF
                 WHEN ROOM-ACTION-DELETE
                    PERFORM 9300-CHECK-ROOM-IN-USE
                    IF ROOM-IN-USE
                       DISPLAY "Room " WS-ROOM " is booked for "
                          WS-CLASH-COURSE " term " CS-TERM-CODE
                          " - not deleted."
                    ELSE
                       MOVE WS-ROOM TO RM-ROOM-CODE
                       DELETE ROOM-FILE
                       IF WS-ROOM-STATUS NOT = "00"
                          DISPLAY "Unable to delete room, status "
                             WS-ROOM-STATUS
                       ELSE
                          DISPLAY "Room " WS-ROOM " deleted."
                       END-IF
                    END-IF
                 WHEN OTHER
                    DISPLAY "Existing room kept."
              END-EVALUATE
           ELSE
              PERFORM 9100-GET-ROOM-DETAILS
              PERFORM 9400-MOVE-ROOM-DETAILS
              WRITE ROOM-RECORD
              IF WS-ROOM-STATUS NOT = "00"
                 DISPLAY "Unable to save room, status "
                    WS-ROOM-STATUS
              ELSE
                 PERFORM 9500-DISPLAY-ROOM-DETAILS
              END-IF
           END-IF.

       9100-GET-ROOM-DETAILS.
           DISPLAY "Input building: " WITH NO ADVANCING.
           MOVE SPACES TO WS-BUILDING.
           ACCEPT WS-BUILDING.
           MOVE ZERO TO WS-SEATS.
           PERFORM UNTIL WS-SEATS NUMERIC AND WS-SEATS > ZERO
              DISPLAY "Input number of seats (e.g. 040): "
                 WITH NO ADVANCING
              ACCEPT WS-SEATS
              IF WS-SEATS NOT NUMERIC OR WS-SEATS = ZERO
                 DISPLAY "Invalid seats - enter a number greater"
                    " than zero."
              END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ROOM-TYPE.
           PERFORM UNTIL ROOM-TYPE-VALID
              DISPLAY "Room type (L)ecture hall, (C)lassroom, "
                 "la(B)oratory, (S)eminar: " WITH NO ADVANCING
              ACCEPT WS-ROOM-TYPE
              IF NOT ROOM-TYPE-VALID
                 DISPLAY "Invalid room type - enter L, C, B or S."
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-WEEKLY-HOURS.
           PERFORM UNTIL WS-WEEKLY-HOURS NUMERIC
                 AND WS-WEEKLY-HOURS > ZERO
                 AND WS-WEEKLY-HOURS NOT > 168
              DISPLAY "Input hours a week available for teaching"
                 " (e.g. 070): " WITH NO ADVANCING
              ACCEPT WS-WEEKLY-HOURS
              IF WS-WEEKLY-HOURS NOT NUMERIC
                 OR WS-WEEKLY-HOURS = ZERO
                 OR WS-WEEKLY-HOURS > 168
                 DISPLAY "Invalid hours - enter 1 through 168."
              END-IF
           END-PERFORM.

       9300-CHECK-ROOM-IN-USE.
           MOVE "N" TO WS-ROOM-IN-USE-SW.
           MOVE "Y" TO WS-MORE-SECTIONS-SW.
           MOVE LOW-VALUES TO CS-SECTION-KEY.
           START SECTION-FILE KEY IS >= CS-SECTION-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-SECTIONS-SW
           END-START.
           PERFORM UNTIL NO-MORE-SECTIONS OR ROOM-IN-USE
              READ SECTION-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SECTIONS-SW
                 NOT AT END
                    IF CS-ROOM = WS-ROOM
                       MOVE "Y" TO WS-ROOM-IN-USE-SW
                       MOVE CS-COURSE-CODE TO WS-CLASH-COURSE
                    END-IF
              END-READ
           END-PERFORM.

       9400-MOVE-ROOM-DETAILS.
           MOVE WS-ROOM         TO RM-ROOM-CODE.
           MOVE WS-BUILDING     TO RM-BUILDING.
           MOVE WS-SEATS        TO RM-SEATS.
           MOVE WS-ROOM-TYPE    TO RM-ROOM-TYPE.
           MOVE WS-WEEKLY-HOURS TO RM-WEEKLY-HOURS.

       9500-DISPLAY-ROOM-DETAILS.
           DISPLAY "Room " RM-ROOM-CODE " in " RM-BUILDING ":".
           DISPLAY "Seats " RM-SEATS ", type " RM-ROOM-TYPE
              ", available " RM-WEEKLY-HOURS " hours a week.".
