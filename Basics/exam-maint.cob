       IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAM-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN THE FINAL EXAMINATION
      * SCHEDULE, KEYED ON COURSE-CODE/TERM-CODE, VIA ADD/CHANGE/
      * DELETE/LIST TRANSACTIONS IN THE SAME STYLE AS
      * INSTRUCTOR-MAINT. THE COURSE MUST BE ON THE COURSE MASTER,
      * THE TERM ON THE TERM CALENDAR AND THE ROOM ON THE ROOM
      * MASTER; THE EXAM DATE IS PROVEN BY THE SHARED DATEVAL
      * ROUTINE. ANOTHER EXAM ALREADY IN THE ROOM AT THE SAME DATE
      * AND SLOT IS REJECTED. THE LIST TRANSACTION SHOWS A WHOLE
      * TERM'S TIMETABLE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAM-FILE ASSIGN TO "EXAM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EX-EXAM-KEY
              FILE STATUS IS WS-EXAM-STATUS.

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

           SELECT ROOM-FILE ASSIGN TO "ROOM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RM-ROOM-CODE
              FILE STATUS IS WS-ROOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXAM-FILE.
       COPY EXAMREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  ROOM-FILE.
       COPY ROOMREC.

       WORKING-STORAGE SECTION.
       01  WS-EXAM-STATUS           PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS         PIC XX VALUE SPACES.
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-ROOM-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-CHANGE                 VALUE "C".
           88 TRANS-DELETE                 VALUE "D".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "C" "D" "L".

       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-EXAM-DATE             PIC 9(8) VALUE ZERO.
       01  WS-SLOT                  PIC 9 VALUE ZERO.
           88 SLOT-VALID                   VALUES 1 THRU 3.
       01  WS-ROOM                  PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".

       01  WS-VALID-CODE-SW         PIC X VALUE "N".
           88 VALID-COURSE-CODE            VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-VALID-DATE-SW         PIC X VALUE "N".
           88 VALID-EXAM-DATE              VALUE "Y".
       01  WS-VALID-ROOM-SW         PIC X VALUE "N".
           88 VALID-ROOM                   VALUE "Y".
       01  WS-ROOM-CLASH-SW         PIC X VALUE "N".
           88 ROOM-DOUBLE-BOOKED           VALUE "Y".
       01  WS-CLASH-COURSE          PIC X(4) VALUE SPACES.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-LIST-LINE.
           05  WS-L-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-EXAM-DATE       PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-SLOT-NAME       PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-ROOM            PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to open course master, status "
                 WS-COURSE-STATUS " - exams cannot be maintained."
              GOBACK
           END-IF.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "00"
              DISPLAY "Unable to open room master, status "
                 WS-ROOM-STATUS " - exams cannot be maintained."
              CLOSE COURSE-MASTER-FILE
              GOBACK
           END-IF.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE "Y" TO WS-TRMFILE-SW
           ELSE
              DISPLAY "Warning: unable to open term calendar, "
                 "status " WS-TERM-STATUS " - term codes cannot be"
                 " validated."
           END-IF.
           OPEN I-O EXAM-FILE.
           IF WS-EXAM-STATUS = "35"
              CLOSE EXAM-FILE
              OPEN OUTPUT EXAM-FILE
              CLOSE EXAM-FILE
              OPEN I-O EXAM-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-EXAM
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-EXAM
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-EXAM
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-TERM-EXAMS
           END-EVALUATE.
           CLOSE EXAM-FILE.
           IF TERM-FILE-AVAILABLE
              CLOSE TERM-CAL-FILE
           END-IF.
           CLOSE ROOM-FILE.
           CLOSE COURSE-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-EXAM.
           PERFORM 1100-GET-COURSE-CODE.
           PERFORM 1200-GET-TERM-CODE.
           MOVE WS-COURSE-CODE TO EX-COURSE-CODE.
           MOVE WS-TERM-CODE   TO EX-TERM-CODE.
           READ EXAM-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-EXAM-STATUS = "00"
              DISPLAY "An exam is already scheduled for "
                 WS-COURSE-CODE " term " WS-TERM-CODE
                 " - use a CHANGE transaction to move it."
           ELSE
              PERFORM 1300-GET-EXAM-DETAILS
              PERFORM 1500-CHECK-ROOM-BOOKING
              IF ROOM-DOUBLE-BOOKED
                 DISPLAY "Room " WS-ROOM " already holds the "
                    WS-CLASH-COURSE " exam at that date and slot"
                    " - no exam filed."
              ELSE
                 INITIALIZE EXAM-RECORD
                 PERFORM 1800-MOVE-EXAM-DETAILS
                 WRITE EXAM-RECORD
                 IF WS-EXAM-STATUS NOT = "00"
                    DISPLAY "Unable to save exam record, status "
                       WS-EXAM-STATUS
                 ELSE
                    PERFORM 3000-DISPLAY-EXAM
                 END-IF
              END-IF
           END-IF.

       1100-GET-COURSE-CODE.
           MOVE "N" TO WS-VALID-CODE-SW.
           PERFORM UNTIL VALID-COURSE-CODE
              DISPLAY "Input course code: " WITH NO ADVANCING
              MOVE SPACES TO WS-COURSE-CODE
              ACCEPT WS-COURSE-CODE
              MOVE WS-COURSE-CODE TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                 INVALID KEY
                    DISPLAY "Invalid course code - " WS-COURSE-CODE
                       " is not on the course master."
                 NOT INVALID KEY
                    DISPLAY "Course: " CM-COURSE-TITLE
                    MOVE "Y" TO WS-VALID-CODE-SW
              END-READ
           END-PERFORM.

       1200-GET-TERM-CODE.
           *> The term must be one the registrar posted. With no term
           *> calendar on hand the keyed code is taken as-is - the
           *> warning at start-up already said so.
           MOVE "N" TO WS-VALID-TERM-SW.
           PERFORM UNTIL VALID-TERM-CODE
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
              IF WS-TERM-CODE = SPACES
                 DISPLAY "Invalid term code - it may not be blank."
              ELSE
                 IF NOT TERM-FILE-AVAILABLE
                    MOVE "Y" TO WS-VALID-TERM-SW
                 ELSE
                    MOVE WS-TERM-CODE TO TR-TERM-CODE
                    READ TERM-CAL-FILE
                       INVALID KEY
                          DISPLAY "Invalid term code - "
                             WS-TERM-CODE " is not on the term"
                             " calendar."
                       NOT INVALID KEY
                          MOVE "Y" TO WS-VALID-TERM-SW
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       1300-GET-EXAM-DETAILS.
           *> The exam date must be a real calendar date, and it is
           *> held to the term when the term calendar is on hand.
           MOVE "N" TO WS-VALID-DATE-SW.
           PERFORM UNTIL VALID-EXAM-DATE
              DISPLAY "Input exam date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-EXAM-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-EXAM-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real calendar date"
                    " as YYYYMMDD."
              ELSE
                 IF TERM-FILE-AVAILABLE
                    AND (WS-EXAM-DATE < TR-START-DATE
                       OR WS-EXAM-DATE > TR-END-DATE)
                    DISPLAY "Invalid date - term " WS-TERM-CODE
                       " runs " TR-START-DATE " through "
                       TR-END-DATE "."
                 ELSE
                    MOVE "Y" TO WS-VALID-DATE-SW
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-SLOT.
           PERFORM UNTIL SLOT-VALID
              DISPLAY "Slot 1 morning 0900, 2 afternoon 1330, "
                 "3 evening 1800: " WITH NO ADVANCING
              ACCEPT WS-SLOT
              IF NOT SLOT-VALID
                 DISPLAY "Invalid slot - enter 1, 2 or 3."
              END-IF
           END-PERFORM.
           PERFORM 1400-GET-EXAM-ROOM.

       1400-GET-EXAM-ROOM.
           MOVE "N" TO WS-VALID-ROOM-SW.
           PERFORM UNTIL VALID-ROOM
              DISPLAY "Input exam room: " WITH NO ADVANCING
              MOVE SPACES TO WS-ROOM
              ACCEPT WS-ROOM
              MOVE WS-ROOM TO RM-ROOM-CODE
              READ ROOM-FILE
                 INVALID KEY
                    DISPLAY "Invalid room - " WS-ROOM
                       " is not on the room master."
                 NOT INVALID KEY
                    DISPLAY "Room: " RM-BUILDING " seats " RM-SEATS
                    MOVE "Y" TO WS-VALID-ROOM-SW
              END-READ
           END-PERFORM.

       1500-CHECK-ROOM-BOOKING.
           *> One exam per room per sitting. The exam's own record
           *> (a change) is not a clash with itself.
           MOVE "N" TO WS-ROOM-CLASH-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO EX-EXAM-KEY.
           START EXAM-FILE KEY IS >= EX-EXAM-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS OR ROOM-DOUBLE-BOOKED
              READ EXAM-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF EX-ROOM = WS-ROOM
                       AND EX-EXAM-DATE = WS-EXAM-DATE
                       AND EX-SLOT = WS-SLOT
                       AND NOT (EX-COURSE-CODE = WS-COURSE-CODE
                          AND EX-TERM-CODE = WS-TERM-CODE)
                       MOVE "Y" TO WS-ROOM-CLASH-SW
                       MOVE EX-COURSE-CODE TO WS-CLASH-COURSE
                    END-IF
              END-READ
           END-PERFORM.

       1800-MOVE-EXAM-DETAILS.
           MOVE WS-COURSE-CODE TO EX-COURSE-CODE.
           MOVE WS-TERM-CODE   TO EX-TERM-CODE.
           MOVE WS-EXAM-DATE   TO EX-EXAM-DATE.
           MOVE WS-SLOT        TO EX-SLOT.
           MOVE WS-ROOM        TO EX-ROOM.
           MOVE WS-OPERATOR-ID TO EX-OPERATOR.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE  TO EX-UPDATED-DATE.

       3000-DISPLAY-EXAM.
           DISPLAY "Exam for " EX-COURSE-CODE " term " EX-TERM-CODE
              ":".
           PERFORM 3100-NAME-SLOT.
           DISPLAY "Sat on " EX-EXAM-DATE " in the " WS-L-SLOT-NAME
              " slot, room " EX-ROOM ".".

       3100-NAME-SLOT.
           EVALUATE TRUE
              WHEN EX-MORNING
                 MOVE "MORNING"   TO WS-L-SLOT-NAME
              WHEN EX-AFTERNOON
                 MOVE "AFTERNOON" TO WS-L-SLOT-NAME
              WHEN EX-EVENING
                 MOVE "EVENING"   TO WS-L-SLOT-NAME
              WHEN OTHER
                 MOVE EX-SLOT     TO WS-L-SLOT-NAME
           END-EVALUATE.

       4000-CHANGE-EXAM.
           PERFORM 1100-GET-COURSE-CODE.
           PERFORM 1200-GET-TERM-CODE.
           MOVE WS-COURSE-CODE TO EX-COURSE-CODE.
           MOVE WS-TERM-CODE   TO EX-TERM-CODE.
           READ EXAM-FILE
              INVALID KEY
                 DISPLAY "No exam scheduled for " WS-COURSE-CODE
                    " term " WS-TERM-CODE " - nothing changed."
           END-READ.
           IF WS-EXAM-STATUS = "00"
              PERFORM 3000-DISPLAY-EXAM
              PERFORM 1300-GET-EXAM-DETAILS
              PERFORM 1500-CHECK-ROOM-BOOKING
              IF ROOM-DOUBLE-BOOKED
                 DISPLAY "Room " WS-ROOM " already holds the "
                    WS-CLASH-COURSE " exam at that date and slot"
                    " - exam not changed."
              ELSE
                 MOVE WS-COURSE-CODE TO EX-COURSE-CODE
                 MOVE WS-TERM-CODE   TO EX-TERM-CODE
                 READ EXAM-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 PERFORM 1800-MOVE-EXAM-DETAILS
                 REWRITE EXAM-RECORD
                 IF WS-EXAM-STATUS NOT = "00"
                    DISPLAY "Unable to change exam record, status "
                       WS-EXAM-STATUS
                 ELSE
                    PERFORM 3000-DISPLAY-EXAM
                 END-IF
              END-IF
           END-IF.

       5000-DELETE-EXAM.
           PERFORM 1100-GET-COURSE-CODE.
           PERFORM 1200-GET-TERM-CODE.
           MOVE WS-COURSE-CODE TO EX-COURSE-CODE.
           MOVE WS-TERM-CODE   TO EX-TERM-CODE.
           READ EXAM-FILE
              INVALID KEY
                 DISPLAY "No exam scheduled for " WS-COURSE-CODE
                    " term " WS-TERM-CODE " - nothing deleted."
           END-READ.
           IF WS-EXAM-STATUS = "00"
              DELETE EXAM-FILE
              IF WS-EXAM-STATUS NOT = "00"
                 DISPLAY "Unable to delete exam record, status "
                    WS-EXAM-STATUS
              ELSE
                 DISPLAY "Exam for " WS-COURSE-CODE " term "
                    WS-TERM-CODE " deleted."
              END-IF
           END-IF.

       6000-LIST-TERM-EXAMS.
           PERFORM 1200-GET-TERM-CODE.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO EX-EXAM-KEY.
           START EXAM-FILE KEY IS >= EX-EXAM-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ EXAM-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF EX-TERM-CODE = WS-TERM-CODE
                       ADD 1 TO WS-LIST-COUNT
                       MOVE EX-COURSE-CODE TO WS-L-COURSE-CODE
                       MOVE EX-EXAM-DATE   TO WS-L-EXAM-DATE
                       PERFORM 3100-NAME-SLOT
                       MOVE EX-ROOM        TO WS-L-ROOM
                       DISPLAY WS-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " exam(s) scheduled for term "
              WS-TERM-CODE ".".
