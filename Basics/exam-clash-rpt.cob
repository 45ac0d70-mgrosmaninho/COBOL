       IDENTIFICATION DIVISION.
        PROGRAM-ID. EXAM-CLASH-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: FINAL EXAMINATION CLASH RUN FOR ONE TERM,
      * RUN BEFORE THE EXAM TIMETABLE IS PUBLISHED. READS THE
      * ENROLLMENT FILE END TO END (IT IS KEYED BY STUDENT, SO ONE
      * PASS GROUPS EACH STUDENT'S COURSES), LOOKS UP EACH COURSE'S
      * EXAM ON THE SCHEDULE MAINTAINED BY EXAM-MAINT AND BUILDS
      * THE STUDENT'S EXAMS IN DATE AND SLOT ORDER. EVERY STUDENT
      * WITH TWO EXAMS IN THE SAME SLOT, OR THREE OR MORE ON ONE
      * DAY, IS LISTED ON THE CLASH REPORT (EXAMCLSH.PRT). EVERY
      * STUDENT'S TIMETABLE IS PRINTED (EXAMTT.PRT) AND REBUILT ON
      * THE EXAM TIMETABLE FILE, WHICH THE SHARED LETTERGEN ROUTINE
      * MERGES INTO THE EXAMNOTE NOTICE WHEN NOTICES ARE ASKED FOR.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

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

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SM-STUDENT-ID
              ALTERNATE RECORD KEY IS SM-COURSE-CODE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-SURNAME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-NATIONAL-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT EXAM-TIMETABLE-FILE ASSIGN TO "EXAMTT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ET-TIMETABLE-KEY
              FILE STATUS IS WS-TIMETABLE-STATUS.

           SELECT CLASH-REPORT-FILE ASSIGN TO "EXAMCLSH.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLASH-STATUS.

           SELECT TIMETABLE-REPORT-FILE ASSIGN TO "EXAMTT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  EXAM-FILE.
       COPY EXAMREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  EXAM-TIMETABLE-FILE.
       COPY EXAMTT.

       FD  CLASH-REPORT-FILE.
       01  CLASH-LINE                PIC X(80).

       FD  TIMETABLE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-EXAM-STATUS            PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS          PIC XX VALUE SPACES.
       01  WS-CRSFILE-SW             PIC X VALUE "N".
           88  COURSE-FILE-AVAILABLE        VALUE "Y".
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-TIMETABLE-STATUS       PIC XX VALUE SPACES.
       01  WS-CLASH-STATUS           PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-TIMETABLE-SW      PIC X VALUE "Y".
           88  NO-MORE-TIMETABLE            VALUE "N".
       01  WS-NOTICES-SW             PIC X VALUE "N".
           88  NOTICES-WANTED               VALUE "Y".

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "EXAMCLSH".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-CURRENT-STUDENT        PIC 9(6) VALUE ZERO.
       01  WS-STUDENT-NAME           PIC X(21) VALUE SPACES.
       01  WS-STUDENT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CLASH-STUDENTS         PIC 9(6) VALUE ZERO.
       01  WS-SLOT-CLASHES           PIC 9(6) VALUE ZERO.
       01  WS-OVERLOAD-DAYS          PIC 9(6) VALUE ZERO.
       01  WS-NO-EXAM-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-NOTICE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-STUDENT-CLASH-SW       PIC X VALUE "N".
           88  STUDENT-HAS-CLASH            VALUE "Y".

      *> One student's exams, kept in date and slot order as they
      *> are added so the timetable prints the way it is sat.
       01  WS-EXAM-LIMIT             PIC 9(2) VALUE 20.
       01  WS-EXAM-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-EXAM-TABLE.
           05  WS-EXAM-ENTRY OCCURS 20 TIMES.
               10  WS-XT-WHEN.
                   15  WS-XT-DATE    PIC 9(8).
                   15  WS-XT-SLOT    PIC 9.
               10  WS-XT-COURSE-CODE PIC X(4).
               10  WS-XT-TITLE       PIC X(30).
               10  WS-XT-ROOM        PIC X(8).
               10  WS-XT-FLAG        PIC X.
       01  WS-NEW-EXAM.
           05  WS-NX-WHEN.
               10  WS-NX-DATE        PIC 9(8).
               10  WS-NX-SLOT        PIC 9.
           05  WS-NX-COURSE-CODE     PIC X(4).
           05  WS-NX-TITLE           PIC X(30).
           05  WS-NX-ROOM            PIC X(8).
           05  WS-NX-FLAG            PIC X.
       01  WS-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-IDX-2                  PIC 9(2) VALUE ZERO.
       01  WS-INS-IDX                PIC 9(2) VALUE ZERO.
       01  WS-DAY-EXAMS              PIC 9(2) VALUE ZERO.
       01  WS-SLOT-NAME              PIC X(9) VALUE SPACES.

       01  WS-LETTER-TEMPLATE        PIC X(8) VALUE "EXAMNOTE".
       01  WS-LETTER-COURSE          PIC X(4) VALUE SPACES.
       01  WS-LETTER-AMOUNT          PIC 9(6)V99 VALUE ZERO.
       01  WS-LETTER-SW              PIC X VALUE "N".
           88  LETTER-WRITTEN               VALUE "Y".

       01  WS-CLASH-TITLE.
           05  FILLER                PIC X(26) VALUE
               "EXAM CLASH REPORT FOR TERM".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CT-TERM            PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  AS OF ".
           05  WS-CT-DATE            PIC 9(8).

       01  WS-CLASH-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(23) VALUE "NAME".
           05  FILLER                PIC X(10) VALUE "DATE".
           05  FILLER                PIC X(11) VALUE "SLOT".
           05  FILLER                PIC X(6)  VALUE "COURSE".
           05  FILLER                PIC X(20) VALUE "  PROBLEM".

       01  WS-CLASH-DETAIL.
           05  WS-C-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-NAME             PIC X(21).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-DATE             PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-SLOT             PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-C-PROBLEM          PIC X(20).

       01  WS-CLASH-TOTAL-LINE.
           05  FILLER                PIC X(20) VALUE
               "STUDENTS CHECKED".
           05  WS-CX-STUDENTS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE
               "   WITH CLASHES ".
           05  WS-CX-CLASHED         PIC ZZZ,ZZ9.

       01  WS-CLASH-COUNT-LINE.
           05  FILLER                PIC X(20) VALUE
               "SAME-SLOT CLASHES".
           05  WS-CX-SLOT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(16) VALUE
               "   3+ EXAM DAYS ".
           05  WS-CX-DAYS            PIC ZZZ,ZZ9.

       01  WS-TIMETABLE-TITLE.
           05  FILLER                PIC X(24) VALUE
               "EXAMINATION TIMETABLE   ".
           05  FILLER                PIC X(5)  VALUE "TERM ".
           05  WS-TT-TERM            PIC X(6).

       01  WS-TIMETABLE-STUDENT.
           05  FILLER                PIC X(8)  VALUE "STUDENT ".
           05  WS-TS-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TS-NAME            PIC X(21).

       01  WS-TIMETABLE-DETAIL.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TD-DATE            PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TD-SLOT            PIC X(9).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TD-COURSE-CODE     PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TD-TITLE           PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TD-ROOM            PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-TD-FLAG            PIC X.

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

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
           DISPLAY "Produce exam notices through LETTERGEN (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-NOTICES-SW.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
              DISPLAY "Unable to open enrollment file, status "
                 WS-ENROLL-STATUS
              GOBACK
           END-IF.
           OPEN INPUT EXAM-FILE.
           IF WS-EXAM-STATUS NOT = "00"
              DISPLAY "Unable to open exam schedule, status "
                 WS-EXAM-STATUS " - run abandoned."
              CLOSE ENROLLMENT-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STUDENT-COUNT.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
              MOVE "Y" TO WS-CRSFILE-SW
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           ELSE
              DISPLAY "Warning: unable to open student master, "
                 "status " WS-MASTER-STATUS " - reports print"
                 " with ids only."
           END-IF.
           OPEN I-O EXAM-TIMETABLE-FILE.
           IF WS-TIMETABLE-STATUS = "35"
              CLOSE EXAM-TIMETABLE-FILE
              OPEN OUTPUT EXAM-TIMETABLE-FILE
              CLOSE EXAM-TIMETABLE-FILE
              OPEN I-O EXAM-TIMETABLE-FILE
           END-IF.
           PERFORM 0500-CLEAR-TERM-TIMETABLE.
           OPEN OUTPUT CLASH-REPORT-FILE.
           OPEN OUTPUT TIMETABLE-REPORT-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-PROCESS-ENROLLMENTS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE TIMETABLE-REPORT-FILE.
           CLOSE CLASH-REPORT-FILE.
           CLOSE EXAM-TIMETABLE-FILE.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF COURSE-FILE-AVAILABLE
              CLOSE COURSE-MASTER-FILE
           END-IF.
           CLOSE EXAM-FILE.
           CLOSE ENROLLMENT-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-STUDENT-COUNT.
           DISPLAY "Exam clash run complete - " WS-STUDENT-COUNT
              " student(s), " WS-CLASH-STUDENTS " with clashes, "
              WS-NO-EXAM-COUNT " enrollment(s) with no exam, "
              WS-NOTICE-COUNT " notice(s).".
           GOBACK.

       0500-CLEAR-TERM-TIMETABLE.
           *> The term's timetable is rebuilt from scratch each run,
           *> so an exam moved since the last run leaves no trace.
           MOVE "Y" TO WS-MORE-TIMETABLE-SW.
           PERFORM UNTIL NO-MORE-TIMETABLE
              READ EXAM-TIMETABLE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-TIMETABLE-SW
                 NOT AT END
                    IF ET-TERM-CODE = WS-TERM-CODE
                       DELETE EXAM-TIMETABLE-FILE
                    END-IF
              END-READ
           END-PERFORM.

       1000-PRINT-HEADINGS.
           MOVE WS-TERM-CODE TO WS-CT-TERM WS-TT-TERM.
           MOVE WS-RUN-DATE  TO WS-CT-DATE.
           MOVE WS-CLASH-TITLE TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE WS-CLASH-HEADINGS TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.

       2000-PROCESS-ENROLLMENTS.
           *> One pass in student order - a change of student id
           *> closes the timetable being built.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                    IF WS-CURRENT-STUDENT NOT = ZERO
                       PERFORM 2500-CLOSE-STUDENT
                    END-IF
                 NOT AT END
                    IF EN-TERM-CODE = WS-TERM-CODE
                       PERFORM 2100-ADD-ONE-ENROLLMENT
                    END-IF
              END-READ
           END-PERFORM.

       2100-ADD-ONE-ENROLLMENT.
           IF EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
              IF WS-CURRENT-STUDENT NOT = ZERO
                 PERFORM 2500-CLOSE-STUDENT
              END-IF
              MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
              MOVE ZERO TO WS-EXAM-TOTAL
           END-IF.
           MOVE EN-COURSE-CODE TO EX-COURSE-CODE.
           MOVE EN-TERM-CODE   TO EX-TERM-CODE.
           READ EXAM-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-EXAM-COUNT
              NOT INVALID KEY
                 PERFORM 2200-INSERT-EXAM
           END-READ.

       2200-INSERT-EXAM.
           *> Find the first exam sat later than this one and shift
           *> it and everything after it down one place.
           IF WS-EXAM-TOTAL NOT < WS-EXAM-LIMIT
              DISPLAY "Exam table full for student "
                 WS-CURRENT-STUDENT " - " EX-COURSE-CODE
                 " not checked."
           ELSE
              MOVE EX-EXAM-DATE   TO WS-NX-DATE
              MOVE EX-SLOT        TO WS-NX-SLOT
              MOVE EX-COURSE-CODE TO WS-NX-COURSE-CODE
              MOVE EX-ROOM        TO WS-NX-ROOM
              MOVE SPACE          TO WS-NX-FLAG
              MOVE EX-COURSE-CODE TO WS-NX-TITLE
              IF COURSE-FILE-AVAILABLE
                 MOVE EX-COURSE-CODE TO CM-COURSE-CODE
                 READ COURSE-MASTER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CM-COURSE-TITLE TO WS-NX-TITLE
                 END-READ
              END-IF
              COMPUTE WS-INS-IDX = WS-EXAM-TOTAL + 1
              PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-EXAM-TOTAL
                       OR WS-INS-IDX NOT > WS-EXAM-TOTAL
                 IF WS-XT-WHEN (WS-IDX) > WS-NX-WHEN
                    MOVE WS-IDX TO WS-INS-IDX
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-IDX FROM WS-EXAM-TOTAL BY -1
                    UNTIL WS-IDX < WS-INS-IDX
                 MOVE WS-EXAM-ENTRY (WS-IDX)
                    TO WS-EXAM-ENTRY (WS-IDX + 1)
              END-PERFORM
              MOVE WS-NEW-EXAM TO WS-EXAM-ENTRY (WS-INS-IDX)
              ADD 1 TO WS-EXAM-TOTAL
           END-IF.

       2500-CLOSE-STUDENT.
           IF WS-EXAM-TOTAL > ZERO
              ADD 1 TO WS-STUDENT-COUNT
              PERFORM 2550-GET-STUDENT-NAME
              PERFORM 2600-FLAG-CLASHES
              IF STUDENT-HAS-CLASH
                 ADD 1 TO WS-CLASH-STUDENTS
                 PERFORM 2700-PRINT-CLASH-LINES
              END-IF
              PERFORM 2800-WRITE-TIMETABLE
              IF NOTICES-WANTED
                 CALL "LETTERGEN" USING WS-LETTER-TEMPLATE
                    WS-CURRENT-STUDENT WS-LETTER-COURSE WS-TERM-CODE
                    WS-LETTER-AMOUNT WS-LETTER-SW
                 IF LETTER-WRITTEN
                    ADD 1 TO WS-NOTICE-COUNT
                 END-IF
              END-IF
           END-IF.

       2550-GET-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME.
           IF MASTER-FILE-AVAILABLE
              MOVE WS-CURRENT-STUDENT TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    STRING SM-FORENAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       SM-SURNAME DELIMITED BY "  "
                       INTO WS-STUDENT-NAME
              END-READ
           END-IF.

       2600-FLAG-CLASHES.
           *> Two exams in one sitting are a clash; three or more on
           *> one day overload the student even in separate slots.
           *> A same-slot clash is the worse problem and keeps its
           *> flag. An overloaded day is counted once, at its first
           *> exam.
           MOVE "N" TO WS-STUDENT-CLASH-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-EXAM-TOTAL
              MOVE ZERO TO WS-DAY-EXAMS
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-EXAM-TOTAL
                 IF WS-XT-DATE (WS-IDX-2) = WS-XT-DATE (WS-IDX)
                    ADD 1 TO WS-DAY-EXAMS
                    IF WS-IDX-2 NOT = WS-IDX
                       AND WS-XT-SLOT (WS-IDX-2) = WS-XT-SLOT (WS-IDX)
                       MOVE "S" TO WS-XT-FLAG (WS-IDX)
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-DAY-EXAMS > 2
                 IF WS-XT-FLAG (WS-IDX) = SPACE
                    MOVE "D" TO WS-XT-FLAG (WS-IDX)
                 END-IF
                 IF WS-IDX = 1
                    ADD 1 TO WS-OVERLOAD-DAYS
                 ELSE
                    IF WS-XT-DATE (WS-IDX - 1) NOT = WS-XT-DATE (WS-IDX)
                       ADD 1 TO WS-OVERLOAD-DAYS
                    END-IF
                 END-IF
              END-IF
              IF WS-XT-FLAG (WS-IDX) NOT = SPACE
                 MOVE "Y" TO WS-STUDENT-CLASH-SW
              END-IF
           END-PERFORM.

       2700-PRINT-CLASH-LINES.
           *> A pair in one slot counts as one clash, not two.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-EXAM-TOTAL
              IF WS-XT-FLAG (WS-IDX) NOT = SPACE
                 MOVE WS-CURRENT-STUDENT       TO WS-C-STUDENT-ID
                 MOVE WS-STUDENT-NAME          TO WS-C-NAME
                 MOVE WS-XT-DATE (WS-IDX)      TO WS-C-DATE
                 MOVE WS-XT-SLOT (WS-IDX)      TO WS-NX-SLOT
                 PERFORM 2900-NAME-SLOT
                 MOVE WS-SLOT-NAME             TO WS-C-SLOT
                 MOVE WS-XT-COURSE-CODE (WS-IDX) TO WS-C-COURSE-CODE
                 IF WS-XT-FLAG (WS-IDX) = "S"
                    MOVE "TWO IN ONE SLOT" TO WS-C-PROBLEM
                    IF WS-IDX > 1
                       IF WS-XT-WHEN (WS-IDX - 1) = WS-XT-WHEN (WS-IDX)
                          ADD 1 TO WS-SLOT-CLASHES
                       END-IF
                    END-IF
                 ELSE
                    MOVE "3+ EXAMS IN ONE DAY" TO WS-C-PROBLEM
                 END-IF
                 MOVE WS-CLASH-DETAIL TO CLASH-LINE
                 WRITE CLASH-LINE
              END-IF
           END-PERFORM.

       2800-WRITE-TIMETABLE.
           MOVE WS-TIMETABLE-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-STUDENT TO WS-TS-STUDENT-ID.
           MOVE WS-STUDENT-NAME    TO WS-TS-NAME.
           MOVE WS-TIMETABLE-STUDENT TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-EXAM-TOTAL
              MOVE WS-CURRENT-STUDENT         TO ET-STUDENT-ID
              MOVE WS-TERM-CODE               TO ET-TERM-CODE
              MOVE WS-XT-DATE (WS-IDX)        TO ET-EXAM-DATE
              MOVE WS-XT-SLOT (WS-IDX)        TO ET-SLOT
              MOVE WS-XT-COURSE-CODE (WS-IDX) TO ET-COURSE-CODE
              MOVE WS-XT-TITLE (WS-IDX)       TO ET-COURSE-TITLE
              MOVE WS-XT-ROOM (WS-IDX)        TO ET-ROOM
              MOVE WS-XT-FLAG (WS-IDX)        TO ET-CLASH-FLAG
              WRITE EXAM-TIMETABLE-RECORD
              IF WS-TIMETABLE-STATUS NOT = "00"
                 DISPLAY "Unable to file timetable line for student "
                    WS-CURRENT-STUDENT ", status "
                    WS-TIMETABLE-STATUS
              END-IF
              MOVE WS-XT-DATE (WS-IDX)        TO WS-TD-DATE
              MOVE WS-XT-SLOT (WS-IDX)        TO WS-NX-SLOT
              PERFORM 2900-NAME-SLOT
              MOVE WS-SLOT-NAME               TO WS-TD-SLOT
              MOVE WS-XT-COURSE-CODE (WS-IDX) TO WS-TD-COURSE-CODE
              MOVE WS-XT-TITLE (WS-IDX)       TO WS-TD-TITLE
              MOVE WS-XT-ROOM (WS-IDX)        TO WS-TD-ROOM
              MOVE WS-XT-FLAG (WS-IDX)        TO WS-TD-FLAG
              MOVE WS-TIMETABLE-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       2900-NAME-SLOT.
           EVALUATE WS-NX-SLOT
              WHEN 1
                 MOVE "MORNING"   TO WS-SLOT-NAME
              WHEN 2
                 MOVE "AFTERNOON" TO WS-SLOT-NAME
              WHEN 3
                 MOVE "EVENING"   TO WS-SLOT-NAME
              WHEN OTHER
                 MOVE WS-NX-SLOT  TO WS-SLOT-NAME
           END-EVALUATE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE WS-STUDENT-COUNT  TO WS-CX-STUDENTS.
           MOVE WS-CLASH-STUDENTS TO WS-CX-CLASHED.
           MOVE WS-CLASH-TOTAL-LINE TO CLASH-LINE.
           WRITE CLASH-LINE.
           MOVE WS-SLOT-CLASHES  TO WS-CX-SLOT.
           MOVE WS-OVERLOAD-DAYS TO WS-CX-DAYS.
           MOVE WS-CLASH-COUNT-LINE TO CLASH-LINE.
           WRITE CLASH-LINE.
