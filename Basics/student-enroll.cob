      *            OVERRIDE ALREADY WAS - ANY OPERATOR COULD KEY
      *            "Y" TO A PROMPT THAT EXISTS PRECISELY TO
      *            REQUIRE A SUPERVISOR.
      * 15/10/26 - A STUDENT WITH AN ACTIVE HOLD THAT BLOCKS
      *            ENROLLMENT (HOLDS.DAT, CHECKED THROUGH THE SHARED
      *            HOLDCHK ROUTINE) IS NOW REFUSED, AND A WAITLISTED
      *            STUDENT ON SUCH A HOLD IS PASSED OVER FOR
      *            PROMOTION, NAMING THE OFFICE THAT PLACED IT.
      * 15/10/26 - ENROLLMENT IS NOW INTO A SECTION OF THE COURSE.
      *            WHERE THE COURSE HAS SECTIONS ON THE TIMETABLE
      *            FOR THE TERM THE SECTION IS KEYED (OR TAKEN WHEN
      *            THERE IS ONLY ONE) AND CARRIED ON THE ENROLLMENT;
      *            CAPACITY IS HELD TO THE SECTION'S SEATS, THE
      *            TIME-CLASH CHECK USES THE SECTION'S OWN MEETING
      *            TIMES, AND THE WAITLIST IS QUEUED AND PROMOTED
      *            PER SECTION. A COURSE WITH NO SECTIONS FILED RUNS
      *            AS SECTION 01 AGAINST THE COURSE CAPACITY.
      * 15/10/26 - AN ENROLLMENT THAT TAKES THE STUDENT'S TERM LOAD
      *            (THE COURSE MASTER CREDIT HOURS OF EVERY COURSE
      *            THEY ARE ENROLLED ON FOR THE TERM) PAST THE
      *            LOADLIM.DAT MAXIMUM IS NOW REFUSED UNLESS AN
      *            OVERLOAD APPROVAL FOR THE TERM IS ON OVERLOAD.DAT,
      *            AND THEN ONLY UP TO THE HOURS APPROVED. WAITLIST
      *            PROMOTION HOLDS TO THE SAME LIMIT, AND A NEW
      *            ENROLLMENT SHOWS THE RESULTING LOAD STATUS.
      * 15/10/26 - A STUDENT'S ENROLLMENTS FOR A TERM ARE NOW REFUSED
      *            UNTIL THEIR ADVISOR HAS MARKED THEM ADVISED FOR IT
      *            ON ADVISED.DAT THROUGH ADVISOR-MAINT.
      * 15/10/26 - WITH NO ADVISED.DAT ON FILE NO STUDENT COUNTS AS
      *            ADVISED, AND IF IT CANNOT BE READ ENROLLMENTS ARE
      *            REFUSED RATHER THAN TAKEN UNCHECKED.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS WL-WAIT-KEY
              FILE STATUS IS WS-WAIT-STATUS.

           SELECT OVERLOAD-FILE ASSIGN TO "OVERLOAD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OV-OVERLOAD-KEY
              FILE STATUS IS WS-OVERLOAD-STATUS.

           SELECT ADVISED-FILE ASSIGN TO "ADVISED.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AV-ADVISED-KEY
              FILE STATUS IS WS-ADVISED-STATUS.

           SELECT WAIT-NOTIFY-FILE ASSIGN TO "WAITPROM.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFY-STATUS.
       FD  WAITLIST-FILE.
       COPY WAITREC.

       FD  OVERLOAD-FILE.
       COPY OVLDREC.

       FD  ADVISED-FILE.
       COPY ADVISED.

       FD  WAIT-NOTIFY-FILE.
       01  NOTIFY-LINE              PIC X(80).

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-SECTION-NO            PIC 9(2) VALUE 1.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-SECTION-STATUS        PIC XX VALUE SPACES.
       01  WS-SECTFILE-SW           PIC X VALUE "N".
           88 SECTION-FILE-AVAILABLE       VALUE "Y".
       01  WS-SECTION-FOUND-SW      PIC X VALUE "N".
           88 SECTION-ON-FILE              VALUE "Y".
       01  WS-MORE-SECTIONS-SW      PIC X VALUE "Y".
           88 NO-MORE-SECTIONS             VALUE "N".
       01  WS-SECTIONS-OFFERED      PIC 9(2) VALUE ZERO.
       01  WS-SEAT-LIMIT            PIC 9(3) VALUE ZERO.
       01  WS-ATTEMPT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-BLOCKED-SW            PIC X VALUE "N".
           88 ATTEMPT-BLOCKED              VALUE "Y".
           88 STUDENT-PROMOTED             VALUE "Y".
       01  WS-ALREADY-WAITED-SW     PIC X VALUE "N".
           88 ALREADY-WAITLISTED           VALUE "Y".
       01  WS-HOLD-SERVICE          PIC X VALUE "E".
       01  WS-HOLD-SW               PIC X VALUE "N".
           88 SERVICE-ON-HOLD              VALUE "Y".
       01  WS-HOLD-TYPE             PIC X(4) VALUE SPACES.
       01  WS-HOLD-OFFICE           PIC X(10) VALUE SPACES.
       01  WS-OVERLOAD-STATUS       PIC XX VALUE SPACES.
       01  WS-OVLDFILE-SW           PIC X VALUE "N".
           88 OVERLOAD-FILE-AVAILABLE      VALUE "Y".
      *> The enrollment being load-checked, and the term load it
      *> would give the student - set by the enroll and the
      *> waitlist promotion paths alike.
       01  WS-LOAD-STUDENT-ID       PIC 9(6) VALUE ZERO.
       01  WS-LOAD-COURSE-CODE      PIC X(4) VALUE SPACES.
       01  WS-LOAD-TERM-CODE        PIC X(6) VALUE SPACES.
       01  WS-NEW-CREDIT-HOURS      PIC 9(2) VALUE ZERO.
       01  WS-TERM-HOURS            PIC 9(3) VALUE ZERO.
       01  WS-LOAD-STATUS           PIC X VALUE SPACE.
       01  WS-LOAD-DESC             PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS        PIC 9(2) VALUE ZERO.
       01  WS-OVER-LOAD-SW          PIC X VALUE "N".
           88 OVER-LOAD-LIMIT              VALUE "Y".
       01  WS-ADVISED-STATUS        PIC XX VALUE SPACES.
       01  WS-ADVFILE-SW            PIC X VALUE "N".
           88 ADVISED-FILE-AVAILABLE       VALUE "Y".
           88 ADVISED-FILE-MISSING         VALUE "N".
           88 ADVISED-FILE-IN-ERROR        VALUE "E".
       01  WS-ADVISED-SW            PIC X VALUE "Y".
           88 STUDENT-ADVISED              VALUE "Y".
           88 STUDENT-NOT-ADVISED          VALUE "N".

       01  WS-NOTIFY-DETAIL.
           05  FILLER               PIC X(9)  VALUE "PROMOTED ".
           05  WS-N-STUDENT-ID      PIC 9(6).
           05  FILLER               PIC X(9)  VALUE " ONTO    ".
           05  WS-N-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X(5)  VALUE " SEC ".
           05  WS-N-SECTION-NO      PIC 9(2).
           05  FILLER               PIC X(6)  VALUE " TERM ".
           05  WS-N-TERM-CODE       PIC X(6).
           05  FILLER               PIC X(14) VALUE " FROM WAITLIST".
                 CLOSE ENROLLMENT-FILE
                 OPEN I-O ENROLLMENT-FILE
              END-IF
              OPEN INPUT OVERLOAD-FILE
              IF WS-OVERLOAD-STATUS = "00"
                 MOVE "Y" TO WS-OVLDFILE-SW
              END-IF
              OPEN INPUT ADVISED-FILE
              IF WS-ADVISED-STATUS = "00"
                 MOVE "Y" TO WS-ADVFILE-SW
              ELSE IF WS-ADVISED-STATUS NOT = "35"
                 MOVE "E" TO WS-ADVFILE-SW
                 DISPLAY "Warning: unable to open term advising "
                    "file, status " WS-ADVISED-STATUS " - no"
                    " enrollment can be taken."
              END-IF
              END-IF
              OPEN I-O WAITLIST-FILE
              IF WS-WAIT-STATUS = "35"
                 CLOSE WAITLIST-FILE
                    PERFORM 5000-DROP-ENROLLMENT
              END-EVALUATE
              CLOSE WAITLIST-FILE
              IF ADVISED-FILE-AVAILABLE
                 CLOSE ADVISED-FILE
              END-IF
              IF OVERLOAD-FILE-AVAILABLE
                 CLOSE OVERLOAD-FILE
              END-IF
              CLOSE ENROLLMENT-FILE
              CLOSE SECTION-FILE
              CLOSE GRADE-FILE

       1000-ENROLL-STUDENT.
           PERFORM 1100-GET-STUDENT-ID.
           MOVE "N" TO WS-HOLD-SW.
           IF SM-STUDENT-ACTIVE
              CALL "HOLDCHK" USING WS-STUDENT-ID WS-HOLD-SERVICE
                 WS-HOLD-SW WS-HOLD-TYPE WS-HOLD-OFFICE
           END-IF.
           EVALUATE TRUE
              WHEN NOT SM-STUDENT-ACTIVE
                 DISPLAY "Student " WS-STUDENT-ID " has status "
                    SM-STATUS " - only active students may enroll."
              WHEN SERVICE-ON-HOLD
                 DISPLAY "Enrollment refused - student "
                    WS-STUDENT-ID " has an active " WS-HOLD-TYPE
                    " hold placed by " WS-HOLD-OFFICE "."
              WHEN OTHER
                 MOVE "N" TO WS-SEAT-OK-SW
                 MOVE "N" TO WS-WAITLISTED-SW
                 MOVE "Y" TO WS-ADVISED-SW
                 PERFORM UNTIL SEAT-AVAILABLE OR STUDENT-WAITLISTED
                    OR STUDENT-NOT-ADVISED
                    PERFORM 1200-GET-COURSE-CODE
                    PERFORM 1300-GET-TERM-CODE
                    PERFORM 1320-GET-SECTION-NUMBER
                    PERFORM 1350-CHECK-ADD-DEADLINE
                    IF DEADLINE-OK
                       PERFORM 1310-CHECK-TERM-ADVISED
                    END-IF
                    IF DEADLINE-OK AND STUDENT-ADVISED
                       PERFORM 1400-CHECK-COURSE-CAPACITY
                    END-IF
                 END-PERFORM
                 IF SEAT-AVAILABLE
                    PERFORM 1600-CHECK-TIME-CLASH
                    IF SECTION-CLASH
                       DISPLAY "Enrollment refused - resolve the"
                          " timetable clash first."
                    ELSE
                       MOVE WS-STUDENT-ID  TO WS-LOAD-STUDENT-ID
                       MOVE WS-COURSE-CODE TO WS-LOAD-COURSE-CODE
                       MOVE WS-TERM-CODE   TO WS-LOAD-TERM-CODE
                       PERFORM 1800-CHECK-TERM-LOAD
                       IF OVER-LOAD-LIMIT
                          DISPLAY "Enrollment refused - "
                             WS-TERM-HOURS " credit hours exceeds the"
                             " maximum load of " WS-MAX-LOAD-HOURS
                             " without an overload approval."
                       ELSE
                          PERFORM 2000-STORE-ENROLLMENT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

       1100-GET-STUDENT-ID.
           *> Keep prompting until the entered id is a properly formed
              END-IF
           END-PERFORM.

       1310-CHECK-TERM-ADVISED.
           *> The student must have been marked advised for the term
           *> through ADVISOR-MAINT before any enrollment for it is
           *> taken - there is no override; the advisor sets the
           *> flag. With no advising file yet nobody has been
           *> advised; one that cannot be read advises nobody either.
           MOVE "Y" TO WS-ADVISED-SW.
           IF ADVISED-FILE-IN-ERROR
              MOVE "N" TO WS-ADVISED-SW
              DISPLAY "Enrollment refused - the term advising file"
                 " cannot be read, status " WS-ADVISED-STATUS "."
           ELSE IF ADVISED-FILE-MISSING
              MOVE "N" TO WS-ADVISED-SW
              DISPLAY "Enrollment refused - student "
                 WS-STUDENT-ID " has not been advised for term "
                 WS-TERM-CODE " - their advisor must mark them"
                 " advised first."
           ELSE
              MOVE WS-STUDENT-ID TO AV-STUDENT-ID
              MOVE WS-TERM-CODE  TO AV-TERM-CODE
              READ ADVISED-FILE
                 INVALID KEY
                    MOVE "N" TO WS-ADVISED-SW
                 NOT INVALID KEY
                    IF NOT AV-STUDENT-ADVISED
                       MOVE "N" TO WS-ADVISED-SW
                    END-IF
              END-READ
              IF STUDENT-NOT-ADVISED
                 DISPLAY "Enrollment refused - student "
                    WS-STUDENT-ID " has not been advised for term "
                    WS-TERM-CODE " - their advisor must mark them"
                    " advised first."
              END-IF
           END-IF
           END-IF.

       1320-GET-SECTION-NUMBER.
           *> Where the course has sections on the timetable for the
           *> term the student goes into one of them - keyed, or
           *> taken without asking when there is only one. A course
           *> with no sections filed (or no section file on hand)
           *> runs as section 01 with the course capacity.
           MOVE 1 TO WS-SECTION-NO.
           MOVE "N" TO WS-SECTION-FOUND-SW.
           IF SECTION-FILE-AVAILABLE
              PERFORM 1330-COUNT-TERM-SECTIONS
              EVALUATE TRUE
                 WHEN WS-SECTIONS-OFFERED = ZERO
                    MOVE 1 TO WS-SECTION-NO
                 WHEN WS-SECTIONS-OFFERED = 1
                    MOVE "Y" TO WS-SECTION-FOUND-SW
                    DISPLAY "Section " WS-SECTION-NO " is the only"
                       " section of " WS-COURSE-CODE " this term."
                 WHEN OTHER
                    PERFORM 1340-KEY-SECTION-NUMBER
              END-EVALUATE
           END-IF.
           IF SECTION-ON-FILE
              MOVE WS-COURSE-CODE TO CS-COURSE-CODE
              MOVE WS-TERM-CODE   TO CS-TERM-CODE
              MOVE WS-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    MOVE "N" TO WS-SECTION-FOUND-SW
              END-READ
           END-IF.
           IF SECTION-ON-FILE AND CS-SEAT-LIMIT > ZERO
              MOVE CS-SEAT-LIMIT TO WS-SEAT-LIMIT
           ELSE
              MOVE CM-CAPACITY   TO WS-SEAT-LIMIT
           END-IF.

       1330-COUNT-TERM-SECTIONS.
           *> Lists the course's sections for the term, leaving the
           *> count in WS-SECTIONS-OFFERED and the last section
           *> number seen in WS-SECTION-NO.
           MOVE ZERO TO WS-SECTIONS-OFFERED.
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
                       ADD 1 TO WS-SECTIONS-OFFERED
                       MOVE CS-SECTION-NO TO WS-SECTION-NO
                       DISPLAY "Section " CS-SECTION-NO " meets "
                          CS-MEETING-DAYS " " CS-START-TIME "-"
                          CS-END-TIME " in " CS-ROOM
                    ELSE
                       MOVE "N" TO WS-MORE-SECTIONS-SW
                    END-IF
              END-READ
           END-PERFORM.

       1340-KEY-SECTION-NUMBER.
           PERFORM UNTIL SECTION-ON-FILE
              DISPLAY "Input section number: " WITH NO ADVANCING
              ACCEPT WS-SECTION-NO
              MOVE WS-COURSE-CODE TO CS-COURSE-CODE
              MOVE WS-TERM-CODE   TO CS-TERM-CODE
              MOVE WS-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    DISPLAY "Invalid section - " WS-COURSE-CODE
                       " has no section " WS-SECTION-NO
                       " in term " WS-TERM-CODE "."
                 NOT INVALID KEY
                    MOVE "Y" TO WS-SECTION-FOUND-SW
              END-READ
           END-PERFORM.

       1350-CHECK-ADD-DEADLINE.
           *> The registrar's add deadline for the term, off the
           *> term calendar record fetched by 1300-GET-TERM-CODE.
           END-IF.

       1400-CHECK-COURSE-CAPACITY.
           *> Count the seats already taken in this section of the
           *> course for the term via the course alternate index, and
           *> refuse an enrollment that would go over the section's
           *> seats (the course capacity for an unsectioned course)
           *> unless a
           *> supervisor override is given. Before this check the 41st
           *> student went straight into a 40-seat course and we only
           *> heard about it from the department. With no course
           END-PERFORM.

       1420-CHECK-SEATS-AGAINST-CAP.
           PERFORM 1450-COUNT-SECTION-SEATS.
           IF WS-SEAT-COUNT < WS-SEAT-LIMIT
              MOVE "Y" TO WS-SEAT-OK-SW
           ELSE
              DISPLAY "Course " WS-COURSE-CODE " section "
                 WS-SECTION-NO " is full - " WS-SEAT-COUNT " of "
                 WS-SEAT-LIMIT " seats taken for term "
                 WS-TERM-CODE "."
              MOVE "N" TO WS-OVERRIDE-SW
              DISPLAY "Supervisor override - enroll anyway (Y/N): "
                 WITH NO ADVANCING
           *> order when a drop frees a seat.
           MOVE "N" TO WS-WAIT-CHOICE-SW.
           DISPLAY "Add student to the waitlist for "
              WS-COURSE-CODE " section " WS-SECTION-NO " term "
              WS-TERM-CODE " (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-WAIT-CHOICE-SW.
           IF WANTS-WAITLIST
              PERFORM 1550-ADD-TO-WAITLIST

       1560-SCAN-AND-FILE-WAITLIST.
           *> The next sequence number is one past the highest already
           *> on file for the course, term and section, so the queue
           *> keeps its first-come order across sessions. The same
           *> scan spots the student if they are already in this
           *> queue.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           MOVE "N" TO WS-ALREADY-WAITED-SW.
           MOVE "Y" TO WS-MORE-WAITS-SW.
           MOVE WS-COURSE-CODE TO WL-COURSE-CODE.
           MOVE WS-TERM-CODE   TO WL-TERM-CODE.
           MOVE WS-SECTION-NO  TO WL-SECTION-NO.
           MOVE ZERO           TO WL-SEQUENCE.
           START WAITLIST-FILE KEY IS >= WL-WAIT-KEY
              INVALID KEY
                 NOT AT END
                    IF WL-COURSE-CODE = WS-COURSE-CODE
                       AND WL-TERM-CODE = WS-TERM-CODE
                       AND WL-SECTION-NO = WS-SECTION-NO
                       MOVE WL-SEQUENCE TO WS-NEXT-SEQUENCE
                       IF WL-STUDENT-ID = WS-STUDENT-ID
                          MOVE "Y" TO WS-ALREADY-WAITED-SW
           END-PERFORM.
           IF ALREADY-WAITLISTED
              DISPLAY "Student " WS-STUDENT-ID " is already on the"
                 " waitlist for " WS-COURSE-CODE " section "
                 WS-SECTION-NO " term " WS-TERM-CODE "."
              MOVE "Y" TO WS-WAITLISTED-SW
           ELSE
              PERFORM 1570-WRITE-WAITLIST-RECORD
           ADD 1 TO WS-NEXT-SEQUENCE.
           MOVE WS-COURSE-CODE    TO WL-COURSE-CODE.
           MOVE WS-TERM-CODE      TO WL-TERM-CODE.
           MOVE WS-SECTION-NO     TO WL-SECTION-NO.
           MOVE WS-NEXT-SEQUENCE  TO WL-SEQUENCE.
           MOVE WS-STUDENT-ID     TO WL-STUDENT-ID.
           ACCEPT WL-WAIT-DATE FROM DATE YYYYMMDD.
           ELSE
              MOVE "Y" TO WS-WAITLISTED-SW
              DISPLAY "Student " WS-STUDENT-ID " waitlisted for "
                 WS-COURSE-CODE " section " WS-SECTION-NO " term "
                 WS-TERM-CODE " at position " WS-NEXT-SEQUENCE "."
           END-IF.

       1450-COUNT-SECTION-SEATS.
           MOVE ZERO TO WS-SEAT-COUNT.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE WS-COURSE-CODE TO EN-COURSE-CODE.
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          AND EN-SECTION-NO = WS-SECTION-NO
                          ADD 1 TO WS-SEAT-COUNT
                       END-IF
                    END-IF
           END-PERFORM.

       1600-CHECK-TIME-CLASH.
           *> If the chosen section is posted for the term, hold its
           *> meeting times against the section of every course the
           *> student is already enrolled in for the same term. A
           *> course with no posted section has no times to clash
           *> on. With no
           *> section file on hand there is nothing to check - the
           *> warning at start-up already said so.
           MOVE "N" TO WS-CLASH-SW.
           IF SECTION-FILE-AVAILABLE
              MOVE WS-COURSE-CODE TO CS-COURSE-CODE
              MOVE WS-TERM-CODE   TO CS-TERM-CODE
              MOVE WS-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    CONTINUE
           *> at least one common meeting day.
           MOVE EN-COURSE-CODE TO CS-COURSE-CODE.
           MOVE EN-TERM-CODE   TO CS-TERM-CODE.
           MOVE EN-SECTION-NO  TO CS-SECTION-NO.
           READ SECTION-FILE
              INVALID KEY
                 CONTINUE
              IF SECTION-CLASH
                 DISPLAY "Time clash - " WS-COURSE-CODE " meets "
                    WS-NEW-START "-" WS-NEW-END " against "
                    EN-COURSE-CODE " section " EN-SECTION-NO " at "
                    CS-START-TIME "-" CS-END-TIME " in term "
                    WS-TERM-CODE "."
              END-IF
           END-IF.

              END-IF
           END-PERFORM.

       1800-CHECK-TERM-LOAD.
           *> Total the credit hours of the student's other courses
           *> in the term plus the new one, and hold the total to the
           *> maximum load unless an overload approval for the term
           *> allows it. With no course master on hand there are no
           *> credit hours to total - the warning at start-up
           *> already said so.
           MOVE "N"  TO WS-OVER-LOAD-SW.
           MOVE ZERO TO WS-TERM-HOURS WS-NEW-CREDIT-HOURS.
           IF COURSE-FILE-AVAILABLE
              MOVE WS-LOAD-COURSE-CODE TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-COURSE-STATUS = "00" AND CM-CREDIT-HOURS NUMERIC
                 MOVE CM-CREDIT-HOURS TO WS-NEW-CREDIT-HOURS
              END-IF
              PERFORM 1850-SUM-TERM-HOURS
              ADD WS-NEW-CREDIT-HOURS TO WS-TERM-HOURS
              CALL "LOADSTAT" USING WS-TERM-HOURS WS-LOAD-STATUS
                 WS-LOAD-DESC WS-MAX-LOAD-HOURS
              IF WS-TERM-HOURS > WS-MAX-LOAD-HOURS
                 PERFORM 1870-CHECK-OVERLOAD-APPROVAL
              END-IF
           END-IF.

       1850-SUM-TERM-HOURS.
           *> The new course itself is left out - it is added on top,
           *> and an enrollment already on file for it is refused
           *> later anyway.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE WS-LOAD-STUDENT-ID TO EN-STUDENT-ID.
           MOVE SPACES             TO EN-COURSE-CODE EN-TERM-CODE.
           START ENROLLMENT-FILE KEY IS >= EN-ENROLL-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENROLLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENROLLS-SW
                 NOT AT END
                    IF EN-STUDENT-ID NOT = WS-LOAD-STUDENT-ID
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-LOAD-TERM-CODE
                          AND EN-COURSE-CODE NOT = WS-LOAD-COURSE-CODE
                          PERFORM 1860-ADD-COURSE-HOURS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1860-ADD-COURSE-HOURS.
           MOVE EN-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-COURSE-STATUS = "00" AND CM-CREDIT-HOURS NUMERIC
              ADD CM-CREDIT-HOURS TO WS-TERM-HOURS
           END-IF.

       1870-CHECK-OVERLOAD-APPROVAL.
           MOVE "Y" TO WS-OVER-LOAD-SW.
           IF OVERLOAD-FILE-AVAILABLE
              MOVE WS-LOAD-STUDENT-ID TO OV-STUDENT-ID
              MOVE WS-LOAD-TERM-CODE  TO OV-TERM-CODE
              READ OVERLOAD-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-OVERLOAD-STATUS = "00"
                 IF WS-TERM-HOURS > OV-APPROVED-HOURS
                    DISPLAY "Overload approval on file allows only "
                       OV-APPROVED-HOURS " credit hours."
                 ELSE
                    MOVE "N" TO WS-OVER-LOAD-SW
                    DISPLAY "Overload of " WS-TERM-HOURS
                       " credit hours approved by " OV-APPROVED-BY
                       " on " OV-APPROVED-DATE "."
                 END-IF
              END-IF
           END-IF.

       2000-STORE-ENROLLMENT.
           MOVE WS-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE WS-COURSE-CODE TO EN-COURSE-CODE.
              MOVE WS-STUDENT-ID  TO EN-STUDENT-ID
              MOVE WS-COURSE-CODE TO EN-COURSE-CODE
              MOVE WS-TERM-CODE   TO EN-TERM-CODE
              MOVE WS-SECTION-NO  TO EN-SECTION-NO
              ACCEPT EN-ENROLL-DATE FROM DATE YYYYMMDD
              WRITE ENROLLMENT-RECORD
              IF WS-ENROLL-STATUS NOT = "00"
                    WS-ENROLL-STATUS
              ELSE
                 DISPLAY "Student " WS-STUDENT-ID " enrolled on "
                    WS-COURSE-CODE " section " WS-SECTION-NO
                    " for term " WS-TERM-CODE "."
                 IF COURSE-FILE-AVAILABLE
                    DISPLAY "Term load is now " WS-TERM-HOURS
                       " credit hours - " WS-LOAD-DESC
                 END-IF
              END-IF
           END-IF.

                    " term " WS-TERM-CODE " - nothing dropped."
           END-READ.
           IF WS-ENROLL-STATUS = "00"
      *> The freed seat is in the student's own section, so that
      *> is the queue the promotion serves.
              MOVE EN-SECTION-NO TO WS-SECTION-NO
              DELETE ENROLLMENT-FILE
              IF WS-ENROLL-STATUS NOT = "00"
                 DISPLAY "Unable to drop enrollment, status "
           END-IF.

       6000-PROMOTE-FROM-WAITLIST.
           *> A seat has just been freed in section WS-SECTION-NO of
           *> WS-COURSE-CODE for WS-TERM-CODE - promote the first
           *> student in that section's line, file
           *> the enrollment for them, and print a notification line
           *> so the office can tell them, instead of someone watching
           *> the morning report for a drop.
           MOVE "Y" TO WS-MORE-WAITS-SW.
           MOVE WS-COURSE-CODE TO WL-COURSE-CODE.
           MOVE WS-TERM-CODE   TO WL-TERM-CODE.
           MOVE WS-SECTION-NO  TO WL-SECTION-NO.
           MOVE ZERO           TO WL-SEQUENCE.
           START WAITLIST-FILE KEY IS >= WL-WAIT-KEY
              INVALID KEY
                 NOT AT END
                    IF WL-COURSE-CODE = WS-COURSE-CODE
                       AND WL-TERM-CODE = WS-TERM-CODE
                       AND WL-SECTION-NO = WS-SECTION-NO
                       PERFORM 6050-CHECK-PROMOTEE-CLASH
                       CALL "HOLDCHK" USING WL-STUDENT-ID
                          WS-HOLD-SERVICE WS-HOLD-SW WS-HOLD-TYPE
                          WS-HOLD-OFFICE
                       MOVE WL-STUDENT-ID  TO WS-LOAD-STUDENT-ID
                       MOVE WL-COURSE-CODE TO WS-LOAD-COURSE-CODE
                       MOVE WL-TERM-CODE   TO WS-LOAD-TERM-CODE
                       PERFORM 1800-CHECK-TERM-LOAD
                       EVALUATE TRUE
                          WHEN SECTION-CLASH
                             DISPLAY "Waitlisted student "
                                WL-STUDENT-ID " has a timetable"
                                " clash - left on the waitlist, seat"
                                " offered to the next in line."
                          WHEN SERVICE-ON-HOLD
                             DISPLAY "Waitlisted student "
                                WL-STUDENT-ID " has an active "
                                WS-HOLD-TYPE " hold placed by "
                                WS-HOLD-OFFICE " - left on the"
                                " waitlist, seat offered to the next"
                                " in line."
                          WHEN OVER-LOAD-LIMIT
                             DISPLAY "Waitlisted student "
                                WL-STUDENT-ID " would carry "
                                WS-TERM-HOURS " credit hours, over"
                                " the maximum load - left on the"
                                " waitlist, seat offered to the next"
                                " in line."
                          WHEN OTHER
                             PERFORM 6100-ENROLL-PROMOTED-STUDENT
                       END-EVALUATE
                    ELSE
                       MOVE "N" TO WS-MORE-WAITS-SW
                    END-IF
           IF SECTION-FILE-AVAILABLE
              MOVE WL-COURSE-CODE TO CS-COURSE-CODE
              MOVE WL-TERM-CODE   TO CS-TERM-CODE
              MOVE WL-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    CONTINUE
           MOVE WL-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE WL-COURSE-CODE TO EN-COURSE-CODE.
           MOVE WL-TERM-CODE   TO EN-TERM-CODE.
           MOVE WL-SECTION-NO  TO EN-SECTION-NO.
           ACCEPT EN-ENROLL-DATE FROM DATE YYYYMMDD.
           WRITE ENROLLMENT-RECORD.
           EVALUATE WS-ENROLL-STATUS
                 MOVE "Y" TO WS-PROMOTED-SW
                 DISPLAY "Student " WL-STUDENT-ID
                    " promoted from the waitlist onto "
                    WL-COURSE-CODE " section " WL-SECTION-NO
                    " term " WL-TERM-CODE "."
                 PERFORM 6200-WRITE-PROMOTION-NOTICE
                 DELETE WAITLIST-FILE
                 IF WS-WAIT-STATUS NOT = "00"
           END-IF.
           MOVE WL-STUDENT-ID  TO WS-N-STUDENT-ID.
           MOVE WL-COURSE-CODE TO WS-N-COURSE-CODE.
           MOVE WL-SECTION-NO  TO WS-N-SECTION-NO.
           MOVE WL-TERM-CODE   TO WS-N-TERM-CODE.
           ACCEPT WS-N-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOTIFY-DETAIL TO NOTIFY-LINE.
              WL-STUDENT-ID DELIMITED BY SIZE
              " ONTO " DELIMITED BY SIZE
              WL-COURSE-CODE DELIMITED BY SIZE
              " SEC " DELIMITED BY SIZE
              WL-SECTION-NO DELIMITED BY SIZE
              " TERM " DELIMITED BY SIZE
              WL-TERM-CODE DELIMITED BY SIZE
              INTO WS-NOTIFY-TEXT.
