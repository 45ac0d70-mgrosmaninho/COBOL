      * SHOW WHAT WENT OUT AND WHO PRINTED IT. THESE USED TO BE
      * COMPOSED IN A WORD PROCESSOR FROM WHATEVER STUDENT-INQUIRY
      * SHOWED.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - NO LETTER IS PRINTED FOR A STUDENT WITH AN ACTIVE
      *            HOLD THAT BLOCKS VERIFICATION LETTERS (HOLDS.DAT,
      *            CHECKED THROUGH THE SHARED HOLDCHK ROUTINE) - THE
      *            OPERATOR IS TOLD WHICH OFFICE PLACED IT.
      * 15/10/26 - EACH COURSE NOW PRINTS WITH ITS CREDIT HOURS, AND
      *            THE LETTER CERTIFIES THE STUDENT'S TERM LOAD AND
      *            FULL-TIME, HALF-TIME OR LESS-THAN-HALF-TIME STATUS
      *            (THRESHOLDS FROM THE SHARED LOADSTAT ROUTINE) -
      *            THE QUESTION MOST EMPLOYERS AND AGENCIES ASK.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-MORE-ENROLLS-SW        PIC X VALUE "Y".
           88  NO-MORE-ENROLLS              VALUE "N".
       01  WS-COURSE-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-TERM-HOURS             PIC 9(3) VALUE ZERO.
       01  WS-LOAD-STATUS            PIC X VALUE SPACE.
       01  WS-LOAD-DESC              PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS         PIC 9(2) VALUE ZERO.
       01  WS-TODAY-DATE             PIC 9(8) VALUE ZERO.
       01  WS-HOLD-SERVICE           PIC X VALUE "L".
       01  WS-HOLD-SW                PIC X VALUE "N".
           88  SERVICE-ON-HOLD              VALUE "Y".
       01  WS-HOLD-TYPE              PIC X(4) VALUE SPACES.
       01  WS-HOLD-OFFICE            PIC X(10) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER                PIC X(6)  VALUE "DATE: ".
           05  WS-C-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-TITLE            PIC X(30).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-CREDIT-HOURS     PIC Z9.
           05  FILLER                PIC X(13) VALUE
               " CREDIT HOURS".

       01  WS-LOAD-LINE.
           05  FILLER                PIC X(20) VALUE
               "ENROLLMENT STATUS:  ".
           05  WS-LD-DESC            PIC X(20).
           05  FILLER                PIC X(2)  VALUE "(".
           05  WS-LD-HOURS           PIC ZZ9.
           05  FILLER                PIC X(14) VALUE
               " CREDIT HOURS)".

       01  WS-CLOSING-LINE           PIC X(40) VALUE
           "ISSUED BY THE REGISTRAR'S OFFICE".
              MOVE "Y" TO WS-CRSFILE-SW
           END-IF.
           PERFORM 1100-GET-STUDENT-ID.
           CALL "HOLDCHK" USING WS-STUDENT-ID WS-HOLD-SERVICE
              WS-HOLD-SW WS-HOLD-TYPE WS-HOLD-OFFICE.
           EVALUATE TRUE
              WHEN NOT SM-STUDENT-ACTIVE
                 DISPLAY "Student " WS-STUDENT-ID " has status "
                    SM-STATUS " - a verification letter certifies"
                    " only active students."
              WHEN SERVICE-ON-HOLD
                 DISPLAY "Letter refused - student " WS-STUDENT-ID
                    " has an active " WS-HOLD-TYPE " hold placed by "
                    WS-HOLD-OFFICE "."
              WHEN OTHER
                 PERFORM 1300-GET-TERM-CODE
                 PERFORM 2000-PRINT-LETTER
           END-EVALUATE.
           IF COURSE-FILE-AVAILABLE
              CLOSE COURSE-MASTER-FILE
           END-IF.
              DISPLAY "Warning: no enrollments on file for term "
                 WS-TERM-CODE " - the letter says so."
           END-IF.
           IF COURSE-FILE-AVAILABLE
              CALL "LOADSTAT" USING WS-TERM-HOURS WS-LOAD-STATUS
                 WS-LOAD-DESC WS-MAX-LOAD-HOURS
              MOVE SPACES TO LETTER-LINE
              WRITE LETTER-LINE
              MOVE WS-LOAD-DESC  TO WS-LD-DESC
              MOVE WS-TERM-HOURS TO WS-LD-HOURS
              MOVE WS-LOAD-LINE  TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-CLOSING-LINE TO LETTER-LINE.
              WS-COURSE-COUNT " course(s).".

       2100-LIST-TERM-COURSES.
           MOVE ZERO TO WS-COURSE-COUNT WS-TERM-HOURS.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID.
           MOVE SPACES        TO EN-COURSE-CODE EN-TERM-CODE.
       2200-PRINT-ONE-COURSE.
           MOVE EN-COURSE-CODE TO WS-C-COURSE-CODE.
           MOVE SPACES TO WS-C-TITLE.
           MOVE ZERO   TO WS-C-CREDIT-HOURS.
           IF COURSE-FILE-AVAILABLE
              MOVE EN-COURSE-CODE TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CM-COURSE-TITLE TO WS-C-TITLE
                    IF CM-CREDIT-HOURS NUMERIC
                       MOVE CM-CREDIT-HOURS TO WS-C-CREDIT-HOURS
                       ADD CM-CREDIT-HOURS TO WS-TERM-HOURS
                    END-IF
              END-READ
           END-IF.
           MOVE WS-COURSE-LINE TO LETTER-LINE.
