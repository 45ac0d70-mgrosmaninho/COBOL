      * GOING OUT BY SOMEONE EYEBALLING ROSTER.PRT AND RE-TYPING.
      * A COURSE WITH NO ASSIGNED INSTRUCTOR PRINTS UNDER
      * INSTRUCTOR 0000 SO ITS STUDENTS ARE NOT SILENTLY DROPPED.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - ONE CLASS LIST NOW PRINTS PER SECTION OF A COURSE,
      *            UNDER THE INSTRUCTOR ON THE SECTION TIMETABLE
      *            RECORD - THE COURSE MASTER'S INSTRUCTOR STILL
      *            APPLIES WHERE NO SECTION IS FILED OR THE SECTION
      *            NAMES NOBODY.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS IN-INSTRUCTOR-ID
              FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CS-SECTION-KEY
              FILE STATUS IS WS-SECTION-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "CLLSSORT.WRK".

           SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLST.PRT"
       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  SECTION-FILE.
       COPY SECTREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-INSTRUCTOR-ID     PIC 9(4).
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-TERM-CODE         PIC X(6).
           05  SR-SECTION-NO        PIC 9(2).
           05  SR-SURNAME           PIC X(10).
           05  SR-FORENAME          PIC X(10).
           05  SR-STUDENT-ID        PIC 9(6).
       01  WS-INSTRUCTOR-STATUS      PIC XX VALUE SPACES.
       01  WS-INSTFILE-SW            PIC X VALUE "N".
           88  INSTRUCTOR-FILE-AVAILABLE    VALUE "Y".
       01  WS-SECTION-STATUS         PIC XX VALUE SPACES.
       01  WS-SECTFILE-SW            PIC X VALUE "N".
           88  SECTION-FILE-AVAILABLE       VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
           05  WS-P-INSTRUCTOR-ID    PIC 9(4) VALUE 9999.
           05  WS-P-COURSE-CODE      PIC X(4) VALUE SPACES.
           05  WS-P-TERM-CODE        PIC X(6) VALUE SPACES.
           05  WS-P-SECTION-NO       PIC 9(2) VALUE ZERO.
       01  WS-FIRST-GROUP-SW         PIC X VALUE "Y".
           88  FIRST-GROUP                  VALUE "Y".

           05  WS-C-TITLE            PIC X(30).
           05  FILLER                PIC X(6)  VALUE " TERM ".
           05  WS-C-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(9)  VALUE " SECTION ".
           05  WS-C-SECTION-NO       PIC 99.

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
                    "master, status " WS-INSTRUCTOR-STATUS
                    " - lists print with ids only."
              END-IF
              OPEN INPUT SECTION-FILE
              IF WS-SECTION-STATUS = "00"
                 MOVE "Y" TO WS-SECTFILE-SW
              END-IF
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-INSTRUCTOR-ID SR-COURSE-CODE
                    SR-TERM-CODE SR-SECTION-NO SR-SURNAME
                    SR-FORENAME
                 INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
                 OUTPUT PROCEDURE IS 2000-PRINT-CLASS-LISTS
              IF SECTION-FILE-AVAILABLE
                 CLOSE SECTION-FILE
              END-IF
              IF INSTRUCTOR-FILE-AVAILABLE
                 CLOSE INSTRUCTOR-FILE
              END-IF
           END-IF.

       1100-RELEASE-ONE-RECORD.
           *> The instructor comes off the section timetable record,
           *> else the course master; a course not on the master
           *> (or with nobody assigned) sorts under instructor 0000
           *> rather than losing its students.
           MOVE RX-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
              INVALID KEY
              NOT INVALID KEY
                 MOVE CM-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
           END-READ.
           IF SECTION-FILE-AVAILABLE
              MOVE RX-COURSE-CODE TO CS-COURSE-CODE
              MOVE RX-TERM-CODE   TO CS-TERM-CODE
              MOVE RX-SECTION-NO  TO CS-SECTION-NO
              READ SECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CS-INSTRUCTOR-ID NOT = ZERO
                       MOVE CS-INSTRUCTOR-ID TO SR-INSTRUCTOR-ID
                    END-IF
              END-READ
           END-IF.
           MOVE RX-COURSE-CODE TO SR-COURSE-CODE.
           MOVE RX-TERM-CODE   TO SR-TERM-CODE.
           MOVE RX-SECTION-NO  TO SR-SECTION-NO.
           MOVE RX-SURNAME     TO SR-SURNAME.
           MOVE RX-FORENAME    TO SR-FORENAME.
           MOVE RX-STUDENT-ID  TO SR-STUDENT-ID.
           IF SR-INSTRUCTOR-ID NOT = WS-P-INSTRUCTOR-ID
              OR SR-COURSE-CODE NOT = WS-P-COURSE-CODE
              OR SR-TERM-CODE NOT = WS-P-TERM-CODE
              OR SR-SECTION-NO NOT = WS-P-SECTION-NO
              IF NOT FIRST-GROUP
                 PERFORM 2300-CLOSE-GROUP
              END-IF
           MOVE SR-INSTRUCTOR-ID TO WS-P-INSTRUCTOR-ID.
           MOVE SR-COURSE-CODE   TO WS-P-COURSE-CODE.
           MOVE SR-TERM-CODE     TO WS-P-TERM-CODE.
           MOVE SR-SECTION-NO    TO WS-P-SECTION-NO.
           MOVE SR-INSTRUCTOR-ID TO WS-I-INSTRUCTOR-ID.
           MOVE SPACES TO WS-I-FORENAME WS-I-SURNAME.
           IF INSTRUCTOR-FILE-AVAILABLE
                 MOVE CM-COURSE-TITLE TO WS-C-TITLE
           END-READ.
           MOVE SR-TERM-CODE TO WS-C-TERM-CODE.
           MOVE SR-SECTION-NO TO WS-C-SECTION-NO.
           MOVE WS-COURSE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
