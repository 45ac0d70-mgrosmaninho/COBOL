      *            SHARED SPOOLREG ROUTINE, SO YESTERDAY'S COPY
      *            SURVIVES TODAY'S RUN OVERWRITING ROSTER.PRT AND
      *            CAN BE REPRINTED FROM SPOOL-MAINT.
      * 15/10/26 - EACH LINE NOW SHOWS THE SECTION OF THE COURSE THE
      *            STUDENT IS ENROLLED IN.
      *********************************************************

       ENVIRONMENT DIVISION.
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-TERM-CODE         PIC X(6).
           05  SR-SECTION-NO        PIC 9(2).

       FD  ROSTER-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).
           05  FILLER                PIC X(15) VALUE "FORENAME".
           05  FILLER                PIC X(10) VALUE "STUDENT ID".
           05  FILLER                PIC X(8)  VALUE "COURSE".
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(3)  VALUE "SEC".

       01  WS-DETAIL-LINE.
           05  WS-D-SURNAME          PIC X(22).
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-SECTION-NO       PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
                          MOVE RX-STUDENT-ID  TO SR-STUDENT-ID
                          MOVE RX-COURSE-CODE TO SR-COURSE-CODE
                          MOVE RX-TERM-CODE   TO SR-TERM-CODE
                          MOVE RX-SECTION-NO  TO SR-SECTION-NO
                          RELEASE SORT-RECORD
                       END-IF
                 END-READ
                    MOVE SR-STUDENT-ID  TO WS-D-STUDENT-ID
                    MOVE SR-COURSE-CODE TO WS-D-COURSE-CODE
                    MOVE SR-TERM-CODE   TO WS-D-TERM-CODE
                    MOVE SR-SECTION-NO  TO WS-D-SECTION-NO
                    MOVE WS-DETAIL-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                    ADD 1 TO WS-LINE-COUNT
           MOVE RX-STUDENT-ID  TO WS-D-STUDENT-ID.
           MOVE RX-COURSE-CODE TO WS-D-COURSE-CODE.
           MOVE RX-TERM-CODE   TO WS-D-TERM-CODE.
           MOVE RX-SECTION-NO  TO WS-D-SECTION-NO.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
