       IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLD-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: ACTIVE STUDENT HOLDS BY OFFICE. READS THE HOLDS
      * FILE MAINTAINED BY HOLD-MAINT, SORTS EVERY HOLD NOT YET
      * RELEASED BY THE OFFICE THAT PLACED IT, AND PRINTS ONE GROUP
      * PER OFFICE - STUDENT, NAME, HOLD TYPE, DATE PLACED, THE
      * SERVICES BLOCKED AND THE REASON - WITH A COUNT PER OFFICE,
      * SO EACH OFFICE CAN WORK DOWN THE HOLDS IT OWNS (HOLDRPT.PRT).
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HD-HOLD-KEY
              FILE STATUS IS WS-HOLD-STATUS.

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

           SELECT SORT-WORK-FILE ASSIGN TO "HOLDSORT.WRK".

           SELECT REPORT-FILE ASSIGN TO "HOLDRPT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-OFFICE            PIC X(10).
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-SEQUENCE          PIC 9(3).
           05  SR-HOLD-TYPE         PIC X(4).
           05  SR-PLACED-DATE       PIC 9(8).
           05  SR-BLOCKS            PIC X(4).
           05  SR-REASON            PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "HOLDRPT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-HOLD-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-OFFICE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-GROUP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PRIOR-OFFICE           PIC X(10) VALUE SPACES.
       01  WS-FIRST-GROUP-SW         PIC X VALUE "Y".
           88  FIRST-GROUP                  VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "ACTIVE STUDENT HOLDS BY OFFICE".
           05  FILLER                PIC X(8)  VALUE "  AS OF ".
           05  WS-T-DATE             PIC 9(8).

       01  WS-OFFICE-LINE.
           05  FILLER                PIC X(7)  VALUE "OFFICE ".
           05  WS-O-OFFICE           PIC X(10).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(6)  VALUE "TYPE".
           05  FILLER                PIC X(10) VALUE "PLACED".
           05  FILLER                PIC X(6)  VALUE "ETLG".
           05  FILLER                PIC X(6)  VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-FORENAME         PIC X(11).
           05  WS-D-SURNAME          PIC X(11).
           05  WS-D-HOLD-TYPE        PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-PLACED-DATE      PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BLOCKS           PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REASON           PIC X(27).

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                PIC X(14) VALUE "ACTIVE HOLDS".
           05  WS-G-COUNT            PIC ZZ,ZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                PIC X(26) VALUE
               "ACTIVE HOLDS, ALL OFFICES".
           05  WS-GT-COUNT           PIC ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "Unable to open holds file, status "
                 WS-HOLD-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-HOLD-COUNT.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
              MOVE "Y" TO WS-MSTFILE-SW
           ELSE
              DISPLAY "Warning: unable to open student master, "
                 "status " WS-MASTER-STATUS " - holds print with"
                 " ids only."
           END-IF.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-OFFICE SR-STUDENT-ID SR-SEQUENCE
              INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
              OUTPUT PROCEDURE IS 2000-PRINT-HOLDS.
           IF MASTER-FILE-AVAILABLE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE HOLD-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-HOLD-COUNT.
           DISPLAY "Active holds report written - " WS-HOLD-COUNT
              " hold(s) for " WS-OFFICE-COUNT " office(s).".
           GOBACK.

       1000-LOAD-SORT-FILE.
           PERFORM UNTIL NO-MORE-RECORDS
              READ HOLD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF HD-HOLD-ACTIVE
                       MOVE HD-OFFICE      TO SR-OFFICE
                       MOVE HD-STUDENT-ID  TO SR-STUDENT-ID
                       MOVE HD-SEQUENCE    TO SR-SEQUENCE
                       MOVE HD-HOLD-TYPE   TO SR-HOLD-TYPE
                       MOVE HD-PLACED-DATE TO SR-PLACED-DATE
                       MOVE HD-BLOCKS      TO SR-BLOCKS
                       MOVE HD-REASON      TO SR-REASON
                       RELEASE SORT-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       2000-PRINT-HOLDS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-PRINT-ONE-HOLD
              END-RETURN
           END-PERFORM.
           IF NOT FIRST-GROUP
              PERFORM 2300-CLOSE-GROUP
           END-IF.
           MOVE WS-HOLD-COUNT TO WS-GT-COUNT.
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

       2100-PRINT-ONE-HOLD.
           IF FIRST-GROUP OR SR-OFFICE NOT = WS-PRIOR-OFFICE
              IF NOT FIRST-GROUP
                 PERFORM 2300-CLOSE-GROUP
              END-IF
              PERFORM 2200-PRINT-GROUP-HEADER
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE SR-STUDENT-ID TO WS-D-STUDENT-ID.
           MOVE SPACES TO WS-D-FORENAME WS-D-SURNAME.
           IF MASTER-FILE-AVAILABLE
              MOVE SR-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE "(NOT ON" TO WS-D-FORENAME
                    MOVE "MASTER)" TO WS-D-SURNAME
                 NOT INVALID KEY
                    MOVE SM-FORENAME TO WS-D-FORENAME
                    MOVE SM-SURNAME  TO WS-D-SURNAME
              END-READ
           END-IF.
           MOVE SR-HOLD-TYPE   TO WS-D-HOLD-TYPE.
           MOVE SR-PLACED-DATE TO WS-D-PLACED-DATE.
           MOVE SR-BLOCKS      TO WS-D-BLOCKS.
           MOVE SR-REASON      TO WS-D-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2200-PRINT-GROUP-HEADER.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           ADD 1 TO WS-OFFICE-COUNT.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE SR-OFFICE TO WS-PRIOR-OFFICE WS-O-OFFICE.
           MOVE WS-OFFICE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-CLOSE-GROUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GROUP-COUNT TO WS-G-COUNT.
           MOVE WS-GROUP-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
