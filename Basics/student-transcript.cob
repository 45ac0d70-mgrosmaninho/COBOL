      * 02/09/26 - A RETAKEN COURSE'S EARLIER ATTEMPT NOW PRINTS
      *            FLAGGED AS SUPERSEDED, PER THE REPEAT POLICY -
      *            BOTH ATTEMPTS USED TO PRINT AS IF BOTH COUNTED.
      * 15/10/26 - TRANSFER CREDIT POSTED THROUGH XFER-POST NOW
      *            PRINTS IN ITS OWN SECTION WITH THE INSTITUTION IT
      *            CAME FROM, INSTEAD OF AMONG THE GRADES EARNED HERE.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-GPA-STATUS             PIC XX VALUE SPACES.
       01  WS-STUDENT-ID             PIC 9(6) VALUE ZERO.
       01  WS-GRADE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TRANSFER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-MORE-GRADES-SW         PIC X VALUE "Y".
           88  NO-MORE-GRADES               VALUE "N".
       01  WS-MORE-GPAS-SW           PIC X VALUE "Y".
           05  FILLER                PIC X(16) VALUE "COURSES GRADED".
           05  WS-T-COUNT            PIC ZZZ9.

       01  WS-TRANSFER-HEADING.
           05  FILLER                PIC X(8)  VALUE "COURSE".
           05  FILLER                PIC X(32) VALUE "TITLE".
           05  FILLER                PIC X(10) VALUE "FROM".
           05  FILLER                PIC X(5)  VALUE "GRADE".

       01  WS-TRANSFER-LINE.
           05  WS-X-COURSE-CODE      PIC X(8).
           05  WS-X-TITLE            PIC X(32).
           05  WS-X-INSTITUTION      PIC X(10).
           05  WS-X-GRADE            PIC X(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-X-REPEAT           PIC X(10).

       01  WS-TRANSFER-TOTAL.
           05  FILLER                PIC X(16) VALUE "TRANSFERRED".
           05  WS-X-COUNT            PIC ZZZ9.

       01  WS-GPA-HEADING.
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(10) VALUE "TERM GPA".
              PERFORM 1100-PRINT-HEADINGS
              PERFORM 2000-PRINT-GRADE-LINES
              PERFORM 3000-PRINT-TOTAL
              IF WS-TRANSFER-COUNT NOT = ZERO
                 PERFORM 3500-PRINT-TRANSFER-CREDIT
              END-IF
              PERFORM 4000-PRINT-GPA-LINES
              CLOSE TRANSCRIPT-FILE
              IF WS-GPA-STATUS = "00"
                 CLOSE GPA-FILE
              END-IF
              DISPLAY "Transcript written with " WS-GRADE-COUNT
                 " course(s) and " WS-TRANSFER-COUNT
                 " transfer credit(s)."
              CLOSE GRADE-FILE
           END-IF.
           IF WS-COURSE-STATUS = "00"
                    IF GR-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-GRADES-SW
                    ELSE
                       IF GR-TRANSFER-CREDIT
                          ADD 1 TO WS-TRANSFER-COUNT
                       ELSE
                          PERFORM 2100-PRINT-ONE-GRADE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3500-PRINT-TRANSFER-CREDIT.
           *> Transfer credit posted through XFER-POST prints in a
           *> section of its own with the institution it came from,
           *> apart from the grades earned here - it carries no
           *> term of ours and no GPA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANSFER CREDIT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSFER-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-GRADES-SW.
           MOVE WS-STUDENT-ID TO GR-STUDENT-ID.
           MOVE SPACES        TO GR-COURSE-CODE GR-TERM-CODE.
           START GRADE-FILE KEY IS >= GR-GRADE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-GRADES-SW
           END-START.
           PERFORM UNTIL NO-MORE-GRADES
              READ GRADE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-GRADES-SW
                 NOT AT END
                    IF GR-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-GRADES-SW
                    ELSE
                       IF GR-TRANSFER-CREDIT
                          PERFORM 3600-PRINT-ONE-TRANSFER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSFER-COUNT TO WS-X-COUNT.
           MOVE WS-TRANSFER-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.

       3600-PRINT-ONE-TRANSFER.
           MOVE GR-COURSE-CODE TO WS-X-COURSE-CODE.
           IF WS-COURSE-STATUS = "00"
              MOVE GR-COURSE-CODE TO CM-COURSE-CODE
              READ COURSE-MASTER-FILE
                 INVALID KEY
                    MOVE "(TITLE NOT ON COURSE MASTER)"
                       TO WS-X-TITLE
                 NOT INVALID KEY
                    MOVE CM-COURSE-TITLE TO WS-X-TITLE
              END-READ
           ELSE
              MOVE SPACES TO WS-X-TITLE
           END-IF.
           MOVE GR-TRANSFER-INST TO WS-X-INSTITUTION.
           MOVE GR-GRADE         TO WS-X-GRADE.
           IF GR-SUPERSEDED
              MOVE "SUPERSEDED" TO WS-X-REPEAT
           ELSE
              MOVE SPACES TO WS-X-REPEAT
           END-IF.
           MOVE WS-TRANSFER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-PRINT-GPA-LINES.
           *> The GPA summary file is written by the term-end
           *> TERM-GPA-BATCH run - one line per closed term, with
