      * WITH THAT SERIAL, SO EVERY OFFICIAL COPY WE EVER PRINTED IS
      * ON RECORD FOR THE REGISTRAR'S AUDIT. A REQUEST WITH THE FEE
      * UNPAID IS HELD AND REPORTED.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A REQUEST FOR A STUDENT WITH AN ACTIVE HOLD THAT
      *            BLOCKS TRANSCRIPTS (HOLDS.DAT, CHECKED THROUGH THE
      *            SHARED HOLDCHK ROUTINE) IS NOW LEFT PENDING AND
      *            REPORTED WITH THE OFFICE THAT PLACED THE HOLD,
      *            INSTEAD OF THE OFFICIAL COPY GOING OUT.
      * 15/10/26 - TRANSFER CREDIT POSTED THROUGH XFER-POST NOW
      *            PRINTS IN ITS OWN SECTION WITH THE INSTITUTION IT
      *            CAME FROM, AS ON STUDENT-TRANSCRIPT.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-LAST-SERIAL            PIC 9(6) VALUE ZERO.
       01  WS-ISSUED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-BLOCKED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-HOLD-SERVICE           PIC X VALUE "T".
       01  WS-HOLD-SW                PIC X VALUE "N".
           88  SERVICE-ON-HOLD              VALUE "Y".
       01  WS-HOLD-TYPE              PIC X(4) VALUE SPACES.
       01  WS-HOLD-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-GRADE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TRANSFER-COUNT         PIC 9(4) VALUE ZERO.

       01  WS-SERIAL-LINE.
           05  FILLER                PIC X(20) VALUE
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

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
              WS-JOB-ACCOUNT WS-ISSUED-COUNT.
           DISPLAY "Transcript queue run complete - "
              WS-ISSUED-COUNT " issued, " WS-HELD-COUNT
              " held for fee, " WS-BLOCKED-COUNT " held by a"
              " student hold.".
           GOBACK.

       0100-READ-SERIAL-CONTROL.
           END-PERFORM.

       2100-ISSUE-ONE-TRANSCRIPT.
           *> A student on a hold that blocks transcripts gets
           *> nothing until the office releases it - the request
           *> stays in the queue for the next run.
           CALL "HOLDCHK" USING TQ-STUDENT-ID WS-HOLD-SERVICE
              WS-HOLD-SW WS-HOLD-TYPE WS-HOLD-OFFICE.
           IF SERVICE-ON-HOLD
              ADD 1 TO WS-BLOCKED-COUNT
              DISPLAY "Request " TQ-REQUEST-NUMBER " held - student "
                 TQ-STUDENT-ID " has an active " WS-HOLD-TYPE
                 " hold placed by " WS-HOLD-OFFICE "."
           ELSE
              PERFORM 2150-ISSUE-UNBLOCKED-TRANSCRIPT
           END-IF.

       2150-ISSUE-UNBLOCKED-TRANSCRIPT.
           MOVE TQ-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
           MOVE WS-GRADE-COUNT TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRANSFER-COUNT NOT = ZERO
              PERFORM 2500-PRINT-TRANSFER-CREDIT
           END-IF.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-PRINT-GRADE-LINES.
           *> The same course/term/grade lines STUDENT-TRANSCRIPT
           *> prints, with a superseded repeat attempt flagged -
           *> transfer credit is only counted here and prints in its
           *> own section after the total.
           MOVE ZERO TO WS-GRADE-COUNT WS-TRANSFER-COUNT.
           MOVE "Y" TO WS-MORE-GRADES-SW.
           MOVE TQ-STUDENT-ID TO GR-STUDENT-ID.
           MOVE SPACES        TO GR-COURSE-CODE GR-TERM-CODE.
                    IF GR-STUDENT-ID NOT = TQ-STUDENT-ID
                       MOVE "N" TO WS-MORE-GRADES-SW
                    ELSE
                       IF GR-TRANSFER-CREDIT
                          ADD 1 TO WS-TRANSFER-COUNT
                       ELSE
                          PERFORM 2400-PRINT-ONE-GRADE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2500-PRINT-TRANSFER-CREDIT.
           *> The transfer credit section STUDENT-TRANSCRIPT prints,
           *> with the institution each credit came from.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANSFER CREDIT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSFER-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-GRADES-SW.
           MOVE TQ-STUDENT-ID TO GR-STUDENT-ID.
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
                    IF GR-STUDENT-ID NOT = TQ-STUDENT-ID
                       MOVE "N" TO WS-MORE-GRADES-SW
                    ELSE
                       IF GR-TRANSFER-CREDIT
                          PERFORM 2600-PRINT-ONE-TRANSFER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TRANSFER-COUNT TO WS-X-COUNT.
           MOVE WS-TRANSFER-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.

       2600-PRINT-ONE-TRANSFER.
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
