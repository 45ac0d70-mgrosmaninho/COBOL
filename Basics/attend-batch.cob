      * THRESHOLD, SO THE REGISTRAR FOLLOWS UP BEFORE FINANCIAL-AID
      * RULES FORCE A RETROACTIVE WITHDRAWAL. THE PAPER SHEETS
      * NOBODY KEYED ARE WHAT THIS REPLACES.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE FEED MAY NOW CARRY THE SECTION THE SHEET WAS
      *            TAKEN IN; A SECTION THAT IS NOT THE ONE THE
      *            STUDENT IS ENROLLED IN IS REJECTED, AND A BLANK
      *            ONE IS TAKEN FROM THE ENROLLMENT. THE POSTED
      *            RECORD CARRIES THE SECTION AND THE ABSENCE REPORT
      *            PRINTS IT.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      *********************************************************

       ENVIRONMENT DIVISION.
           05  TA-TERM-CODE         PIC X(6).
           05  TA-CLASS-DATE        PIC X(8).
           05  TA-PRESENT-FLAG      PIC X.
           05  TA-SECTION-NO        PIC X(2).

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.
       01  WS-JOB-NAME               PIC X(8) VALUE "ATTBATCH".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-FEED-HASH-ID           PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.

      *> The consecutive-absence scan groups on student/course/term
      *> as the posted file reads back in key order.
           05  WS-P-STUDENT-ID       PIC 9(6).
           05  WS-P-COURSE-CODE      PIC X(4).
           05  WS-P-TERM-CODE        PIC X(6).
       01  WS-P-SECTION-NO           PIC 9(2) VALUE ZERO.
       01  WS-CURRENT-RUN            PIC 9(3) VALUE ZERO.
       01  WS-LONGEST-RUN            PIC 9(3) VALUE ZERO.
       01  WS-FIRST-GROUP-SW         PIC X VALUE "Y".
       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(8)  VALUE "COURSE".
           05  FILLER                PIC X(5)  VALUE "SEC".
           05  FILLER                PIC X(8)  VALUE "TERM".
           05  FILLER                PIC X(16) VALUE "CONSEC ABSENCES".

           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-COURSE-CODE      PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-SECTION-NO       PIC 99.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-TERM-CODE        PIC X(6).
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-D-RUN              PIC ZZ9.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                PIC X(9)  VALUE "REJECTED ".
           05  WS-E-RECORD           PIC X(27).
           05  FILLER                PIC X(3)  VALUE " - ".
           05  WS-E-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-CHECK-FEED-REGISTER.
           IF FC-FEED-REFUSED
              GOBACK
           END-IF.
           OPEN INPUT ATTEND-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "Unable to open attendance feed, status "
           CLOSE ABSENCE-REPORT-FILE.
           CLOSE ATTENDANCE-FILE.
           CLOSE ENROLLMENT-FILE.
           MOVE "RECORD" TO FC-FUNCTION.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-POSTED-COUNT.
              WS-FLAGGED-COUNT " student(s) flagged.".
           GOBACK.

       0050-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           *> The feed carries no money, so the student ids are
           *> hashed instead of an amount.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "ATTTRAN.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT ATTEND-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ATTEND-TRANS-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE ATTEND-TRANS-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE ATTEND-TRANS-RECORD TO FC-LAST-RECORD
                       IF TA-STUDENT-ID IS NUMERIC
                          MOVE TA-STUDENT-ID TO WS-FEED-HASH-ID
                          ADD WS-FEED-HASH-ID TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTEND-TRANS-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "RUN REFUSED - the feed register cannot be"
                    " read, so ATTTRAN.DAT is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "RUN REFUSED - ATTTRAN.DAT matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - nothing posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              MOVE "SKIPPED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-POSTED-COUNT
           END-IF.

       0100-READ-ABSENCE-LIMIT.
           *> The threshold comes from the parameter card; with no
           *> card on hand the shipped fallback applies.
              MOVE "PRESENT FLAG NOT P OR A" TO WS-REJECT-REASON
           ELSE IF TA-CLASS-DATE NOT NUMERIC
              MOVE "CLASS DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE IF TA-SECTION-NO NOT = SPACES
              AND TA-SECTION-NO NOT NUMERIC
              MOVE "SECTION NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
              MOVE TA-CLASS-DATE TO WS-CLASS-DATE
              MOVE "N" TO WS-DATE-FUTURE-OPTION
                 INVALID KEY
                    MOVE "NO MATCHING ENROLLMENT ON FILE"
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF TA-SECTION-NO NOT = SPACES
                       AND TA-SECTION-NO NOT = EN-SECTION-NO
                       MOVE "STUDENT NOT ENROLLED IN THAT SECTION"
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.

           MOVE TA-TERM-CODE    TO AT-TERM-CODE.
           MOVE WS-CLASS-DATE   TO AT-CLASS-DATE.
           MOVE TA-PRESENT-FLAG TO AT-PRESENT-FLAG.
           MOVE EN-SECTION-NO   TO AT-SECTION-NO.
           WRITE ATTENDANCE-RECORD.
           EVALUATE WS-ATTEND-STATUS
              WHEN "00"
              END-IF
              MOVE "N" TO WS-FIRST-GROUP-SW
              MOVE WS-GROUP-KEY TO WS-PRIOR-KEY
              MOVE AT-SECTION-NO TO WS-P-SECTION-NO
              MOVE ZERO TO WS-CURRENT-RUN WS-LONGEST-RUN
           END-IF.
           IF AT-ABSENT
              ADD 1 TO WS-FLAGGED-COUNT
              MOVE WS-P-STUDENT-ID  TO WS-D-STUDENT-ID
              MOVE WS-P-COURSE-CODE TO WS-D-COURSE-CODE
              MOVE WS-P-SECTION-NO  TO WS-D-SECTION-NO
              MOVE WS-P-TERM-CODE   TO WS-D-TERM-CODE
              MOVE WS-LONGEST-RUN   TO WS-D-RUN
              MOVE WS-DETAIL-LINE TO REPORT-LINE
