      *            DELETED, RECORDS OUT - THROUGH THE SHARED CTLTOT
      *            ROUTINE, SO THE END-OF-DAY BALANCING RUN CAN
      *            PROVE THE FILE STILL ADDS UP.
      * 15/10/26 - THE INITIAL ENROLLMENT FOR AN ADDED STUDENT IS
      *            FILED IN SECTION 01 OF THE PRIMARY COURSE.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-JOB-NAME               PIC X(8) VALUE "STUDBTCH".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-FEED-HASH-ID           PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.
       01  WS-JOB-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-LOCK-HELD-SW           PIC X VALUE "N".
           88  LOCK-ACQUIRED                VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0040-CHECK-FEED-REGISTER.
           IF FC-FEED-REFUSED
              GOBACK
           END-IF.
           PERFORM 0050-ACQUIRE-MASTER-LOCK.
           IF NOT LOCK-ACQUIRED
              GOBACK
              CLOSE EXCEPTION-FILE
              COMPUTE WS-JOB-COUNT =
                 WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
              MOVE "RECORD" TO FC-FUNCTION
              CALL "FEEDCHK" USING FEED-CHECK-AREA
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-JOB-COUNT
              WS-CTL-RECORDS-IN WS-CTL-ADDED WS-CTL-CHANGED
              WS-CTL-DELETED WS-CTL-RECORDS-OUT.

       0040-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           *> The feed carries no money, so the student ids are
           *> hashed instead of an amount.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "STUDTRAN.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT STUDENT-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ STUDENT-TRANS-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE STUDENT-TRANS-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE STUDENT-TRANS-RECORD TO FC-LAST-RECORD
                       IF ST-STUDENT-ID IS NUMERIC
                          MOVE ST-STUDENT-ID TO WS-FEED-HASH-ID
                          ADD WS-FEED-HASH-ID TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-TRANS-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "RUN REFUSED - the feed register cannot be"
                    " read, so STUDTRAN.DAT is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "RUN REFUSED - STUDTRAN.DAT matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - nothing posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              MOVE "SKIPPED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-JOB-COUNT
           END-IF.

       0050-ACQUIRE-MASTER-LOCK.
           *> The same in-use lock STUDENT-RECORD takes - the feed
           *> must never interleave updates with a live maintenance
           MOVE ST-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE ST-COURSE-CODE TO EN-COURSE-CODE.
           MOVE ST-TERM-CODE   TO EN-TERM-CODE.
           MOVE 1              TO EN-SECTION-NO.
           MOVE WS-RUN-DATE TO EN-ENROLL-DATE.
           WRITE ENROLLMENT-RECORD.
           IF WS-ENROLL-STATUS NOT = "00"
