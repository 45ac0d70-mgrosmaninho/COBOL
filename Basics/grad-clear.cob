       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRAD-CLEAR.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: GRADUATION CLEARANCE RUN FOR A NAMED TERM.
      * WALKS THE STUDENT MASTER AND, FOR EVERY ACTIVE STUDENT,
      * CHECKS EACH REQUIREMENT FILED FOR THEIR PROGRAM ON
      * PROGREQ.DAT AGAINST THE GRADE FILE (A COUNTING PASSING
      * GRADE, AS DEGREE-AUDIT JUDGES IT), THAT EVERY COURSE THEY
      * TOOK IN THE TERM HAS BEEN GRADED, THAT THEIR STUDENT
      * ACCOUNT BALANCE IS ZERO AND THAT NO OFFICIAL TRANSCRIPT
      * REQUEST IS STILL PENDING. A STUDENT WHO CLEARS GOES ON THE
      * CERTIFIED GRADUATE LIST (GRADLIST.PRT) WITH THE DIPLOMA
      * NAME AS HELD ON THE MASTER, AND ON THE CLEARANCE FILE THE
      * REGISTRAR APPROVES THROUGH GRAD-APPROVE. A STUDENT WHO DOES
      * NOT CLEAR GOES ON THE EXCEPTION LIST (GRADEXCP.PRT) WITH
      * EVERY BLOCKING REASON. NO STATUS IS CHANGED HERE. A RERUN
      * FOR THE SAME TERM REPLACES THE CANDIDATES NOT YET APPROVED.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - EVERY ACTIVE STUDENT HOLD THAT BLOCKS GRADUATION
      *            (HOLDS.DAT, MAINTAINED BY HOLD-MAINT) IS NOW A
      *            BLOCKING REASON ON THE EXCEPTION LIST, NAMING THE
      *            HOLD TYPE AND THE OFFICE THAT PLACED IT.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PROGRAM-REQ-FILE ASSIGN TO "PROGREQ.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PR-REQ-KEY
              FILE STATUS IS WS-REQ-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO "STUDACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSCRIPT-REQ-FILE ASSIGN TO "TRANREQ.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS TQ-REQUEST-NUMBER
              FILE STATUS IS WS-REQUEST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-HOLD-KEY
              FILE STATUS IS WS-HOLD-STATUS.

           SELECT GRAD-CLEAR-FILE ASSIGN TO "GRADCLR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GL-CLEAR-KEY
              FILE STATUS IS WS-CLEAR-STATUS.

           SELECT GRADUATE-LIST-FILE ASSIGN TO "GRADLIST.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIST-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "GRADEXCP.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  PROGRAM-REQ-FILE.
       COPY PROGREQ.

       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  TRANSCRIPT-REQ-FILE.
       COPY TRANREQ.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  GRAD-CLEAR-FILE.
       COPY GRADCLR.

       FD  GRADUATE-LIST-FILE.
       01  LIST-LINE                 PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-REQ-STATUS             PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS           PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-ENRFILE-SW             PIC X VALUE "N".
           88  ENROLL-FILE-AVAILABLE        VALUE "Y".
       01  WS-ACCOUNT-STATUS         PIC XX VALUE SPACES.
       01  WS-ACCFILE-SW             PIC X VALUE "N".
           88  ACCOUNT-FILE-AVAILABLE       VALUE "Y".
       01  WS-REQUEST-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS            PIC XX VALUE SPACES.
       01  WS-HLDFILE-SW             PIC X VALUE "N".
           88  HOLD-FILE-AVAILABLE          VALUE "Y".
       01  WS-CLEAR-STATUS           PIC XX VALUE SPACES.
       01  WS-LIST-STATUS            PIC XX VALUE SPACES.
       01  WS-EXCP-STATUS            PIC XX VALUE SPACES.

       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-REQS-SW           PIC X VALUE "Y".
           88  NO-MORE-REQS                 VALUE "N".
       01  WS-MORE-GRADES-SW         PIC X VALUE "Y".
           88  NO-MORE-GRADES               VALUE "N".
       01  WS-MORE-ENROLLS-SW        PIC X VALUE "Y".
           88  NO-MORE-ENROLLS              VALUE "N".
       01  WS-MORE-POSTINGS-SW       PIC X VALUE "Y".
           88  NO-MORE-POSTINGS             VALUE "N".
       01  WS-MORE-HOLDS-SW          PIC X VALUE "Y".
           88  NO-MORE-HOLDS                VALUE "N".
       01  WS-MORE-CLEARS-SW         PIC X VALUE "Y".
           88  NO-MORE-CLEARS               VALUE "N".
       01  WS-COMPLETED-SW           PIC X VALUE "N".
           88  REQUIREMENT-COMPLETED        VALUE "Y".

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "GRADCLR".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-STUDENT-ID             PIC 9(6) VALUE ZERO.
       01  WS-PROGRAM-CODE           PIC X(4) VALUE SPACES.
       01  WS-REQ-COURSE             PIC X(4) VALUE SPACES.
       01  WS-REQ-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-REASON-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-REASON                 PIC X(40) VALUE SPACES.
       01  WS-BALANCE                PIC S9(8)V99 VALUE ZERO.
       01  WS-BALANCE-EDIT           PIC ZZZ,ZZ9.99.
       01  WS-NAME-LEN               PIC 99 VALUE ZERO.
       01  WS-DIPLOMA-NAME           PIC X(21) VALUE SPACES.

       01  WS-CHECKED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CLEARED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BLOCKED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-REPLACED-COUNT         PIC 9(6) VALUE ZERO.

      *> Students with an official transcript request still in the
      *> queue - the queue is keyed by request number, so it is read
      *> once at the top of the run rather than once per student.
       01  WS-PENDING-LIMIT          PIC 9(3) VALUE 500.
       01  WS-PENDING-TOTAL          PIC 9(3) VALUE ZERO.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 500 TIMES
                 INDEXED BY PEND-IDX.
               10  WS-PT-STUDENT-ID  PIC 9(6).
               10  WS-PT-REQUEST     PIC 9(6).

       01  WS-LIST-TITLE.
           05  FILLER                PIC X(29) VALUE
               "CERTIFIED GRADUATE LIST TERM".
           05  WS-LT-TERM            PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  AS OF ".
           05  WS-LT-DATE            PIC 9(8).

       01  WS-LIST-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(24) VALUE "DIPLOMA NAME".
           05  FILLER                PIC X(9)  VALUE "PROGRAM".

       01  WS-LIST-DETAIL.
           05  WS-LD-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-LD-DIPLOMA-NAME    PIC X(21).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-LD-PROGRAM         PIC X(4).

       01  WS-EXCP-TITLE.
           05  FILLER                PIC X(29) VALUE
               "GRADUATION EXCEPTIONS TERM".
           05  WS-ET-TERM            PIC X(6).
           05  FILLER                PIC X(9)  VALUE "  AS OF ".
           05  WS-ET-DATE            PIC 9(8).

       01  WS-EXCP-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "STUDENT".
           05  FILLER                PIC X(23) VALUE "NAME".
           05  FILLER                PIC X(15) VALUE "BLOCKED BY".

       01  WS-EXCP-DETAIL.
           05  WS-ED-STUDENT-ID      PIC X(6).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-ED-NAME            PIC X(21).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-ED-REASON          PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(24).
           05  WS-TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Input graduating term code (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term code keyed - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT PROGRAM-REQ-FILE.
           IF WS-REQ-STATUS NOT = "00"
              DISPLAY "Unable to open program requirements file,"
                 " status " WS-REQ-STATUS " - set it up with"
                 " PROGREQ-MAINT first. Run abandoned."
              CLOSE STUDENT-MASTER-FILE
              GOBACK
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
              DISPLAY "Unable to open grade file, status "
                 WS-GRADE-STATUS " - run abandoned."
              CLOSE PROGRAM-REQ-FILE
              CLOSE STUDENT-MASTER-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CHECKED-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              MOVE "Y" TO WS-ENRFILE-SW
           ELSE
              DISPLAY "Warning: unable to open enrollment file, "
                 "status " WS-ENROLL-STATUS " - term grading is"
                 " not checked."
           END-IF.
           OPEN INPUT STUDENT-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS = "00"
              MOVE "Y" TO WS-ACCFILE-SW
           ELSE
              DISPLAY "Warning: unable to open student account file,"
                 " status " WS-ACCOUNT-STATUS " - every balance is"
                 " taken as zero."
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
              MOVE "Y" TO WS-HLDFILE-SW
           END-IF.
           PERFORM 0500-LOAD-PENDING-TRANSCRIPTS.
           OPEN I-O GRAD-CLEAR-FILE.
           IF WS-CLEAR-STATUS = "35"
              CLOSE GRAD-CLEAR-FILE
              OPEN OUTPUT GRAD-CLEAR-FILE
              CLOSE GRAD-CLEAR-FILE
              OPEN I-O GRAD-CLEAR-FILE
           END-IF.
           PERFORM 0600-REMOVE-UNAPPROVED-CANDIDATES.
           OPEN OUTPUT GRADUATE-LIST-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-CLEAR-ALL-STUDENTS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE EXCEPTION-FILE.
           CLOSE GRADUATE-LIST-FILE.
           CLOSE GRAD-CLEAR-FILE.
           IF HOLD-FILE-AVAILABLE
              CLOSE HOLD-FILE
           END-IF.
           IF ACCOUNT-FILE-AVAILABLE
              CLOSE STUDENT-ACCOUNT-FILE
           END-IF.
           IF ENROLL-FILE-AVAILABLE
              CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE GRADE-FILE.
           CLOSE PROGRAM-REQ-FILE.
           CLOSE STUDENT-MASTER-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-CHECKED-COUNT.
           DISPLAY "Graduation clearance complete - "
              WS-CHECKED-COUNT " student(s) checked, "
              WS-CLEARED-COUNT " cleared, " WS-BLOCKED-COUNT
              " on the exception list.".
           IF WS-CLEARED-COUNT NOT = ZERO
              DISPLAY "The list awaits registrar approval through"
                 " GRAD-APPROVE."
           END-IF.
           GOBACK.

       0500-LOAD-PENDING-TRANSCRIPTS.
           MOVE ZERO TO WS-PENDING-TOTAL.
           OPEN INPUT TRANSCRIPT-REQ-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
              DISPLAY "Warning: unable to open transcript request"
                 " queue, status " WS-REQUEST-STATUS " - pending"
                 " transcripts are not checked."
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TRANSCRIPT-REQ-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF TQ-PENDING
                          IF WS-PENDING-TOTAL < WS-PENDING-LIMIT
                             ADD 1 TO WS-PENDING-TOTAL
                             SET PEND-IDX TO WS-PENDING-TOTAL
                             MOVE TQ-STUDENT-ID
                                TO WS-PT-STUDENT-ID (PEND-IDX)
                             MOVE TQ-REQUEST-NUMBER
                                TO WS-PT-REQUEST (PEND-IDX)
                          ELSE
                             DISPLAY "Warning: more than "
                                WS-PENDING-LIMIT " pending transcript"
                                " requests - request "
                                TQ-REQUEST-NUMBER " not checked."
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRANSCRIPT-REQ-FILE
           END-IF.

       0600-REMOVE-UNAPPROVED-CANDIDATES.
           *> A rerun for the term rebuilds the list - candidates the
           *> registrar has not yet approved come off first. Approved
           *> graduates stay as the record of the approval.
           MOVE ZERO TO WS-REPLACED-COUNT.
           MOVE "Y" TO WS-MORE-CLEARS-SW.
           MOVE WS-TERM-CODE TO GL-TERM-CODE.
           MOVE ZERO         TO GL-STUDENT-ID.
           START GRAD-CLEAR-FILE KEY IS >= GL-CLEAR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-CLEARS-SW
           END-START.
           PERFORM UNTIL NO-MORE-CLEARS
              READ GRAD-CLEAR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-CLEARS-SW
                 NOT AT END
                    IF GL-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-CLEARS-SW
                    ELSE
                       IF GL-AWAITING-APPROVAL
                          DELETE GRAD-CLEAR-FILE RECORD
                          IF WS-CLEAR-STATUS = "00"
                             ADD 1 TO WS-REPLACED-COUNT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-REPLACED-COUNT NOT = ZERO
              DISPLAY WS-REPLACED-COUNT " unapproved candidate(s)"
                 " from an earlier run replaced."
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-TERM-CODE TO WS-LT-TERM WS-ET-TERM.
           MOVE WS-RUN-DATE  TO WS-LT-DATE WS-ET-DATE.
           MOVE WS-LIST-TITLE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-LIST-HEADINGS TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE WS-EXCP-TITLE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE WS-EXCP-HEADINGS TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       2000-CLEAR-ALL-STUDENTS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ STUDENT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF SM-STUDENT-ACTIVE
                       PERFORM 2100-CLEAR-ONE-STUDENT
                    END-IF
              END-READ
           END-PERFORM.

       2100-CLEAR-ONE-STUDENT.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE SM-STUDENT-ID  TO WS-STUDENT-ID.
           MOVE SM-COURSE-CODE TO WS-PROGRAM-CODE.
           MOVE ZERO TO WS-REASON-COUNT.
           PERFORM 2800-BUILD-DIPLOMA-NAME.
           PERFORM 2200-CHECK-REQUIREMENTS.
           IF ENROLL-FILE-AVAILABLE
              PERFORM 2300-CHECK-TERM-GRADED
           END-IF.
           IF ACCOUNT-FILE-AVAILABLE
              PERFORM 2400-CHECK-BALANCE
           END-IF.
           PERFORM 2500-CHECK-TRANSCRIPTS.
           IF HOLD-FILE-AVAILABLE
              PERFORM 2600-CHECK-HOLDS
           END-IF.
           IF WS-REASON-COUNT = ZERO
              PERFORM 2700-CERTIFY-GRADUATE
           ELSE
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF.

       2200-CHECK-REQUIREMENTS.
           MOVE ZERO TO WS-REQ-COUNT.
           MOVE "Y" TO WS-MORE-REQS-SW.
           MOVE WS-PROGRAM-CODE TO PR-PROGRAM-CODE.
           MOVE SPACES          TO PR-COURSE-CODE.
           START PROGRAM-REQ-FILE KEY IS >= PR-REQ-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-REQS-SW
           END-START.
           PERFORM UNTIL NO-MORE-REQS
              READ PROGRAM-REQ-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-REQS-SW
                 NOT AT END
                    IF PR-PROGRAM-CODE NOT = WS-PROGRAM-CODE
                       MOVE "N" TO WS-MORE-REQS-SW
                    ELSE
                       ADD 1 TO WS-REQ-COUNT
                       MOVE PR-COURSE-CODE TO WS-REQ-COURSE
                       PERFORM 2250-CHECK-ONE-REQUIREMENT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-REQ-COUNT = ZERO
              MOVE SPACES TO WS-REASON
              STRING "NO REQUIREMENTS FILED FOR PROGRAM "
                 WS-PROGRAM-CODE DELIMITED BY SIZE INTO WS-REASON
              PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2250-CHECK-ONE-REQUIREMENT.
           *> A counting (not superseded) grade other than F, I or W
           *> completes the requirement, any term - the same test
           *> DEGREE-AUDIT applies.
           MOVE "N" TO WS-COMPLETED-SW.
           MOVE "Y" TO WS-MORE-GRADES-SW.
           MOVE WS-STUDENT-ID TO GR-STUDENT-ID.
           MOVE WS-REQ-COURSE TO GR-COURSE-CODE.
           MOVE SPACES        TO GR-TERM-CODE.
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
                       OR GR-COURSE-CODE NOT = WS-REQ-COURSE
                       MOVE "N" TO WS-MORE-GRADES-SW
                    ELSE
                       IF NOT GR-SUPERSEDED
                          AND GR-GRADE NOT = "F "
                          AND GR-GRADE NOT = "I "
                          AND GR-GRADE NOT = "W "
                          MOVE "Y" TO WS-COMPLETED-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT REQUIREMENT-COMPLETED
              MOVE SPACES TO WS-REASON
              STRING "REQUIREMENT " WS-REQ-COURSE " NOT COMPLETED"
                 DELIMITED BY SIZE INTO WS-REASON
              PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2300-CHECK-TERM-GRADED.
           *> Every course the student took in the graduating term
           *> must carry its final grade before they can be certified.
           MOVE "Y" TO WS-MORE-ENROLLS-SW.
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID.
           MOVE SPACES        TO EN-COURSE-CODE EN-TERM-CODE.
           START ENROLLMENT-FILE KEY IS >= EN-ENROLL-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENROLLS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENROLLS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENROLLS-SW
                 NOT AT END
                    IF EN-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-ENROLLS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          MOVE EN-ENROLL-KEY TO GR-GRADE-KEY
                          READ GRADE-FILE
                             INVALID KEY
                                MOVE SPACES TO WS-REASON
                                STRING "COURSE " EN-COURSE-CODE
                                   " NOT YET GRADED FOR THE TERM"
                                   DELIMITED BY SIZE INTO WS-REASON
                                PERFORM 2900-WRITE-EXCEPTION
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2400-CHECK-BALANCE.
           *> The balance is charges less payments, credits and aid,
           *> as the account statement works it. Money owed either
           *> way must be settled before a student is certified.
           MOVE ZERO TO WS-BALANCE.
           MOVE "Y" TO WS-MORE-POSTINGS-SW.
           MOVE WS-STUDENT-ID TO SA-STUDENT-ID.
           MOVE ZERO          TO SA-SEQUENCE.
           START STUDENT-ACCOUNT-FILE KEY IS >= SA-ACCOUNT-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-POSTINGS-SW
           END-START.
           PERFORM UNTIL NO-MORE-POSTINGS
              READ STUDENT-ACCOUNT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-POSTINGS-SW
                 NOT AT END
                    IF SA-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-POSTINGS-SW
                    ELSE
                       IF SA-CHARGE
                          ADD SA-AMOUNT TO WS-BALANCE
                       ELSE
                          SUBTRACT SA-AMOUNT FROM WS-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-BALANCE > ZERO
              MOVE WS-BALANCE TO WS-BALANCE-EDIT
              MOVE SPACES TO WS-REASON
              STRING "ACCOUNT BALANCE DUE " WS-BALANCE-EDIT
                 DELIMITED BY SIZE INTO WS-REASON
              PERFORM 2900-WRITE-EXCEPTION
           END-IF.
           IF WS-BALANCE < ZERO
              MOVE WS-BALANCE TO WS-BALANCE-EDIT
              MOVE SPACES TO WS-REASON
              STRING "ACCOUNT IN CREDIT " WS-BALANCE-EDIT
                 " - REFUND DUE" DELIMITED BY SIZE INTO WS-REASON
              PERFORM 2900-WRITE-EXCEPTION
           END-IF.

       2500-CHECK-TRANSCRIPTS.
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                 UNTIL PEND-IDX > WS-PENDING-TOTAL
              IF WS-PT-STUDENT-ID (PEND-IDX) = WS-STUDENT-ID
                 MOVE SPACES TO WS-REASON
                 STRING "TRANSCRIPT REQUEST " WS-PT-REQUEST (PEND-IDX)
                    " PENDING" DELIMITED BY SIZE INTO WS-REASON
                 PERFORM 2900-WRITE-EXCEPTION
              END-IF
           END-PERFORM.

       2600-CHECK-HOLDS.
           *> Every active hold that blocks graduation is listed, so
           *> the student knows each office they have to see.
           MOVE "Y" TO WS-MORE-HOLDS-SW.
           MOVE WS-STUDENT-ID TO HD-STUDENT-ID.
           MOVE ZERO          TO HD-SEQUENCE.
           START HOLD-FILE KEY IS >= HD-HOLD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-HOLDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-HOLDS
              READ HOLD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-HOLDS-SW
                 NOT AT END
                    IF HD-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-HOLDS-SW
                    ELSE
                       IF HD-HOLD-ACTIVE AND HD-BLOCKS-GRADUATION
                          MOVE SPACES TO WS-REASON
                          STRING HD-HOLD-TYPE " HOLD PLACED BY "
                             HD-OFFICE DELIMITED BY SIZE
                             INTO WS-REASON
                          PERFORM 2900-WRITE-EXCEPTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2700-CERTIFY-GRADUATE.
           MOVE WS-TERM-CODE     TO GL-TERM-CODE.
           MOVE WS-STUDENT-ID    TO GL-STUDENT-ID.
           MOVE WS-PROGRAM-CODE  TO GL-PROGRAM-CODE.
           MOVE WS-DIPLOMA-NAME  TO GL-DIPLOMA-NAME.
           MOVE WS-RUN-DATE      TO GL-CLEARED-DATE.
           MOVE "C"              TO GL-STATUS.
           MOVE SPACES           TO GL-APPROVED-BY.
           MOVE ZERO             TO GL-APPROVED-DATE.
           WRITE GRAD-CLEAR-RECORD.
           IF WS-CLEAR-STATUS NOT = "00"
              DISPLAY "Unable to file clearance for student "
                 WS-STUDENT-ID ", status " WS-CLEAR-STATUS
              ADD 1 TO WS-BLOCKED-COUNT
           ELSE
              ADD 1 TO WS-CLEARED-COUNT
              MOVE WS-STUDENT-ID   TO WS-LD-STUDENT-ID
              MOVE WS-DIPLOMA-NAME TO WS-LD-DIPLOMA-NAME
              MOVE WS-PROGRAM-CODE TO WS-LD-PROGRAM
              MOVE WS-LIST-DETAIL TO LIST-LINE
              WRITE LIST-LINE
           END-IF.

       2800-BUILD-DIPLOMA-NAME.
           *> The diploma carries the name exactly as the master holds
           *> it - forename, one space, surname.
           MOVE 10 TO WS-NAME-LEN.
           PERFORM UNTIL WS-NAME-LEN = 1
                 OR SM-FORENAME (WS-NAME-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM.
           MOVE SPACES TO WS-DIPLOMA-NAME.
           STRING SM-FORENAME (1:WS-NAME-LEN) " " SM-SURNAME
              DELIMITED BY SIZE INTO WS-DIPLOMA-NAME.

       2900-WRITE-EXCEPTION.
           *> The student's id and name print on their first reason
           *> only; each further reason prints on its own line below.
           ADD 1 TO WS-REASON-COUNT.
           IF WS-REASON-COUNT = 1
              MOVE WS-STUDENT-ID   TO WS-ED-STUDENT-ID
              MOVE WS-DIPLOMA-NAME TO WS-ED-NAME
           ELSE
              MOVE SPACES TO WS-ED-STUDENT-ID WS-ED-NAME
           END-IF.
           MOVE WS-REASON TO WS-ED-REASON.
           MOVE WS-EXCP-DETAIL TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "GRADUATES CERTIFIED" TO WS-TL-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE "AWAITING REGISTRAR APPROVAL" TO LIST-LINE.
           WRITE LIST-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE "STUDENTS CHECKED" TO WS-TL-LABEL.
           MOVE WS-CHECKED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE "STUDENTS NOT CLEARED" TO WS-TL-LABEL.
           MOVE WS-BLOCKED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
