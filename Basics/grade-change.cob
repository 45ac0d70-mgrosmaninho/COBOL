       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRADE-CHANGE.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO CHANGE A GRADE ON A TERM WHOSE
      * GRADES TERM-GPA-BATCH HAS CLOSED. THE (R)AISE TRANSACTION
      * FILES A CHANGE REQUEST AGAINST THE GRADE ON FILE WITH THE
      * NEW GRADE, A REASON CODE AND A NOTE. THE (A)PPROVE
      * TRANSACTION WALKS THE PENDING REQUESTS FOR A SECOND
      * OPERATOR AT A HIGHER AUTHORIZATION LEVEL THAN THE ONE WHO
      * RAISED THEM (A SUPERVISOR'S OWN REQUEST NEEDS ANOTHER
      * SUPERVISOR), WHO APPROVES OR REJECTS EACH ONE. AN APPROVED
      * CHANGE IS APPLIED TO THE GRADE FILE AT ONCE, THE STUDENT'S
      * TERM AND CUMULATIVE GPA ARE RECOMPUTED ON GPA.DAT THE SAME
      * WAY TERM-GPA-BATCH WORKS THEM OUT, AND A BEFORE/AFTER
      * RECORD IS WRITTEN TO THE GRADE CHANGE AUDIT TRAIL
      * (GRDCHG.LOG). THE (L)IST TRANSACTION SHOWS WHAT IS PENDING.
      * GRDCHG-RPT PRINTS THE TERM'S GRADE-CHANGE REGISTER.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE GPA RECOMPUTE LEAVES TRANSFER CREDIT POSTED
      *            THROUGH XFER-POST OUT, AS TERM-GPA-BATCH DOES.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE ASSIGN TO "GRDCHG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GQ-REQUEST-KEY
              FILE STATUS IS WS-CHANGE-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO "GRADSCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GS-GRADE
              FILE STATUS IS WS-SCALE-STATUS.

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

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

           SELECT GRADE-AUDIT-FILE ASSIGN TO "GRDCHG.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       COPY GRCHGREC.

       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  GRADE-SCALE-FILE.
       COPY GRADSCAL.

       FD  GPA-FILE.
       COPY GPAREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  GRADE-AUDIT-FILE.
       COPY GCAUDREC.

       WORKING-STORAGE SECTION.
       01  WS-CHANGE-STATUS         PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS          PIC XX VALUE SPACES.
       01  WS-SCALE-STATUS          PIC XX VALUE SPACES.
       01  WS-GPA-STATUS            PIC XX VALUE SPACES.
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-GPAFILE-SW            PIC X VALUE "N".
           88 GPA-FILE-AVAILABLE           VALUE "Y".
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".
      *> The highest authorization level SIGNON hands out - a request
      *> raised at this level can only be decided by another
      *> operator at the same level.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-RAISE                  VALUE "R".
           88 TRANS-APPROVE                VALUE "A".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "R" "A" "L".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-OLD-GRADE             PIC X(2) VALUE SPACES.
       01  WS-NEW-GRADE             PIC X(2) VALUE SPACES.
           88 GRADE-VALID                  VALUES "A+" "A " "A-"
                                                  "B+" "B " "B-"
                                                  "C+" "C " "C-"
                                                  "D+" "D " "D-"
                                                  "F " "I " "W ".
       01  WS-REASON-CODE           PIC X(4) VALUE SPACES.
           88 REASON-VALID                 VALUES "CALC" "CLER"
                                                  "INCP" "APPL"
                                                  "LATE".
       01  WS-REASON-TEXT           PIC X(40) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LAST-SEQUENCE         PIC 9(2) VALUE ZERO.
       01  WS-DECISION              PIC X VALUE SPACE.
           88 DECISION-APPROVE             VALUE "A".
           88 DECISION-REJECT              VALUE "R".
           88 DECISION-SKIP                VALUE "S".
           88 DECISION-QUIT                VALUE "Q".
           88 DECISION-VALID               VALUES "A" "R" "S" "Q".

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-COURSE-SW       PIC X VALUE "N".
           88 VALID-COURSE-CODE            VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-TERM-CLOSED-SW        PIC X VALUE "N".
           88 TERM-CLOSED                  VALUE "Y".
       01  WS-PENDING-SW            PIC X VALUE "N".
           88 REQUEST-PENDING              VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-GRADES-SW        PIC X VALUE "Y".
           88 NO-MORE-GRADES               VALUE "N".
       01  WS-MORE-GPA-SW           PIC X VALUE "Y".
           88 NO-MORE-GPA                  VALUE "N".
       01  WS-GRADE-COUNTS-SW       PIC X VALUE "N".
           88 GRADE-COUNTS                 VALUE "Y".
       01  WS-TERM-GPA-FOUND-SW     PIC X VALUE "N".
           88 TERM-GPA-FOUND               VALUE "Y".
       01  WS-APPLIED-SW            PIC X VALUE "N".
           88 CHANGE-APPLIED               VALUE "Y".
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DECIDED-COUNT         PIC 9(4) VALUE ZERO.

      *> Before and after figures for the audit trail and the
      *> request record.
       01  WS-OLD-TERM-GPA          PIC 9V99 VALUE ZERO.
       01  WS-OLD-CUM-GPA           PIC 9V99 VALUE ZERO.
       01  WS-NEW-TERM-GPA          PIC 9V99 VALUE ZERO.
       01  WS-NEW-CUM-GPA           PIC 9V99 VALUE ZERO.

      *> GPA recomputation - the student's counting grades, each with
      *> the start date of its term off the calendar (zero when the
      *> term is not on it), so the cumulative figure on each GPA
      *> record counts only grades up to that record's term.
       01  WS-CHANGED-TERM-START    PIC 9(8) VALUE ZERO.
       01  WS-GPA-TERM-START        PIC 9(8) VALUE ZERO.
       01  WS-LOOKUP-TERM           PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-START          PIC 9(8) VALUE ZERO.
       01  WS-GPA-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TERM-COURSES          PIC 9(3) VALUE ZERO.
       01  WS-TERM-POINTS           PIC 9(4)V99 VALUE ZERO.
       01  WS-TERM-GPA              PIC 9V99 VALUE ZERO.
       01  WS-CUM-COURSES           PIC 9(4) VALUE ZERO.
       01  WS-CUM-POINTS            PIC 9(5)V99 VALUE ZERO.
       01  WS-CUM-GPA               PIC 9V99 VALUE ZERO.
       01  WS-GRADE-TOTAL           PIC 9(3) VALUE ZERO.
       01  WS-GRADE-TABLE.
           05  WS-GRADE-ENTRY OCCURS 200 TIMES
                 INDEXED BY GRD-IDX.
               10  WS-GT-TERM-CODE   PIC X(6).
               10  WS-GT-TERM-START  PIC 9(8).
               10  WS-GT-POINTS      PIC 9V99.

       01  WS-LIST-LINE.
           05  WS-L-STUDENT-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-TERM-CODE       PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-OLD-GRADE       PIC X(2).
           05  FILLER               PIC X(4)  VALUE " -> ".
           05  WS-L-NEW-GRADE       PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-REASON-CODE     PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-REQUESTED-BY    PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-REQUEST-DATE    PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF TRANS-APPROVE AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "A supervisor sign-on is required to approve"
                 " grade changes."
              GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O GRADE-CHANGE-FILE.
           IF WS-CHANGE-STATUS = "35"
              CLOSE GRADE-CHANGE-FILE
              OPEN OUTPUT GRADE-CHANGE-FILE
              CLOSE GRADE-CHANGE-FILE
              OPEN I-O GRADE-CHANGE-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-RAISE
                 PERFORM 0200-OPEN-RAISE-FILES
              WHEN TRANS-APPROVE
                 PERFORM 0300-OPEN-APPROVE-FILES
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PENDING-REQUESTS
           END-EVALUATE.
           CLOSE GRADE-CHANGE-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (R)aise, (A)pprove, (L)ist"
                 " pending: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter R, A"
                    " or L."
              END-IF
           END-PERFORM.

       0200-OPEN-RAISE-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS
           ELSE
              OPEN INPUT GRADE-FILE
              IF WS-GRADE-STATUS NOT = "00"
                 DISPLAY "Unable to open grade file, status "
                    WS-GRADE-STATUS
              ELSE
                 PERFORM 0400-OPEN-CLOSE-CHECK-FILES
                 PERFORM 1000-RAISE-REQUEST
                 PERFORM 0500-CLOSE-CLOSE-CHECK-FILES
                 CLOSE GRADE-FILE
              END-IF
              CLOSE STUDENT-MASTER-FILE
           END-IF.

       0300-OPEN-APPROVE-FILES.
           *> Applying a change needs the grade scale to recompute the
           *> GPA - without it nothing is decided.
           OPEN INPUT GRADE-SCALE-FILE.
           IF WS-SCALE-STATUS NOT = "00"
              DISPLAY "Unable to open the grade scale file, status "
                 WS-SCALE-STATUS " - set the scale up with"
                 " GRADE-SCALE-MAINT first."
           ELSE
              OPEN I-O GRADE-FILE
              IF WS-GRADE-STATUS NOT = "00"
                 DISPLAY "Unable to open grade file, status "
                    WS-GRADE-STATUS
              ELSE
                 OPEN I-O GPA-FILE
                 IF WS-GPA-STATUS = "35"
                    CLOSE GPA-FILE
                    OPEN OUTPUT GPA-FILE
                    CLOSE GPA-FILE
                    OPEN I-O GPA-FILE
                 END-IF
                 OPEN INPUT TERM-CAL-FILE
                 IF WS-TERM-STATUS = "00"
                    MOVE "Y" TO WS-TRMFILE-SW
                 ELSE
                    DISPLAY "Warning: unable to open term calendar,"
                       " status " WS-TERM-STATUS " - cumulative GPA"
                       " is recomputed for the changed term only."
                 END-IF
                 OPEN EXTEND GRADE-AUDIT-FILE
                 IF WS-AUDIT-STATUS = "35"
                    OPEN OUTPUT GRADE-AUDIT-FILE
                 END-IF
                 PERFORM 3000-WORK-PENDING-REQUESTS
                 CLOSE GRADE-AUDIT-FILE
                 IF TERM-FILE-AVAILABLE
                    CLOSE TERM-CAL-FILE
                 END-IF
                 CLOSE GPA-FILE
                 CLOSE GRADE-FILE
              END-IF
              CLOSE GRADE-SCALE-FILE
           END-IF.

       0400-OPEN-CLOSE-CHECK-FILES.
           *> The calendar and the GPA file only tell a raise whether
           *> the term is closed - either may be missing.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE "Y" TO WS-TRMFILE-SW
           END-IF.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              MOVE "Y" TO WS-GPAFILE-SW
           END-IF.

       0500-CLOSE-CLOSE-CHECK-FILES.
           IF TERM-FILE-AVAILABLE
              CLOSE TERM-CAL-FILE
           END-IF.
           IF GPA-FILE-AVAILABLE
              CLOSE GPA-FILE
           END-IF.

       1000-RAISE-REQUEST.
           PERFORM 1100-GET-STUDENT-ID.
           PERFORM 1200-GET-COURSE-CODE.
           PERFORM 1300-GET-TERM-CODE.
           MOVE WS-STUDENT-ID  TO GR-STUDENT-ID.
           MOVE WS-COURSE-CODE TO GR-COURSE-CODE.
           MOVE WS-TERM-CODE   TO GR-TERM-CODE.
           READ GRADE-FILE
              INVALID KEY
                 DISPLAY "No grade on file for student " WS-STUDENT-ID
                    " on " WS-COURSE-CODE " term " WS-TERM-CODE
                    " - nothing to change."
           END-READ.
           IF WS-GRADE-STATUS = "00"
              MOVE GR-GRADE TO WS-OLD-GRADE
              DISPLAY "Grade on file: " WS-OLD-GRADE
              PERFORM 2100-CHECK-TERM-CLOSED
              IF NOT TERM-CLOSED
                 DISPLAY "Term " WS-TERM-CODE " grades are still"
                    " open - change the grade through GRADE-ENTRY."
              ELSE
                 PERFORM 1400-CHECK-OPEN-REQUESTS
                 IF REQUEST-PENDING
                    DISPLAY "A change to " GQ-NEW-GRADE " raised by "
                       GQ-REQUESTED-BY " on " GQ-REQUEST-DATE
                       " is already pending - no request filed."
                 ELSE
                    PERFORM 1500-GET-NEW-GRADE
                    PERFORM 1600-GET-REASON
                    PERFORM 1700-WRITE-REQUEST
                 END-IF
              END-IF
           END-IF.

       1100-GET-STUDENT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-STUDENT-ID
              DISPLAY "Input student id: " WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              IF WS-STUDENT-ID NUMERIC AND WS-STUDENT-ID NOT = ZEROS
                 MOVE WS-STUDENT-ID TO SM-STUDENT-ID
                 READ STUDENT-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Student " WS-STUDENT-ID
                          " is not on the master file."
                    NOT INVALID KEY
                       DISPLAY "Student: " SM-FORENAME " " SM-SURNAME
                       MOVE "Y" TO WS-VALID-ID-SW
                 END-READ
              ELSE
                 DISPLAY
                    "Invalid student id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-COURSE-CODE.
           *> The grade file read proves the code - an old course may
           *> well be off the course master by now.
           MOVE "N" TO WS-VALID-COURSE-SW.
           PERFORM UNTIL VALID-COURSE-CODE
              DISPLAY "Input course code: " WITH NO ADVANCING
              ACCEPT WS-COURSE-CODE
              IF WS-COURSE-CODE NOT = SPACES
                 MOVE "Y" TO WS-VALID-COURSE-SW
              ELSE
                 DISPLAY "Invalid course code - it may not be"
                    " blank."
              END-IF
           END-PERFORM.

       1300-GET-TERM-CODE.
           MOVE "N" TO WS-VALID-TERM-SW.
           PERFORM UNTIL VALID-TERM-CODE
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
              IF WS-TERM-CODE NOT = SPACES
                 MOVE "Y" TO WS-VALID-TERM-SW
              ELSE
                 DISPLAY "Invalid term code - it may not be blank."
              END-IF
           END-PERFORM.

       1400-CHECK-OPEN-REQUESTS.
           *> Walk the requests already filed against this grade -
           *> the new one takes the next sequence number, and only
           *> one may be pending at a time.
           MOVE "N" TO WS-PENDING-SW.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID  TO GQ-STUDENT-ID.
           MOVE WS-COURSE-CODE TO GQ-COURSE-CODE.
           MOVE WS-TERM-CODE   TO GQ-TERM-CODE.
           MOVE ZERO           TO GQ-SEQUENCE.
           START GRADE-CHANGE-FILE KEY IS >= GQ-REQUEST-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GQ-STUDENT-ID NOT = WS-STUDENT-ID
                       OR GQ-COURSE-CODE NOT = WS-COURSE-CODE
                       OR GQ-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       MOVE GQ-SEQUENCE TO WS-LAST-SEQUENCE
                       IF GQ-PENDING
                          MOVE "Y" TO WS-PENDING-SW
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1500-GET-NEW-GRADE.
           MOVE SPACES TO WS-NEW-GRADE.
           PERFORM UNTIL GRADE-VALID
              DISPLAY "Input new grade (A+ to F, I, W): "
                 WITH NO ADVANCING
              ACCEPT WS-NEW-GRADE
              IF NOT GRADE-VALID
                 DISPLAY "Invalid grade - enter A+ through F,"
                    " I or W."
              ELSE
                 IF WS-NEW-GRADE = WS-OLD-GRADE
                    DISPLAY "The new grade is the grade already on"
                       " file - enter a different grade."
                    MOVE SPACES TO WS-NEW-GRADE
                 END-IF
              END-IF
           END-PERFORM.

       1600-GET-REASON.
           MOVE SPACES TO WS-REASON-CODE.
           PERFORM UNTIL REASON-VALID
              DISPLAY "Reason - (CALC) calculation error, (CLER)"
                 " clerical error,"
              DISPLAY "   (INCP) incomplete finished, (APPL) appeal,"
                 " (LATE) late work: " WITH NO ADVANCING
              ACCEPT WS-REASON-CODE
              IF NOT REASON-VALID
                 DISPLAY "Invalid reason code - enter CALC, CLER,"
                    " INCP, APPL or LATE."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM UNTIL WS-REASON-TEXT NOT = SPACES
              DISPLAY "Input explanation: " WITH NO ADVANCING
              ACCEPT WS-REASON-TEXT
              IF WS-REASON-TEXT = SPACES
                 DISPLAY "An explanation is required for a grade"
                    " change."
              END-IF
           END-PERFORM.

       1700-WRITE-REQUEST.
           IF WS-LAST-SEQUENCE = 99
              DISPLAY "This grade already carries 99 change requests"
                 " - no request filed."
           ELSE
              MOVE SPACES TO GRADE-CHANGE-RECORD
              MOVE WS-STUDENT-ID    TO GQ-STUDENT-ID
              MOVE WS-COURSE-CODE   TO GQ-COURSE-CODE
              MOVE WS-TERM-CODE     TO GQ-TERM-CODE
              ADD 1 WS-LAST-SEQUENCE GIVING GQ-SEQUENCE
              MOVE WS-OLD-GRADE     TO GQ-OLD-GRADE
              MOVE WS-NEW-GRADE     TO GQ-NEW-GRADE
              MOVE WS-REASON-CODE   TO GQ-REASON-CODE
              MOVE WS-REASON-TEXT   TO GQ-REASON-TEXT
              MOVE "P"              TO GQ-STATUS
              MOVE WS-OPERATOR-ID   TO GQ-REQUESTED-BY
              MOVE WS-AUTH-LEVEL    TO GQ-REQUEST-LEVEL
              MOVE WS-TODAY-DATE    TO GQ-REQUEST-DATE
              MOVE ZERO TO GQ-DECISION-DATE GQ-OLD-TERM-GPA
                 GQ-NEW-TERM-GPA GQ-OLD-CUM-GPA GQ-NEW-CUM-GPA
              WRITE GRADE-CHANGE-RECORD
              IF WS-CHANGE-STATUS NOT = "00"
                 DISPLAY "Unable to file grade change request,"
                    " status " WS-CHANGE-STATUS
              ELSE
                 DISPLAY "Request to change " WS-COURSE-CODE " term "
                    WS-TERM-CODE " from " WS-OLD-GRADE " to "
                    WS-NEW-GRADE " filed - it awaits approval."
              END-IF
           END-IF.

       2100-CHECK-TERM-CLOSED.
           *> The same test GRADE-ENTRY makes: the term is closed once
           *> TERM-GPA-BATCH has stamped it on the calendar - or, with
           *> no calendar entry to go by, once the run has filed a
           *> GPA for this student and term.
           MOVE "N" TO WS-TERM-CLOSED-SW.
           IF TERM-FILE-AVAILABLE
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TR-GRADES-CLOSED NOT = ZERO
                       MOVE "Y" TO WS-TERM-CLOSED-SW
                    END-IF
              END-READ
           END-IF.
           IF GPA-FILE-AVAILABLE AND NOT TERM-CLOSED
              MOVE WS-STUDENT-ID TO GP-STUDENT-ID
              MOVE WS-TERM-CODE  TO GP-TERM-CODE
              READ GPA-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-TERM-CLOSED-SW
              END-READ
           END-IF.

       3000-WORK-PENDING-REQUESTS.
           *> Offer each pending request in key order. The operator who
           *> raised a request may not decide it, and the decider must
           *> sign on above the raiser's level - or, for a request a
           *> supervisor raised, be another supervisor.
           MOVE ZERO TO WS-DECIDED-COUNT.
           MOVE SPACE TO WS-DECISION.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO GQ-REQUEST-KEY.
           START GRADE-CHANGE-FILE KEY IS >= GQ-REQUEST-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GQ-PENDING
                       PERFORM 3100-OFFER-ONE-REQUEST
                       IF DECISION-QUIT
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-DECIDED-COUNT " grade change request(s)"
              " decided.".

       3100-OFFER-ONE-REQUEST.
           PERFORM 6100-DISPLAY-REQUEST.
           DISPLAY "   Reason: " GQ-REASON-TEXT.
           MOVE "S" TO WS-DECISION.
           IF GQ-REQUESTED-BY = WS-OPERATOR-ID
              DISPLAY "   Raised by you - another operator must"
                 " decide it."
           ELSE
              IF WS-AUTH-LEVEL <= GQ-REQUEST-LEVEL
                 AND GQ-REQUEST-LEVEL < WS-TOP-AUTH-LEVEL
                 DISPLAY "   Raised at level " GQ-REQUEST-LEVEL
                    " - a higher sign-on must decide it."
              ELSE
                 MOVE SPACE TO WS-DECISION
                 PERFORM UNTIL DECISION-VALID
                    DISPLAY "   (A)pprove, (R)eject, (S)kip,"
                       " (Q)uit: " WITH NO ADVANCING
                    ACCEPT WS-DECISION
                    IF NOT DECISION-VALID
                       DISPLAY "Invalid choice - enter A, R, S"
                          " or Q."
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN DECISION-APPROVE
                 PERFORM 4000-APPLY-GRADE-CHANGE
              WHEN DECISION-REJECT
                 PERFORM 3200-REJECT-REQUEST
           END-EVALUATE.

       3200-REJECT-REQUEST.
           MOVE "R"            TO GQ-STATUS.
           MOVE WS-OPERATOR-ID TO GQ-DECIDED-BY.
           MOVE WS-TODAY-DATE  TO GQ-DECISION-DATE.
           REWRITE GRADE-CHANGE-RECORD.
           IF WS-CHANGE-STATUS NOT = "00"
              DISPLAY "Unable to update request, status "
                 WS-CHANGE-STATUS
           ELSE
              ADD 1 TO WS-DECIDED-COUNT
              DISPLAY "   Request rejected - grade " GQ-OLD-GRADE
                 " stands."
           END-IF.

       4000-APPLY-GRADE-CHANGE.
           *> The grade must still be the one the request was raised
           *> against - if it has moved since, the request is stale
           *> and is rejected rather than applied over the top.
           MOVE "N" TO WS-APPLIED-SW.
           MOVE GQ-STUDENT-ID  TO WS-STUDENT-ID GR-STUDENT-ID.
           MOVE GQ-COURSE-CODE TO WS-COURSE-CODE GR-COURSE-CODE.
           MOVE GQ-TERM-CODE   TO WS-TERM-CODE GR-TERM-CODE.
           READ GRADE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-GRADE-STATUS NOT = "00"
              OR GR-GRADE NOT = GQ-OLD-GRADE
              DISPLAY "   The grade on file no longer matches the"
                 " request - it is rejected as out of date."
              PERFORM 3200-REJECT-REQUEST
           ELSE
              PERFORM 4100-GET-OLD-GPA
              MOVE GQ-NEW-GRADE TO GR-GRADE
              MOVE WS-TODAY-DATE TO GR-GRADE-DATE
              REWRITE GRADE-RECORD
              IF WS-GRADE-STATUS NOT = "00"
                 DISPLAY "Unable to change grade, status "
                    WS-GRADE-STATUS " - request left pending."
              ELSE
                 MOVE "Y" TO WS-APPLIED-SW
              END-IF
           END-IF.
           IF CHANGE-APPLIED
              PERFORM 5000-RECOMPUTE-STUDENT-GPA
              PERFORM 4200-WRITE-AUDIT-RECORD
              MOVE "A"             TO GQ-STATUS
              MOVE WS-OPERATOR-ID  TO GQ-DECIDED-BY
              MOVE WS-TODAY-DATE   TO GQ-DECISION-DATE
              MOVE WS-OLD-TERM-GPA TO GQ-OLD-TERM-GPA
              MOVE WS-NEW-TERM-GPA TO GQ-NEW-TERM-GPA
              MOVE WS-OLD-CUM-GPA  TO GQ-OLD-CUM-GPA
              MOVE WS-NEW-CUM-GPA  TO GQ-NEW-CUM-GPA
              REWRITE GRADE-CHANGE-RECORD
              IF WS-CHANGE-STATUS NOT = "00"
                 DISPLAY "Unable to update request, status "
                    WS-CHANGE-STATUS
              END-IF
              ADD 1 TO WS-DECIDED-COUNT
              DISPLAY "   Grade changed to " GQ-NEW-GRADE
                 " - term GPA " WS-OLD-TERM-GPA " -> "
                 WS-NEW-TERM-GPA ", cumulative " WS-OLD-CUM-GPA
                 " -> " WS-NEW-CUM-GPA "."
           END-IF.

       4100-GET-OLD-GPA.
           MOVE ZERO TO WS-OLD-TERM-GPA WS-OLD-CUM-GPA.
           MOVE WS-STUDENT-ID TO GP-STUDENT-ID.
           MOVE WS-TERM-CODE  TO GP-TERM-CODE.
           READ GPA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE GP-TERM-GPA TO WS-OLD-TERM-GPA
                 MOVE GP-CUM-GPA  TO WS-OLD-CUM-GPA
           END-READ.

       4200-WRITE-AUDIT-RECORD.
           ACCEPT GCA-DATE FROM DATE YYYYMMDD.
           ACCEPT GCA-TIME FROM TIME.
           MOVE WS-OPERATOR-ID  TO GCA-OPERATOR.
           MOVE GQ-REQUESTED-BY TO GCA-REQUESTED-BY.
           MOVE GQ-REASON-CODE  TO GCA-REASON-CODE.
           MOVE WS-STUDENT-ID   TO GCA-STUDENT-ID.
           MOVE WS-COURSE-CODE  TO GCA-COURSE-CODE.
           MOVE WS-TERM-CODE    TO GCA-TERM-CODE.
           MOVE GQ-OLD-GRADE    TO GCA-B-GRADE.
           MOVE WS-OLD-TERM-GPA TO GCA-B-TERM-GPA.
           MOVE WS-OLD-CUM-GPA  TO GCA-B-CUM-GPA.
           MOVE GQ-NEW-GRADE    TO GCA-A-GRADE.
           MOVE WS-NEW-TERM-GPA TO GCA-A-TERM-GPA.
           MOVE WS-NEW-CUM-GPA  TO GCA-A-CUM-GPA.
           WRITE GRADE-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
                 WS-AUDIT-STATUS
           END-IF.

       5000-RECOMPUTE-STUDENT-GPA.
           *> Rework the student's GPA records the way TERM-GPA-BATCH
           *> builds them: the changed term's own figures, and the
           *> cumulative figure on that term and every later one.
           *> The run date on a record is left alone - it is how the
           *> billing run tells which record is the latest.
           MOVE WS-TERM-CODE TO WS-LOOKUP-TERM.
           PERFORM 5200-GET-TERM-START.
           MOVE WS-LOOKUP-START TO WS-CHANGED-TERM-START.
           PERFORM 5100-LOAD-STUDENT-GRADES.
           MOVE "N" TO WS-TERM-GPA-FOUND-SW.
           MOVE ZERO TO WS-NEW-TERM-GPA WS-NEW-CUM-GPA.
           MOVE "Y" TO WS-MORE-GPA-SW.
           MOVE WS-STUDENT-ID TO GP-STUDENT-ID.
           MOVE LOW-VALUES    TO GP-TERM-CODE.
           START GPA-FILE KEY IS >= GP-GPA-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-GPA-SW
           END-START.
           PERFORM UNTIL NO-MORE-GPA
              READ GPA-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-GPA-SW
                 NOT AT END
                    IF GP-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-GPA-SW
                    ELSE
                       PERFORM 5300-REWORK-ONE-GPA-RECORD
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT TERM-GPA-FOUND
              PERFORM 5600-ADD-TERM-GPA-RECORD
           END-IF.

       5100-LOAD-STUDENT-GRADES.
           *> Only a grade on the scale counts - I and W carry no
           *> points and no weight, and a superseded repeat attempt
           *> feeds nothing.
           MOVE ZERO TO WS-GRADE-TOTAL.
           MOVE "Y" TO WS-MORE-GRADES-SW.
           MOVE WS-STUDENT-ID TO GR-STUDENT-ID.
           MOVE LOW-VALUES    TO GR-COURSE-CODE GR-TERM-CODE.
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
                       PERFORM 5150-LOAD-ONE-GRADE
                    END-IF
              END-READ
           END-PERFORM.

       5150-LOAD-ONE-GRADE.
           MOVE "N" TO WS-GRADE-COUNTS-SW.
           IF NOT GR-SUPERSEDED AND NOT GR-TRANSFER-CREDIT
              MOVE GR-GRADE TO GS-GRADE
              READ GRADE-SCALE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-GRADE-COUNTS-SW
              END-READ
           END-IF.
           IF GRADE-COUNTS
              IF WS-GRADE-TOTAL = 200
                 DISPLAY "Warning: student " WS-STUDENT-ID " has"
                    " more than 200 counting grades - the rest are"
                    " left out of the GPA."
              ELSE
                 ADD 1 TO WS-GRADE-TOTAL
                 SET GRD-IDX TO WS-GRADE-TOTAL
                 MOVE GR-TERM-CODE TO WS-GT-TERM-CODE (GRD-IDX)
                 MOVE GS-POINTS    TO WS-GT-POINTS (GRD-IDX)
                 MOVE GR-TERM-CODE TO WS-LOOKUP-TERM
                 PERFORM 5200-GET-TERM-START
                 MOVE WS-LOOKUP-START TO WS-GT-TERM-START (GRD-IDX)
              END-IF
           END-IF.

       5200-GET-TERM-START.
           MOVE ZERO TO WS-LOOKUP-START.
           IF TERM-FILE-AVAILABLE
              MOVE WS-LOOKUP-TERM TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TR-START-DATE TO WS-LOOKUP-START
              END-READ
           END-IF.

       5300-REWORK-ONE-GPA-RECORD.
           *> Records for terms before the changed one are untouched -
           *> their cumulative figure never included it. A term not on
           *> the calendar cannot be placed, so only the changed
           *> term's own record is reworked then.
           MOVE GP-TERM-CODE TO WS-LOOKUP-TERM.
           PERFORM 5200-GET-TERM-START.
           MOVE WS-LOOKUP-START TO WS-GPA-TERM-START.
           IF GP-TERM-CODE = WS-TERM-CODE
              MOVE "Y" TO WS-TERM-GPA-FOUND-SW
              PERFORM 5400-TOTAL-FOR-GPA-RECORD
              IF WS-TERM-COURSES = ZERO
                 *> Nothing counts in the term any more - the batch
                 *> run files no record for such a term.
                 DELETE GPA-FILE RECORD
                 IF WS-GPA-STATUS NOT = "00"
                    DISPLAY "Unable to remove GPA record for term "
                       GP-TERM-CODE ", status " WS-GPA-STATUS
                 END-IF
              ELSE
                 MOVE WS-TERM-GPA TO WS-NEW-TERM-GPA
                 MOVE WS-CUM-GPA  TO WS-NEW-CUM-GPA
                 PERFORM 5500-UPDATE-GPA-RECORD
              END-IF
           ELSE
              IF WS-CHANGED-TERM-START NOT = ZERO
                 AND WS-GPA-TERM-START > WS-CHANGED-TERM-START
                 PERFORM 5400-TOTAL-FOR-GPA-RECORD
                 PERFORM 5500-UPDATE-GPA-RECORD
              END-IF
           END-IF.

       5400-TOTAL-FOR-GPA-RECORD.
           *> Term figures from the record's own term; cumulative
           *> figures from every grade up to and including it. With
           *> no start date to compare, a grade is counted, as the
           *> batch run counts every grade on file.
           MOVE ZERO TO WS-TERM-COURSES WS-TERM-POINTS
              WS-CUM-COURSES WS-CUM-POINTS WS-TERM-GPA WS-CUM-GPA.
           PERFORM VARYING GRD-IDX FROM 1 BY 1
                 UNTIL GRD-IDX > WS-GRADE-TOTAL
              IF WS-GT-TERM-CODE (GRD-IDX) = GP-TERM-CODE
                 ADD 1 TO WS-TERM-COURSES
                 ADD WS-GT-POINTS (GRD-IDX) TO WS-TERM-POINTS
              END-IF
              IF WS-GPA-TERM-START = ZERO
                 OR WS-GT-TERM-START (GRD-IDX) = ZERO
                 OR WS-GT-TERM-START (GRD-IDX) <= WS-GPA-TERM-START
                 ADD 1 TO WS-CUM-COURSES
                 ADD WS-GT-POINTS (GRD-IDX) TO WS-CUM-POINTS
              END-IF
           END-PERFORM.
           IF WS-TERM-COURSES NOT = ZERO
              COMPUTE WS-TERM-GPA ROUNDED =
                 WS-TERM-POINTS / WS-TERM-COURSES
           END-IF.
           IF WS-CUM-COURSES NOT = ZERO
              COMPUTE WS-CUM-GPA ROUNDED =
                 WS-CUM-POINTS / WS-CUM-COURSES
           END-IF.

       5500-UPDATE-GPA-RECORD.
           IF GP-TERM-CODE = WS-TERM-CODE
              MOVE WS-TERM-COURSES TO GP-TERM-COURSES
              MOVE WS-TERM-POINTS  TO GP-TERM-POINTS
              MOVE WS-TERM-GPA     TO GP-TERM-GPA
           END-IF.
           MOVE WS-CUM-COURSES TO GP-CUM-COURSES.
           MOVE WS-CUM-GPA     TO GP-CUM-GPA.
           REWRITE GPA-RECORD.
           IF WS-GPA-STATUS NOT = "00"
              DISPLAY "Unable to update GPA record for term "
                 GP-TERM-CODE ", status " WS-GPA-STATUS
           END-IF.

       5600-ADD-TERM-GPA-RECORD.
           *> The term had no counting grade when the batch ran (only
           *> I or W) - file its record now if the change gives it
           *> one, dated as of the term's close.
           MOVE WS-STUDENT-ID TO GP-STUDENT-ID.
           MOVE WS-TERM-CODE  TO GP-TERM-CODE.
           MOVE WS-CHANGED-TERM-START TO WS-GPA-TERM-START.
           PERFORM 5400-TOTAL-FOR-GPA-RECORD.
           IF WS-TERM-COURSES NOT = ZERO
              MOVE WS-TODAY-DATE TO WS-GPA-RUN-DATE
              IF TERM-FILE-AVAILABLE
                 MOVE WS-TERM-CODE TO TR-TERM-CODE
                 READ TERM-CAL-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF TR-GRADES-CLOSED NOT = ZERO
                          MOVE TR-GRADES-CLOSED TO WS-GPA-RUN-DATE
                       END-IF
                 END-READ
              END-IF
              MOVE WS-STUDENT-ID   TO GP-STUDENT-ID
              MOVE WS-TERM-CODE    TO GP-TERM-CODE
              MOVE WS-TERM-COURSES TO GP-TERM-COURSES
              MOVE WS-TERM-POINTS  TO GP-TERM-POINTS
              MOVE WS-TERM-GPA     TO GP-TERM-GPA
              MOVE WS-CUM-COURSES  TO GP-CUM-COURSES
              MOVE WS-CUM-GPA      TO GP-CUM-GPA
              MOVE WS-GPA-RUN-DATE TO GP-RUN-DATE
              WRITE GPA-RECORD
              IF WS-GPA-STATUS NOT = "00"
                 DISPLAY "Unable to save GPA record for term "
                    WS-TERM-CODE ", status " WS-GPA-STATUS
              ELSE
                 MOVE WS-TERM-GPA TO WS-NEW-TERM-GPA
                 MOVE WS-CUM-GPA  TO WS-NEW-CUM-GPA
              END-IF
           END-IF.

       6000-LIST-PENDING-REQUESTS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO GQ-REQUEST-KEY.
           START GRADE-CHANGE-FILE KEY IS >= GQ-REQUEST-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-CHANGE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GQ-PENDING
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 6100-DISPLAY-REQUEST
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " grade change request(s) pending.".

       6100-DISPLAY-REQUEST.
           MOVE GQ-STUDENT-ID   TO WS-L-STUDENT-ID.
           MOVE GQ-COURSE-CODE  TO WS-L-COURSE-CODE.
           MOVE GQ-TERM-CODE    TO WS-L-TERM-CODE.
           MOVE GQ-OLD-GRADE    TO WS-L-OLD-GRADE.
           MOVE GQ-NEW-GRADE    TO WS-L-NEW-GRADE.
           MOVE GQ-REASON-CODE  TO WS-L-REASON-CODE.
           MOVE GQ-REQUESTED-BY TO WS-L-REQUESTED-BY.
           MOVE GQ-REQUEST-DATE TO WS-L-REQUEST-DATE.
           DISPLAY WS-LIST-LINE.
