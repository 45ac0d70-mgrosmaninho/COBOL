       IDENTIFICATION DIVISION.
        PROGRAM-ID. GRAD-APPROVE.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: REGISTRAR APPROVAL OF THE CERTIFIED GRADUATE
      * LIST. SHOWS THE STUDENTS GRAD-CLEAR CLEARED FOR A TERM AND,
      * ONCE THE REGISTRAR (A SUPERVISOR-LEVEL OPERATOR) CONFIRMS,
      * MOVES EACH ONE STILL ACTIVE TO GRADUATED ON THE STUDENT
      * MASTER - STATUS DATE TODAY, ONE AUDIT RECORD EACH ON
      * STUDAUDT.LOG JUST AS A GRADUATE TRANSACTION IN STUDENT-RECORD
      * WRITES - AND STAMPS THE CLEARANCE RECORD WITH WHO APPROVED
      * IT AND WHEN. THE MASTER IS UPDATED UNDER THE SAME IN-USE
      * LOCK STUDENT-RECORD AND STUDENT-BATCH TAKE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-CLEAR-FILE ASSIGN TO "GRADCLR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GL-CLEAR-KEY
              FILE STATUS IS WS-CLEAR-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "STUDAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MASTER-LOCK-FILE ASSIGN TO "STUDLOCK.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRAD-CLEAR-FILE.
       COPY GRADCLR.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-RECORD.
           05  ML-OPERATOR          PIC X(8).
           05  ML-LOCK-DATE         PIC 9(8).
           05  ML-LOCK-TIME         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CLEAR-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-LOCK-STATUS            PIC XX VALUE SPACES.
       01  WS-LOCK-HELD-SW           PIC X VALUE "N".
           88  LOCK-ACQUIRED                VALUE "Y".
       01  WS-MORE-CLEARS-SW         PIC X VALUE "Y".
           88  NO-MORE-CLEARS               VALUE "N".

       01  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL             PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW              PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON           VALUE "Y".
       01  WS-TOP-AUTH-LEVEL         PIC 9 VALUE 2.

       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-TODAY                  PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM                PIC X VALUE SPACE.
           88  CONFIRM-VALID                VALUES "Y" "N".
       01  WS-MASKED-NATID           PIC X(9) VALUE SPACES.

       01  WS-CANDIDATE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-GRADUATED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           IF WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Graduation approval requires supervisor"
                 " authorization - refused."
              GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Input graduating term code (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term code keyed - nothing approved."
              GOBACK
           END-IF.
           OPEN I-O GRAD-CLEAR-FILE.
           IF WS-CLEAR-STATUS NOT = "00"
              DISPLAY "Unable to open graduation clearance file, "
                 "status " WS-CLEAR-STATUS " - run GRAD-CLEAR for"
                 " the term first."
              GOBACK
           END-IF.
           PERFORM 1000-LIST-CANDIDATES.
           IF WS-CANDIDATE-COUNT = ZERO
              DISPLAY "No cleared students await approval for term "
                 WS-TERM-CODE "."
              CLOSE GRAD-CLEAR-FILE
              GOBACK
           END-IF.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM UNTIL CONFIRM-VALID
              DISPLAY "Approve all " WS-CANDIDATE-COUNT
                 " and record them as graduated (Y/N)? "
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM
           END-PERFORM.
           IF WS-CONFIRM = "N"
              DISPLAY "Nothing approved."
              CLOSE GRAD-CLEAR-FILE
              GOBACK
           END-IF.
           PERFORM 0050-ACQUIRE-MASTER-LOCK.
           IF NOT LOCK-ACQUIRED
              CLOSE GRAD-CLEAR-FILE
              GOBACK
           END-IF.
           OPEN I-O STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - nothing approved."
              PERFORM 0900-RELEASE-MASTER-LOCK
              CLOSE GRAD-CLEAR-FILE
              GOBACK
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           PERFORM 2000-APPROVE-CANDIDATES.
           CLOSE AUDIT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM 0900-RELEASE-MASTER-LOCK.
           CLOSE GRAD-CLEAR-FILE.
           DISPLAY WS-GRADUATED-COUNT " student(s) recorded as"
              " graduated, " WS-SKIPPED-COUNT " left as they were.".
           GOBACK.

       0050-ACQUIRE-MASTER-LOCK.
           *> The same in-use lock STUDENT-RECORD takes - the
           *> approval must never interleave its updates with a live
           *> maintenance session. A held lock is a refusal: approve
           *> again once the other session is done.
           MOVE "N" TO WS-LOCK-HELD-SW.
           OPEN INPUT MASTER-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
              READ MASTER-LOCK-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-LOCK-STATUS = "00"
                 CLOSE MASTER-LOCK-FILE
                 DISPLAY "Approval refused - the student master is"
                    " in use by " ML-OPERATOR " since " ML-LOCK-DATE
                    "/" ML-LOCK-TIME ". Try again when the session"
                    " has ended."
              ELSE
                 CLOSE MASTER-LOCK-FILE
                 PERFORM 0070-WRITE-LOCK-RECORD
              END-IF
           ELSE
              PERFORM 0070-WRITE-LOCK-RECORD
           END-IF.

       0070-WRITE-LOCK-RECORD.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE WS-OPERATOR-ID TO ML-OPERATOR.
           ACCEPT ML-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-LOCK-TIME FROM TIME.
           WRITE MASTER-LOCK-RECORD.
           CLOSE MASTER-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
              MOVE "Y" TO WS-LOCK-HELD-SW
           ELSE
              DISPLAY "Unable to take the in-use lock, status "
                 WS-LOCK-STATUS "."
           END-IF.

       0900-RELEASE-MASTER-LOCK.
           *> An empty lock file means the master is free.
           IF LOCK-ACQUIRED
              OPEN OUTPUT MASTER-LOCK-FILE
              CLOSE MASTER-LOCK-FILE
              MOVE "N" TO WS-LOCK-HELD-SW
           END-IF.

       1000-LIST-CANDIDATES.
           *> Show the registrar exactly what they are approving.
           MOVE ZERO TO WS-CANDIDATE-COUNT.
           PERFORM 1100-START-TERM.
           PERFORM UNTIL NO-MORE-CLEARS
              READ GRAD-CLEAR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-CLEARS-SW
                 NOT AT END
                    IF GL-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-CLEARS-SW
                    ELSE
                       IF GL-AWAITING-APPROVAL
                          ADD 1 TO WS-CANDIDATE-COUNT
                          DISPLAY GL-STUDENT-ID "  " GL-DIPLOMA-NAME
                             "  " GL-PROGRAM-CODE "  cleared "
                             GL-CLEARED-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1100-START-TERM.
           MOVE "Y" TO WS-MORE-CLEARS-SW.
           MOVE WS-TERM-CODE TO GL-TERM-CODE.
           MOVE ZERO         TO GL-STUDENT-ID.
           START GRAD-CLEAR-FILE KEY IS >= GL-CLEAR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-CLEARS-SW
           END-START.

       2000-APPROVE-CANDIDATES.
           PERFORM 1100-START-TERM.
           PERFORM UNTIL NO-MORE-CLEARS
              READ GRAD-CLEAR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-CLEARS-SW
                 NOT AT END
                    IF GL-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-CLEARS-SW
                    ELSE
                       IF GL-AWAITING-APPROVAL
                          PERFORM 2100-GRADUATE-ONE-STUDENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2100-GRADUATE-ONE-STUDENT.
           *> A student withdrawn or removed since the clearance run
           *> is left alone - the next clearance run drops them.
           MOVE GL-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
                 DISPLAY "Student " GL-STUDENT-ID " no longer on the"
                    " master - not approved."
                 ADD 1 TO WS-SKIPPED-COUNT
           END-READ.
           IF WS-MASTER-STATUS = "00"
              IF NOT SM-STUDENT-ACTIVE
                 DISPLAY "Student " GL-STUDENT-ID " now has status "
                    SM-STATUS " - not approved."
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 PERFORM 2200-SET-GRADUATED
              END-IF
           END-IF.

       2200-SET-GRADUATED.
           MOVE SM-FORENAME      TO AUD-B-FORENAME AUD-A-FORENAME.
           MOVE SM-SURNAME       TO AUD-B-SURNAME AUD-A-SURNAME.
           MOVE SM-GENDER        TO AUD-B-GENDER AUD-A-GENDER.
           MOVE SM-COURSE-CODE   TO AUD-B-COURSE-CODE
              AUD-A-COURSE-CODE.
           MOVE SM-DATE-OF-BIRTH TO AUD-B-DATE-OF-BIRTH
              AUD-A-DATE-OF-BIRTH.
           MOVE SM-STATUS        TO AUD-B-STATUS.
           MOVE SM-STATUS-DATE   TO AUD-B-STATUS-DATE.
           MOVE "G"              TO SM-STATUS.
           MOVE WS-TODAY         TO SM-STATUS-DATE.
           REWRITE STUDENT-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to change status for student "
                 GL-STUDENT-ID ", status " WS-MASTER-STATUS
                 " - not approved."
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM 9000-WRITE-AUDIT-RECORD
              MOVE "G"            TO GL-STATUS
              MOVE WS-OPERATOR-ID TO GL-APPROVED-BY
              MOVE WS-TODAY       TO GL-APPROVED-DATE
              REWRITE GRAD-CLEAR-RECORD
              IF WS-CLEAR-STATUS NOT = "00"
                 DISPLAY "Unable to stamp clearance for student "
                    GL-STUDENT-ID ", status " WS-CLEAR-STATUS
              END-IF
              ADD 1 TO WS-GRADUATED-COUNT
           END-IF.

       9000-WRITE-AUDIT-RECORD.
           *> The same record a graduate transaction in
           *> STUDENT-RECORD writes, so the audit trail reads alike
           *> whichever way the status moved.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "G"            TO AUD-TRANS-CODE.
           MOVE SM-STUDENT-ID  TO AUD-STUDENT-ID.
           CALL "IDMASK" USING SM-NATIONAL-ID WS-MASKED-NATID.
           MOVE WS-MASKED-NATID TO AUD-B-NATIONAL-ID
              AUD-A-NATIONAL-ID.
           MOVE SM-STATUS      TO AUD-A-STATUS.
           MOVE SM-STATUS-DATE TO AUD-A-STATUS-DATE.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
                 WS-AUDIT-STATUS
           END-IF.
