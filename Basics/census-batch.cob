       IDENTIFICATION DIVISION.
        PROGRAM-ID. CENSUS-BATCH.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: CENSUS-DATE ENROLLMENT FREEZE. RUN ON (OR AS
      * SOON AS POSSIBLE AFTER) THE CENSUS DATE POSTED FOR A TERM
      * THROUGH TERM-MAINT. COPIES EVERY ENROLLMENT ON FILE FOR THE
      * TERM, WITH THE STUDENT'S NAME AND LIFECYCLE STATUS FROM THE
      * MASTER, ONTO THE CENSUS SNAPSHOT FILE AND STAMPS THE TERM
      * CALENDAR WITH THE DATE IT WAS FROZEN. OFFICIAL HEADCOUNT AND
      * CREDIT-LOAD FIGURES RUN FROM THE SNAPSHOT FROM THEN ON, SO
      * THEY NO LONGER MOVE EVERY TIME A STUDENT ADDS OR DROPS, AND
      * CENSUS-RECON-RPT LISTS EVERY CHANGE MADE SINCE. A TERM IS
      * FROZEN ONCE ONLY. AN ENROLLMENT DATED AFTER THE CENSUS DATE
      * IS LEFT OUT, SO A LATE RUN DOES NOT PICK UP LATE ADDS.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-CENSUS-KEY
              FILE STATUS IS WS-CENSUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  CENSUS-FILE.
       COPY CENSREC.

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-CENSUS-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-TERM-OK-SW             PIC X VALUE "N".
           88  TERM-READY-FOR-CENSUS        VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-CENSUS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-PREV-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-STUDENT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-LATE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "CENSUS".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Term to freeze at its census date (e.g. 2026FA): "
              WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term given - run abandoned."
              GOBACK
           END-IF.
           OPEN I-O TERM-CAL-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to open the term calendar, status "
                 WS-TERM-STATUS " - run abandoned."
              GOBACK
           END-IF.
           PERFORM 0100-CHECK-TERM.
           IF TERM-READY-FOR-CENSUS
              PERFORM 0200-OPEN-FILES
              IF WS-ENROLL-STATUS = "00"
                 MOVE "STARTED" TO WS-JOB-STATUS
                 CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                    WS-JOB-ACCOUNT WS-RECORD-COUNT
                 PERFORM 1000-FREEZE-ENROLLMENTS
                 PERFORM 2000-MARK-TERM-FROZEN
                 MOVE "COMPLETE" TO WS-JOB-STATUS
                 CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                    WS-JOB-ACCOUNT WS-RECORD-COUNT
                 DISPLAY "Census for " WS-TERM-CODE " frozen at "
                    WS-CENSUS-DATE " - " WS-RECORD-COUNT
                    " enrollment(s), " WS-STUDENT-COUNT
                    " student(s)."
                 IF WS-LATE-COUNT NOT = ZERO
                    DISPLAY WS-LATE-COUNT " enrollment(s) dated after"
                       " the census date left out."
                 END-IF
                 CLOSE ENROLLMENT-FILE
              END-IF
              CLOSE STUDENT-MASTER-FILE
              CLOSE CENSUS-FILE
           END-IF.
           CLOSE TERM-CAL-FILE.
           GOBACK.

       0100-CHECK-TERM.
           *> The census is taken once, on or after the census date
           *> posted on the calendar - never ahead of it.
           MOVE WS-TERM-CODE TO TR-TERM-CODE.
           READ TERM-CAL-FILE
              INVALID KEY
                 DISPLAY "Term " WS-TERM-CODE
                    " is not on the term calendar - run abandoned."
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN TR-CENSUS-TAKEN NOT = ZERO
                       DISPLAY "Census for " WS-TERM-CODE
                          " was already frozen on " TR-CENSUS-TAKEN
                          " - run abandoned."
                    WHEN TR-CENSUS-DATE = ZERO
                       DISPLAY "Term " WS-TERM-CODE " has no census"
                          " date - post one through TERM-MAINT."
                    WHEN WS-RUN-DATE < TR-CENSUS-DATE
                       DISPLAY "Census date " TR-CENSUS-DATE
                          " not yet reached - run abandoned."
                    WHEN OTHER
                       MOVE TR-CENSUS-DATE TO WS-CENSUS-DATE
                       MOVE "Y" TO WS-TERM-OK-SW
                 END-EVALUATE
           END-READ.

       0200-OPEN-FILES.
           OPEN I-O CENSUS-FILE.
           IF WS-CENSUS-STATUS = "35"
              CLOSE CENSUS-FILE
              OPEN OUTPUT CENSUS-FILE
              CLOSE CENSUS-FILE
              OPEN I-O CENSUS-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - run abandoned."
              MOVE "99" TO WS-ENROLL-STATUS
           ELSE
              OPEN INPUT ENROLLMENT-FILE
              IF WS-ENROLL-STATUS NOT = "00"
                 DISPLAY "Unable to open enrollment file, status "
                    WS-ENROLL-STATUS " - run abandoned."
              END-IF
           END-IF.

       1000-FREEZE-ENROLLMENTS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF EN-TERM-CODE = WS-TERM-CODE
                       IF EN-ENROLL-DATE > WS-CENSUS-DATE
                          ADD 1 TO WS-LATE-COUNT
                       ELSE
                          PERFORM 1100-WRITE-CENSUS-RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1100-WRITE-CENSUS-RECORD.
           MOVE EN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
                 DISPLAY "Enrollment for unknown student "
                    EN-STUDENT-ID " on " EN-COURSE-CODE
                    " - not frozen."
              NOT INVALID KEY
                 IF SM-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                    ADD 1 TO WS-STUDENT-COUNT
                    MOVE SM-STUDENT-ID TO WS-PREV-STUDENT-ID
                 END-IF
                 MOVE WS-TERM-CODE   TO CN-TERM-CODE
                 MOVE EN-STUDENT-ID  TO CN-STUDENT-ID
                 MOVE EN-COURSE-CODE TO CN-COURSE-CODE
                 MOVE SM-SURNAME     TO CN-SURNAME
                 MOVE SM-FORENAME    TO CN-FORENAME
                 MOVE SM-STATUS      TO CN-STATUS
                 MOVE EN-SECTION-NO  TO CN-SECTION-NO
                 MOVE EN-ENROLL-DATE TO CN-ENROLL-DATE
                 MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE
                 PERFORM 1200-STORE-CENSUS-RECORD
           END-READ.

       1200-STORE-CENSUS-RECORD.
           *> A record already there can only be left by a run that
           *> stopped before the term was stamped - it is replaced.
           WRITE CENSUS-RECORD
              INVALID KEY
                 REWRITE CENSUS-RECORD
           END-WRITE.
           IF WS-CENSUS-STATUS = "00"
              ADD 1 TO WS-RECORD-COUNT
           ELSE
              DISPLAY "Unable to freeze " CN-STUDENT-ID " on "
                 CN-COURSE-CODE ", status " WS-CENSUS-STATUS
           END-IF.

       2000-MARK-TERM-FROZEN.
           MOVE WS-RUN-DATE TO TR-CENSUS-TAKEN.
           REWRITE TERM-CAL-RECORD.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to mark term " WS-TERM-CODE
                 " frozen, status " WS-TERM-STATUS
           END-IF.
