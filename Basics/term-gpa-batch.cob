      * (TERM GPA UNDER 2.00) THE DEAN'S OFFICE USED TO ASSEMBLE BY
      * HAND. A GRADE NOT ON THE SCALE (I, W) DOES NOT COUNT, AND
      * EVERY COUNTING COURSE CARRIES EQUAL WEIGHT.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE RUN NOW STAMPS THE TERM'S GRADES CLOSED ON
      *            THE TERM CALENDAR. FROM THEN ON GRADE-ENTRY WILL
      *            NOT OVERWRITE A GRADE ON THE TERM - A CHANGE IS
      *            RAISED AND APPROVED THROUGH GRADE-CHANGE, WHICH
      *            RECOMPUTES THE STUDENT'S GPA ON THIS FILE.
      * 15/10/26 - TRANSFER CREDIT POSTED THROUGH XFER-POST IS LEFT
      *            OUT OF THE GPA EVEN IF "TR" IS EVER KEYED ONTO THE
      *            GRADE SCALE.
      *********************************************************

       ENVIRONMENT DIVISION.
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT DEANS-LIST-FILE ASSIGN TO "DEANLIST.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEAN-STATUS.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  DEANS-LIST-FILE.
       01  DEAN-LINE                 PIC X(80).

       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-MSTFILE-SW             PIC X VALUE "N".
           88  MASTER-FILE-AVAILABLE        VALUE "Y".
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-DEAN-STATUS            PIC XX VALUE SPACES.
       01  WS-PROB-STATUS            PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-PROCESS-GRADES.
           PERFORM 3000-PRINT-TOTALS.
           PERFORM 4000-CLOSE-TERM-GRADES.
           CLOSE DEANS-LIST-FILE.
           CLOSE PROBATION-FILE.
           IF MASTER-FILE-AVAILABLE
       2100-TALLY-ONE-GRADE.
           *> Only a grade on the scale counts - I and W carry no
           *> points and no weight, and a superseded repeat attempt
           *> or transfer credit from another institution feeds
           *> nothing.
           MOVE "N" TO WS-GRADE-COUNTS-SW.
           IF NOT GR-SUPERSEDED AND NOT GR-TRANSFER-CREDIT
              MOVE GR-GRADE TO GS-GRADE
              READ GRADE-SCALE-FILE
                 INVALID KEY
           MOVE WS-PROBATION-COUNT TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE TO PROBATION-LINE.
           WRITE PROBATION-LINE.

       4000-CLOSE-TERM-GRADES.
           *> Stamp the term's grades closed on the calendar, so a
           *> later change to one of them goes through GRADE-CHANGE
           *> and is carried into this file. A rerun keeps the date
           *> of the first close.
           OPEN I-O TERM-CAL-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Warning: unable to open the term calendar, "
                 "status " WS-TERM-STATUS " - term " WS-TERM-CODE
                 " is not marked closed."
           ELSE
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    DISPLAY "Warning: term " WS-TERM-CODE
                       " is not on the term calendar - it cannot"
                       " be marked closed."
                 NOT INVALID KEY
                    IF TR-GRADES-CLOSED = ZERO
                       MOVE WS-RUN-DATE TO TR-GRADES-CLOSED
                       REWRITE TERM-CAL-RECORD
                       IF WS-TERM-STATUS NOT = "00"
                          DISPLAY "Unable to mark term "
                             WS-TERM-CODE " closed, status "
                             WS-TERM-STATUS
                       END-IF
                    END-IF
              END-READ
              CLOSE TERM-CAL-FILE
           END-IF.
