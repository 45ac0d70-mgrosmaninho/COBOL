      * STUDENT-ENROLL CAN HOLD A KEYED TERM CODE TO A TERM THE
      * REGISTRAR ACTUALLY POSTED AND ENFORCE THE DEADLINES INSTEAD
      * OF FILING "FALL26", "F2026" AND "FA26" AS THREE TERMS.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A NEW TERM STARTS WITH ITS GRADES OPEN, AND THE
      *            DATE TERM-GPA-BATCH CLOSED THEM IS SHOWN WITH THE
      *            TERM. A CHANGE LEAVES THE CLOSED DATE ALONE.
      * 15/10/26 - EACH TERM NOW CARRIES A CENSUS DATE FOR OFFICIAL
      *            ENROLLMENT REPORTING, AND THE DATE CENSUS-BATCH
      *            FROZE THE TERM'S SNAPSHOT IS SHOWN WITH THE TERM.
      *            THE CENSUS DATE CANNOT BE CHANGED ONCE FROZEN.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-END-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ADD-DEADLINE          PIC 9(8) VALUE ZERO.
       01  WS-DROP-DEADLINE         PIC 9(8) VALUE ZERO.
       01  WS-CENSUS-DATE           PIC 9(8) VALUE ZERO.
       01  WS-PROMPT-TEXT           PIC X(30) VALUE SPACES.
       01  WS-DATE-WORK             PIC 9(8) VALUE ZERO.

           MOVE WS-END-DATE      TO TR-END-DATE.
           MOVE WS-ADD-DEADLINE  TO TR-ADD-DEADLINE.
           MOVE WS-DROP-DEADLINE TO TR-DROP-DEADLINE.
           MOVE ZERO             TO TR-GRADES-CLOSED.
           MOVE WS-CENSUS-DATE   TO TR-CENSUS-DATE.
           MOVE ZERO             TO TR-CENSUS-TAKEN.
           WRITE TERM-CAL-RECORD.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to save term record, status "
           MOVE "Input drop deadline" TO WS-PROMPT-TEXT.
           PERFORM 1300-GET-ONE-DATE.
           MOVE WS-DATE-WORK TO WS-DROP-DEADLINE.
           MOVE "Input census date" TO WS-PROMPT-TEXT.
           PERFORM 1300-GET-ONE-DATE.
           MOVE WS-DATE-WORK TO WS-CENSUS-DATE.
           IF WS-END-DATE < WS-START-DATE
              DISPLAY "Warning: the end date is before the start"
                 " date - check the calendar entry."
           END-IF.
           IF WS-CENSUS-DATE < WS-START-DATE
              OR WS-CENSUS-DATE > WS-END-DATE
              DISPLAY "Warning: the census date is outside the term"
                 " - check the calendar entry."
           END-IF.

       1300-GET-ONE-DATE.
           *> Every calendar date on the term record is proven a real
              TR-END-DATE ".".
           DISPLAY "Add deadline is: " TR-ADD-DEADLINE.
           DISPLAY "Drop deadline is: " TR-DROP-DEADLINE.
           IF TR-GRADES-CLOSED NOT = ZERO
              DISPLAY "Grades closed on: " TR-GRADES-CLOSED
           END-IF.
           DISPLAY "Census date is: " TR-CENSUS-DATE.
           IF TR-CENSUS-TAKEN NOT = ZERO
              DISPLAY "Census snapshot frozen on: " TR-CENSUS-TAKEN
           END-IF.

       4000-CHANGE-TERM.
           PERFORM 1100-GET-TERM-CODE.
              MOVE WS-END-DATE      TO TR-END-DATE
              MOVE WS-ADD-DEADLINE  TO TR-ADD-DEADLINE
              MOVE WS-DROP-DEADLINE TO TR-DROP-DEADLINE
              IF TR-CENSUS-TAKEN = ZERO
                 MOVE WS-CENSUS-DATE TO TR-CENSUS-DATE
              ELSE
                 IF WS-CENSUS-DATE NOT = TR-CENSUS-DATE
                    DISPLAY "Census snapshot already frozen on "
                       TR-CENSUS-TAKEN " - census date left at "
                       TR-CENSUS-DATE "."
                 END-IF
              END-IF
              REWRITE TERM-CAL-RECORD
              IF WS-TERM-STATUS NOT = "00"
                 DISPLAY "Unable to change term record, status "
                    DISPLAY TR-TERM-CODE " " TR-START-DATE "-"
                       TR-END-DATE " ADD BY " TR-ADD-DEADLINE
                       " DROP BY " TR-DROP-DEADLINE
                       " CENSUS " TR-CENSUS-DATE
              END-READ
           END-PERFORM.
