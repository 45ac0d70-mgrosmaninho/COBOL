      *            OPERATOR, SO A NOTE TAKEN ABOUT A STUDENT CAN BE
      *            LISTED FROM STUDENT-INQUIRY INSTEAD OF BEING LOST
      *            IN AN UNKEYED APPEND-ONLY PILE.
      * 15/10/26 - EVERY NOTE NOW CARRIES A CATEGORY, AND A NOTE
      *            THAT NEEDS A REPLY IS OPENED AS A CASE OWNED BY AN
      *            OPERATOR ON THE OPERATOR FILE WITH A FOLLOW-UP DUE
      *            DATE, WORKED AND CLOSED THROUGH CORR-CASE-MAINT -
      *            THE FILE USED TO BE WRITE-ONLY.
      ****************************************************************

       ENVIRONMENT DIVISION. *> Section for the program’s environment.
              RECORD KEY IS TF-FORM-KEY
              FILE STATUS IS WS-FORM-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION. *> Section for the program’s data.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       FD  TEXT-FORM-FILE.
       COPY TEXTFREC.

       FD  OPERATOR-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION. *> Section for the program’s variables.
       01  WS-MASTER-STATUS     PIC XX VALUE SPACES.
       01  WS-FORM-STATUS       PIC XX VALUE SPACES.
       01  WS-OPERATOR-STATUS   PIC XX VALUE SPACES.
       01  WS-OPFILE-SW         PIC X VALUE "N".
           88 OPERATOR-FILE-AVAILABLE VALUE "Y".
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
       01  WS-NAME-LEN           PIC 99 VALUE 20.
       01  WS-ADDRESS-LEN        PIC 99 VALUE 30.
       01  WS-COMMENT-LEN        PIC 99 VALUE 40.
       01  WS-TODAY-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CASE-SW            PIC X VALUE "N".
           88 OPEN-A-CASE              VALUE "Y".
       01  WS-VALID-ENTRY-SW     PIC X VALUE "N".
           88 VALID-ENTRY              VALUE "Y".
       01  WS-DATE-FUTURE-OPTION PIC X VALUE "Y".
       01  WS-DATE-VALID-SW      PIC X VALUE "N".
           88 DATE-IS-VALID            VALUE "Y".

       PROCEDURE DIVISION. *> Section for the program’s logic.
       0000-MAIN.
                 CLOSE TEXT-FORM-FILE
                 OPEN I-O TEXT-FORM-FILE
              END-IF
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS = "00"
                 MOVE "Y" TO WS-OPFILE-SW
              END-IF
              PERFORM 1000-GET-STUDENT-ID
              PERFORM 2000-CAPTURE-FORM
              IF OPERATOR-FILE-AVAILABLE
                 CLOSE OPERATOR-FILE
              END-IF
              CLOSE TEXT-FORM-FILE
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           END-IF.

           ACCEPT TF-CAPTURE-DATE FROM DATE YYYYMMDD.
           MOVE TF-CAPTURE-DATE TO WS-TODAY-DATE.
           MOVE WS-OPERATOR-ID TO TF-OPERATOR.
           PERFORM 2200-GET-CATEGORY.
           PERFORM 2300-GET-CASE-DETAILS.
           WRITE TEXT-FORM-RECORD.
           IF WS-FORM-STATUS NOT = "00"
              DISPLAY "Unable to save form, status " WS-FORM-STATUS
           ELSE
              DISPLAY "Form saved for student " WS-STUDENT-ID
                 " as note " WS-NEXT-SEQUENCE "."
              IF TF-CASE-OPEN
                 DISPLAY "Case opened for " TF-ASSIGNED-TO
                    ", follow-up due " TF-FOLLOW-UP-DATE "."
              END-IF
           END-IF.

       2100-GET-NEXT-SEQUENCE.
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-SEQUENCE.

       2200-GET-CATEGORY.
           MOVE SPACE TO TF-CATEGORY.
           PERFORM UNTIL TF-CATEGORY-VALID
              DISPLAY "Category (G)eneral, (A)cademic, (F)inance, "
                 "(R)ecords, (C)omplaint: " WITH NO ADVANCING
              ACCEPT TF-CATEGORY
              IF NOT TF-CATEGORY-VALID
                 DISPLAY "Invalid category - enter G, A, F, R or C."
              END-IF
           END-PERFORM.

       2300-GET-CASE-DETAILS.
           *> A note that needs a reply is opened as a case; one that
           *> does not is filed with no case status, as before.
           MOVE SPACE  TO TF-CASE-STATUS.
           MOVE SPACES TO TF-ASSIGNED-TO TF-CLOSED-BY TF-RESOLUTION.
           MOVE ZERO   TO TF-FOLLOW-UP-DATE TF-CLOSED-DATE
                          TF-NOTIFIED-DATE.
           MOVE "N" TO WS-CASE-SW.
           DISPLAY "Does this need a follow-up (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-CASE-SW.
           IF OPEN-A-CASE
              MOVE "O" TO TF-CASE-STATUS
              PERFORM 2400-GET-ASSIGNED-OPERATOR
              PERFORM 2500-GET-FOLLOW-UP-DATE
           END-IF.

       2400-GET-ASSIGNED-OPERATOR.
           *> The owner defaults to the operator taking the note and
           *> must be a real operator when the operator file is on
           *> hand - the overdue chase is addressed to the owner.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              MOVE SPACES TO TF-ASSIGNED-TO
              DISPLAY "Assign to operator (blank = " WS-OPERATOR-ID
                 "): " WITH NO ADVANCING
              ACCEPT TF-ASSIGNED-TO
              IF TF-ASSIGNED-TO = SPACES
                 MOVE WS-OPERATOR-ID TO TF-ASSIGNED-TO
              END-IF
              IF OPERATOR-FILE-AVAILABLE
                 MOVE TF-ASSIGNED-TO TO OP-OPERATOR-ID
                 READ OPERATOR-FILE
                    INVALID KEY
                       DISPLAY "Operator " TF-ASSIGNED-TO
                          " is not on the operator file."
                    NOT INVALID KEY
                       MOVE "Y" TO WS-VALID-ENTRY-SW
                 END-READ
              ELSE
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              END-IF
           END-PERFORM.

       2500-GET-FOLLOW-UP-DATE.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Follow-up due date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT TF-FOLLOW-UP-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING TF-FOLLOW-UP-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF DATE-IS-VALID
                 AND TF-FOLLOW-UP-DATE NOT < WS-TODAY-DATE
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid date - enter a real calendar date"
                    " no earlier than today as YYYYMMDD."
              END-IF
           END-PERFORM.
