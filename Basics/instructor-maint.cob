      * THE CLASS-LIST RUN PRINTS ONE LIST PER INSTRUCTOR PER
      * COURSE FROM IT - CLASS LISTS USED TO GO OUT BY SOMEONE
      * EYEBALLING ROSTER.PRT AND RE-TYPING.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE INSTRUCTOR NOW CARRIES A PAY CATEGORY,
      *            CHECKED AGAINST THE TEACHING PAY RATE TABLE WHEN
      *            IT IS ON FILE, WHICH THE TEACHING-LOAD RUN PAYS
      *            SESSIONAL STAFF AND FLAGS OVERLOADS FROM.
      *********************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS IN-INSTRUCTOR-ID
              FILE STATUS IS WS-INSTRUCTOR-STATUS.

           SELECT TEACH-RATE-FILE ASSIGN TO "TCHRATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TP-CATEGORY
              FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE.
       COPY INSTREC.

       FD  TEACH-RATE-FILE.
       COPY TCHRATE.

       WORKING-STORAGE SECTION.
       01  WS-INSTRUCTOR-STATUS     PIC XX VALUE SPACES.
       01  WS-RATE-STATUS           PIC XX VALUE SPACES.
       01  WS-RATE-FILE-SW          PIC X VALUE "N".
           88 RATE-FILE-AVAILABLE          VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
       01  WS-DEPARTMENT            PIC X(10) VALUE SPACES.
       01  WS-PHONE                 PIC X(12) VALUE SPACES.
       01  WS-EMAIL                 PIC X(30) VALUE SPACES.
       01  WS-CATEGORY              PIC X(2) VALUE SPACES.
       01  WS-VALID-CATEGORY-SW     PIC X VALUE "N".
           88 VALID-CATEGORY               VALUE "Y".

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-INSTRUCTOR-ID          VALUE "Y".
              CLOSE INSTRUCTOR-FILE
              OPEN I-O INSTRUCTOR-FILE
           END-IF.
           OPEN INPUT TEACH-RATE-FILE.
           IF WS-RATE-STATUS = "00"
              MOVE "Y" TO WS-RATE-FILE-SW
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-INSTRUCTOR
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-INSTRUCTORS
           END-EVALUATE.
           IF RATE-FILE-AVAILABLE
              CLOSE TEACH-RATE-FILE
           END-IF.
           CLOSE INSTRUCTOR-FILE.
           GOBACK.

           MOVE WS-DEPARTMENT    TO IN-DEPARTMENT.
           MOVE WS-PHONE         TO IN-PHONE.
           MOVE WS-EMAIL         TO IN-EMAIL.
           MOVE WS-CATEGORY      TO IN-CATEGORY.
           WRITE INSTRUCTOR-RECORD.
           IF WS-INSTRUCTOR-STATUS NOT = "00"
              DISPLAY "Unable to save instructor record, status "
           DISPLAY "Input email (up to 30 characters): "
              WITH NO ADVANCING.
           ACCEPT WS-EMAIL.
           PERFORM 1300-GET-CATEGORY.

       1300-GET-CATEGORY.
           *> The category must be on the pay rate table once that
           *> table is on file; before then any code is taken.
           MOVE "N" TO WS-VALID-CATEGORY-SW.
           PERFORM UNTIL VALID-CATEGORY
              DISPLAY "Input pay category: " WITH NO ADVANCING
              ACCEPT WS-CATEGORY
              IF WS-CATEGORY = SPACES
                 DISPLAY "Invalid pay category - it may not be"
                    " blank."
              ELSE
                 IF RATE-FILE-AVAILABLE
                    MOVE WS-CATEGORY TO TP-CATEGORY
                    READ TEACH-RATE-FILE
                       INVALID KEY
                          DISPLAY "Pay category " WS-CATEGORY
                             " is not on the pay rate table."
                       NOT INVALID KEY
                          MOVE "Y" TO WS-VALID-CATEGORY-SW
                    END-READ
                 ELSE
                    MOVE "Y" TO WS-VALID-CATEGORY-SW
                 END-IF
              END-IF
           END-PERFORM.

       3000-DISPLAY-INSTRUCTOR.
           DISPLAY "Instructor id: " IN-INSTRUCTOR-ID.
           DISPLAY "Department is: " IN-DEPARTMENT.
           DISPLAY "Phone is: " IN-PHONE.
           DISPLAY "Email is: " IN-EMAIL.
           DISPLAY "Pay category is: " IN-CATEGORY.

       4000-CHANGE-INSTRUCTOR.
           PERFORM 1100-GET-INSTRUCTOR-ID.
              MOVE WS-DEPARTMENT TO IN-DEPARTMENT
              MOVE WS-PHONE      TO IN-PHONE
              MOVE WS-EMAIL      TO IN-EMAIL
              MOVE WS-CATEGORY   TO IN-CATEGORY
              REWRITE INSTRUCTOR-RECORD
              IF WS-INSTRUCTOR-STATUS NOT = "00"
                 DISPLAY "Unable to change instructor record, "
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    DISPLAY IN-INSTRUCTOR-ID " " IN-SURNAME " "
                       IN-FORENAME " " IN-DEPARTMENT " "
                       IN-CATEGORY
              END-READ
           END-PERFORM.
