       IDENTIFICATION DIVISION.
        PROGRAM-ID. XFER-EQUIV-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE TRANSFER CREDIT
      * EQUIVALENCY TABLE, IN THE STYLE OF PROGREQ-MAINT. ADDS,
      * REMOVES AND LISTS THE MAPPINGS FROM A COURSE AT ANOTHER
      * INSTITUTION TO THE COURSE ON OUR COURSE MASTER IT IS
      * ACCEPTED AS. XFER-POST POSTS A STUDENT'S TRANSFER CREDIT
      * THROUGH THIS TABLE. ADDING OR REMOVING A MAPPING NEEDS A
      * SUPERVISOR-LEVEL SIGN-ON; ANYONE SIGNED ON MAY LIST.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-EQUIV-FILE ASSIGN TO "XFEREQV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XE-EQUIV-KEY
              FILE STATUS IS WS-EQUIV-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-EQUIV-FILE.
       COPY XFEREQV.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       WORKING-STORAGE SECTION.
       01  WS-EQUIV-STATUS          PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-REMOVE                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "R" "L".

       01  WS-INSTITUTION           PIC X(8) VALUE SPACES.
       01  WS-EXT-COURSE            PIC X(8) VALUE SPACES.
       01  WS-EXT-TITLE             PIC X(30) VALUE SPACES.
       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-EQUIV-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-VALID-INST-SW         PIC X VALUE "N".
           88 VALID-INSTITUTION            VALUE "Y".
       01  WS-VALID-EXT-SW          PIC X VALUE "N".
           88 VALID-EXT-COURSE             VALUE "Y".
       01  WS-VALID-CODE-SW         PIC X VALUE "N".
           88 VALID-COURSE-CODE            VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-INSTITUTION     PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-EXT-COURSE      PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-EXT-TITLE       PIC X(30).
           05  FILLER               PIC X(4)  VALUE " AS ".
           05  WS-L-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-ADDED-DATE      PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-ADDED-BY        PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF NOT TRANS-LIST
              AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Adding or removing an equivalency requires"
                 " supervisor authorization - refused."
              GOBACK
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to open course master, status "
                 WS-COURSE-STATUS " - equivalencies cannot be"
                 " maintained."
              GOBACK
           END-IF.
           OPEN I-O TRANSFER-EQUIV-FILE.
           IF WS-EQUIV-STATUS = "35"
              CLOSE TRANSFER-EQUIV-FILE
              OPEN OUTPUT TRANSFER-EQUIV-FILE
              CLOSE TRANSFER-EQUIV-FILE
              OPEN I-O TRANSFER-EQUIV-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-EQUIVALENCY
              WHEN TRANS-REMOVE
                 PERFORM 5000-REMOVE-EQUIVALENCY
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-EQUIVALENCIES
           END-EVALUATE.
           CLOSE TRANSFER-EQUIV-FILE.
           CLOSE COURSE-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (R)emove, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-EQUIVALENCY.
           *> Adding an equivalency already on the table replaces
           *> it - credit posted under the old mapping stays as
           *> posted.
           PERFORM 1100-GET-INSTITUTION.
           PERFORM 1200-GET-EXT-COURSE.
           DISPLAY "Input course title there: " WITH NO ADVANCING.
           MOVE SPACES TO WS-EXT-TITLE.
           ACCEPT WS-EXT-TITLE.
           PERFORM 1300-GET-COURSE-CODE.
           MOVE WS-INSTITUTION TO XE-INSTITUTION.
           MOVE WS-EXT-COURSE  TO XE-EXT-COURSE.
           READ TRANSFER-EQUIV-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-EQUIV-STATUS = "00"
              DISPLAY "Replacing the equivalency to " XE-COURSE-CODE
                 " added on " XE-ADDED-DATE " by " XE-ADDED-BY "."
           END-IF.
           MOVE WS-COURSE-CODE TO XE-COURSE-CODE.
           MOVE WS-EXT-TITLE   TO XE-EXT-TITLE.
           MOVE WS-TODAY-DATE  TO XE-ADDED-DATE.
           MOVE WS-OPERATOR-ID TO XE-ADDED-BY.
           IF WS-EQUIV-STATUS = "00"
              REWRITE TRANSFER-EQUIV-RECORD
           ELSE
              MOVE WS-INSTITUTION TO XE-INSTITUTION
              MOVE WS-EXT-COURSE  TO XE-EXT-COURSE
              WRITE TRANSFER-EQUIV-RECORD
           END-IF.
           IF WS-EQUIV-STATUS NOT = "00"
              DISPLAY "Unable to save equivalency, status "
                 WS-EQUIV-STATUS
           ELSE
              DISPLAY "Equivalency filed: " WS-INSTITUTION " "
                 WS-EXT-COURSE " is accepted as " WS-COURSE-CODE "."
           END-IF.

       1100-GET-INSTITUTION.
           MOVE "N" TO WS-VALID-INST-SW.
           PERFORM UNTIL VALID-INSTITUTION
              DISPLAY "Input institution code: " WITH NO ADVANCING
              ACCEPT WS-INSTITUTION
              IF WS-INSTITUTION NOT = SPACES
                 MOVE "Y" TO WS-VALID-INST-SW
              ELSE
                 DISPLAY "Invalid institution - it may not be blank."
              END-IF
           END-PERFORM.

       1200-GET-EXT-COURSE.
           MOVE "N" TO WS-VALID-EXT-SW.
           PERFORM UNTIL VALID-EXT-COURSE
              DISPLAY "Input course code there: " WITH NO ADVANCING
              ACCEPT WS-EXT-COURSE
              IF WS-EXT-COURSE NOT = SPACES
                 MOVE "Y" TO WS-VALID-EXT-SW
              ELSE
                 DISPLAY "Invalid course - it may not be blank."
              END-IF
           END-PERFORM.

       1300-GET-COURSE-CODE.
           MOVE "N" TO WS-VALID-CODE-SW.
           PERFORM UNTIL VALID-COURSE-CODE
              DISPLAY "Input our equivalent course: "
                 WITH NO ADVANCING
              ACCEPT WS-COURSE-CODE
              IF WS-COURSE-CODE = SPACES
                 DISPLAY "Invalid code - it may not be blank."
              ELSE
                 MOVE WS-COURSE-CODE TO CM-COURSE-CODE
                 READ COURSE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Invalid code - " WS-COURSE-CODE
                          " is not on the course master."
                    NOT INVALID KEY
                       DISPLAY "Course: " CM-COURSE-TITLE
                       MOVE "Y" TO WS-VALID-CODE-SW
                 END-READ
              END-IF
           END-PERFORM.

       5000-REMOVE-EQUIVALENCY.
           *> Credit already posted through the mapping stays on
           *> the grade file.
           PERFORM 1100-GET-INSTITUTION.
           PERFORM 1200-GET-EXT-COURSE.
           MOVE WS-INSTITUTION TO XE-INSTITUTION.
           MOVE WS-EXT-COURSE  TO XE-EXT-COURSE.
           READ TRANSFER-EQUIV-FILE
              INVALID KEY
                 DISPLAY "No such equivalency on file - nothing"
                    " removed."
           END-READ.
           IF WS-EQUIV-STATUS = "00"
              DELETE TRANSFER-EQUIV-FILE
              IF WS-EQUIV-STATUS NOT = "00"
                 DISPLAY "Unable to remove equivalency, status "
                    WS-EQUIV-STATUS
              ELSE
                 DISPLAY "Equivalency removed."
              END-IF
           END-IF.

       6000-LIST-EQUIVALENCIES.
           *> One institution's table, or the whole file when the
           *> institution is left blank.
           DISPLAY "Input institution code (blank for all): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-INSTITUTION.
           ACCEPT WS-INSTITUTION.
           MOVE ZERO TO WS-EQUIV-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-INSTITUTION TO XE-INSTITUTION.
           MOVE SPACES         TO XE-EXT-COURSE.
           START TRANSFER-EQUIV-FILE KEY IS >= XE-EQUIV-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ TRANSFER-EQUIV-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF WS-INSTITUTION NOT = SPACES
                       AND XE-INSTITUTION NOT = WS-INSTITUTION
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-EQUIV-COUNT
                       PERFORM 6100-DISPLAY-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-EQUIV-COUNT = ZERO
              DISPLAY "No equivalencies on file."
           END-IF.

       6100-DISPLAY-LIST-LINE.
           MOVE XE-INSTITUTION TO WS-L-INSTITUTION.
           MOVE XE-EXT-COURSE  TO WS-L-EXT-COURSE.
           MOVE XE-EXT-TITLE   TO WS-L-EXT-TITLE.
           MOVE XE-COURSE-CODE TO WS-L-COURSE-CODE.
           MOVE XE-ADDED-DATE  TO WS-L-ADDED-DATE.
           MOVE XE-ADDED-BY    TO WS-L-ADDED-BY.
           DISPLAY WS-LIST-LINE.
