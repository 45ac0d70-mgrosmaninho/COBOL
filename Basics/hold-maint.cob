       IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLD-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN THE STUDENT HOLDS FILE,
      * KEYED ON STUDENT-ID/SEQUENCE, VIA PLACE/RELEASE/LIST
      * TRANSACTIONS IN THE SAME STYLE AS AWARD-MAINT. A HOLD NAMES
      * ITS TYPE, THE OFFICE THAT PLACED IT, THE REASON AND WHICH
      * SERVICES IT BLOCKS - ENROLLMENT, OFFICIAL TRANSCRIPTS,
      * VERIFICATION LETTERS, GRADUATION CLEARANCE. A HOLD IS NEVER
      * DELETED: RELEASING IT STAMPS THE RELEASE DATE AND OPERATOR,
      * SO THE STUDENT'S HOLD HISTORY STAYS ON FILE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-HOLD-KEY
              FILE STATUS IS WS-HOLD-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-PLACE                  VALUE "P".
           88 TRANS-RELEASE                VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "P" "R" "L".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-SEQUENCE              PIC 9(3) VALUE ZERO.
       01  WS-LAST-SEQUENCE         PIC 9(3) VALUE ZERO.
       01  WS-ACTIVE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-HOLD-TYPE             PIC X(4) VALUE SPACES.
           88 HOLD-TYPE-VALID              VALUES "FINA" "LIBR"
                                                  "DISC" "ADMN".
       01  WS-OFFICE                PIC X(10) VALUE SPACES.
       01  WS-REASON                PIC X(30) VALUE SPACES.
       01  WS-BLOCK-FLAGS.
           05  WS-BLOCK-ENROLL      PIC X VALUE "N".
           05  WS-BLOCK-TRANSCRIPT  PIC X VALUE "N".
           05  WS-BLOCK-LETTER      PIC X VALUE "N".
           05  WS-BLOCK-GRADUATION  PIC X VALUE "N".
       01  WS-BLOCK-ANSWER          PIC X VALUE SPACE.
           88 BLOCK-ANSWER-VALID           VALUES "Y" "N".
       01  WS-BLOCK-PROMPT          PIC X(36) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-BLOCKS-SW       PIC X VALUE "N".
           88 VALID-BLOCKS                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-SEQUENCE        PIC 9(3).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-HOLD-TYPE       PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-OFFICE          PIC X(10).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-REASON          PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-BLOCKS          PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-STATE           PIC X(17).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - holds cannot be maintained."
              GOBACK
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
              CLOSE HOLD-FILE
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-STUDENT-ID.
           EVALUATE TRUE
              WHEN TRANS-PLACE
                 PERFORM 1000-PLACE-HOLD
              WHEN TRANS-RELEASE
                 PERFORM 4000-RELEASE-HOLD
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-HOLDS
           END-EVALUATE.
           CLOSE HOLD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (P)lace, (R)elease, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter P, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-PLACE-HOLD.
           PERFORM 1200-GET-HOLD-DETAILS.
           PERFORM 1500-FIND-LAST-SEQUENCE.
           IF WS-LAST-SEQUENCE = 999
              DISPLAY "Student " WS-STUDENT-ID " has 999 holds on"
                 " file - no more can be placed."
           ELSE
              INITIALIZE HOLD-RECORD
              MOVE WS-STUDENT-ID       TO HD-STUDENT-ID
              COMPUTE HD-SEQUENCE = WS-LAST-SEQUENCE + 1
              MOVE WS-HOLD-TYPE        TO HD-HOLD-TYPE
              MOVE WS-OFFICE           TO HD-OFFICE
              MOVE WS-REASON           TO HD-REASON
              MOVE WS-TODAY-DATE       TO HD-PLACED-DATE
              MOVE WS-OPERATOR-ID      TO HD-PLACED-BY
              MOVE ZERO                TO HD-RELEASED-DATE
              MOVE SPACES              TO HD-RELEASED-BY
              MOVE WS-BLOCK-ENROLL     TO HD-BLOCK-ENROLL
              MOVE WS-BLOCK-TRANSCRIPT TO HD-BLOCK-TRANSCRIPT
              MOVE WS-BLOCK-LETTER     TO HD-BLOCK-LETTER
              MOVE WS-BLOCK-GRADUATION TO HD-BLOCK-GRADUATION
              WRITE HOLD-RECORD
              IF WS-HOLD-STATUS NOT = "00"
                 DISPLAY "Unable to save hold record, status "
                    WS-HOLD-STATUS
              ELSE
                 DISPLAY "Hold " HD-SEQUENCE " placed on student "
                    HD-STUDENT-ID "."
                 PERFORM 3000-DISPLAY-HOLD
              END-IF
           END-IF.

       1100-GET-STUDENT-ID.
           *> A hold on a student we do not hold could never block
           *> anything - the student must be on the master.
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
                 DISPLAY "Invalid student id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-HOLD-DETAILS.
           MOVE SPACES TO WS-HOLD-TYPE.
           PERFORM UNTIL HOLD-TYPE-VALID
              DISPLAY "Hold type (FINA)ncial, (LIBR)ary, (DISC)ipli"
                 "nary, (ADMN)istrative: " WITH NO ADVANCING
              ACCEPT WS-HOLD-TYPE
              IF NOT HOLD-TYPE-VALID
                 DISPLAY "Invalid hold type - enter FINA, LIBR, DISC"
                    " or ADMN."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-OFFICE.
           PERFORM UNTIL WS-OFFICE NOT = SPACES
              DISPLAY "Office placing the hold (e.g. BURSAR): "
                 WITH NO ADVANCING
              ACCEPT WS-OFFICE
              IF WS-OFFICE = SPACES
                 DISPLAY "The office may not be blank - it is who"
                    " the student must see to clear the hold."
              END-IF
           END-PERFORM.
           DISPLAY "Input reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.
           MOVE "N" TO WS-VALID-BLOCKS-SW.
           PERFORM UNTIL VALID-BLOCKS
              MOVE "Blocks enrollment (Y/N): " TO WS-BLOCK-PROMPT
              PERFORM 1300-GET-BLOCK-ANSWER
              MOVE WS-BLOCK-ANSWER TO WS-BLOCK-ENROLL
              MOVE "Blocks transcripts (Y/N): " TO WS-BLOCK-PROMPT
              PERFORM 1300-GET-BLOCK-ANSWER
              MOVE WS-BLOCK-ANSWER TO WS-BLOCK-TRANSCRIPT
              MOVE "Blocks verification letters (Y/N): "
                 TO WS-BLOCK-PROMPT
              PERFORM 1300-GET-BLOCK-ANSWER
              MOVE WS-BLOCK-ANSWER TO WS-BLOCK-LETTER
              MOVE "Blocks graduation (Y/N): " TO WS-BLOCK-PROMPT
              PERFORM 1300-GET-BLOCK-ANSWER
              MOVE WS-BLOCK-ANSWER TO WS-BLOCK-GRADUATION
              IF WS-BLOCK-FLAGS = "NNNN"
                 DISPLAY "A hold that blocks nothing has no effect -"
                    " answer Y to at least one service."
              ELSE
                 MOVE "Y" TO WS-VALID-BLOCKS-SW
              END-IF
           END-PERFORM.

       1300-GET-BLOCK-ANSWER.
           MOVE SPACE TO WS-BLOCK-ANSWER.
           PERFORM UNTIL BLOCK-ANSWER-VALID
              DISPLAY WS-BLOCK-PROMPT WITH NO ADVANCING
              ACCEPT WS-BLOCK-ANSWER
              IF NOT BLOCK-ANSWER-VALID
                 DISPLAY "Invalid answer - enter Y or N."
              END-IF
           END-PERFORM.

       1500-FIND-LAST-SEQUENCE.
           *> Count the student's active holds on the way past, for
           *> the release transaction.
           MOVE ZERO TO WS-LAST-SEQUENCE WS-ACTIVE-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO HD-STUDENT-ID.
           MOVE ZERO          TO HD-SEQUENCE.
           START HOLD-FILE KEY IS >= HD-HOLD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ HOLD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF HD-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       MOVE HD-SEQUENCE TO WS-LAST-SEQUENCE
                       IF HD-HOLD-ACTIVE
                          ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       3000-DISPLAY-HOLD.
           DISPLAY "Type: " HD-HOLD-TYPE "  Office: " HD-OFFICE
              "  Placed " HD-PLACED-DATE " by " HD-PLACED-BY.
           DISPLAY "Reason: " HD-REASON.
           DISPLAY "Blocks - enrollment " HD-BLOCK-ENROLL
              "  transcripts " HD-BLOCK-TRANSCRIPT
              "  letters " HD-BLOCK-LETTER
              "  graduation " HD-BLOCK-GRADUATION.

       4000-RELEASE-HOLD.
           PERFORM 1500-FIND-LAST-SEQUENCE.
           IF WS-ACTIVE-COUNT = ZERO
              DISPLAY "Student " WS-STUDENT-ID " has no active holds"
                 " - nothing to release."
           ELSE
              PERFORM 6000-LIST-HOLDS
              DISPLAY "Input hold number to release: "
                 WITH NO ADVANCING
              ACCEPT WS-SEQUENCE
              MOVE WS-STUDENT-ID TO HD-STUDENT-ID
              MOVE WS-SEQUENCE   TO HD-SEQUENCE
              READ HOLD-FILE
                 INVALID KEY
                    DISPLAY "Hold " WS-SEQUENCE " not found for"
                       " student " WS-STUDENT-ID " - nothing"
                       " released."
              END-READ
              IF WS-HOLD-STATUS = "00"
                 IF NOT HD-HOLD-ACTIVE
                    DISPLAY "Hold " WS-SEQUENCE " was already"
                       " released on " HD-RELEASED-DATE " by "
                       HD-RELEASED-BY "."
                 ELSE
                    MOVE WS-TODAY-DATE  TO HD-RELEASED-DATE
                    MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
                    REWRITE HOLD-RECORD
                    IF WS-HOLD-STATUS NOT = "00"
                       DISPLAY "Unable to release hold, status "
                          WS-HOLD-STATUS
                    ELSE
                       DISPLAY "Hold " WS-SEQUENCE " placed by "
                          HD-OFFICE " released."
                    END-IF
                 END-IF
              END-IF
           END-IF.

       6000-LIST-HOLDS.
           *> Every hold the student has ever had - a released one
           *> shows the date it was released.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO HD-STUDENT-ID.
           MOVE ZERO          TO HD-SEQUENCE.
           START HOLD-FILE KEY IS >= HD-HOLD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
                 DISPLAY "Student " WS-STUDENT-ID " has no holds on"
                    " file."
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ HOLD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF HD-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       PERFORM 6100-DISPLAY-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.

       6100-DISPLAY-LIST-LINE.
           MOVE HD-SEQUENCE  TO WS-L-SEQUENCE.
           MOVE HD-HOLD-TYPE TO WS-L-HOLD-TYPE.
           MOVE HD-OFFICE    TO WS-L-OFFICE.
           MOVE HD-REASON    TO WS-L-REASON.
           MOVE HD-BLOCKS    TO WS-L-BLOCKS.
           IF HD-HOLD-ACTIVE
              MOVE "ACTIVE" TO WS-L-STATE
           ELSE
              MOVE SPACES TO WS-L-STATE
              STRING "RELEASED " HD-RELEASED-DATE
                 DELIMITED BY SIZE INTO WS-L-STATE
           END-IF.
           DISPLAY WS-LIST-LINE.
