       IDENTIFICATION DIVISION.
        PROGRAM-ID. XFER-POST.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO POST A STUDENT'S TRANSFER CREDIT.
      * THE COURSE TAKEN ELSEWHERE IS LOOKED UP ON THE TRANSFER
      * EQUIVALENCY TABLE MAINTAINED BY XFER-EQUIV-MAINT, AND THE
      * CREDIT IS FILED ON THE GRADE FILE AGAINST OUR EQUIVALENT
      * COURSE WITH THE TRANSFER GRADE "TR", THE TERM CODE
      * "TRANSF" AND THE SOURCE INSTITUTION. TERM-GPA-BATCH LEAVES
      * TRANSFER CREDIT OUT OF THE GPA, DEGREE-AUDIT COUNTS IT
      * TOWARD THE PROGRAM REQUIREMENTS AND THE TRANSCRIPT PRINTS
      * IT IN ITS OWN SECTION. A COURSE WITHOUT AN EQUIVALENCY ON
      * THE TABLE CANNOT BE POSTED - THE MAPPING IS AGREED FIRST.
      * POSTING NEEDS A SUPERVISOR-LEVEL SIGN-ON.
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

           SELECT TRANSFER-EQUIV-FILE ASSIGN TO "XFEREQV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XE-EQUIV-KEY
              FILE STATUS IS WS-EQUIV-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  TRANSFER-EQUIV-FILE.
       COPY XFEREQV.

       FD  GRADE-FILE.
       COPY GRADEREC.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-EQUIV-STATUS          PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-INSTITUTION           PIC X(8) VALUE SPACES.
       01  WS-EXT-COURSE            PIC X(8) VALUE SPACES.
       01  WS-TRANSFER-TERM         PIC X(6) VALUE "TRANSF".
       01  WS-TRANSFER-GRADE        PIC X(2) VALUE "TR".
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CONFIRM-SW            PIC X VALUE "N".
           88 POSTING-CONFIRMED            VALUE "Y".
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-INST-SW         PIC X VALUE "N".
           88 VALID-INSTITUTION            VALUE "Y".
       01  WS-VALID-EXT-SW          PIC X VALUE "N".
           88 VALID-EXT-COURSE             VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           IF WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Posting transfer credit requires supervisor"
                 " authorization - refused."
              GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - transfer credit cannot be"
                 " posted."
              GOBACK
           END-IF.
           OPEN INPUT TRANSFER-EQUIV-FILE.
           IF WS-EQUIV-STATUS NOT = "00"
              DISPLAY "Unable to open the transfer equivalency"
                 " table, status " WS-EQUIV-STATUS " - transfer"
                 " credit cannot be posted."
              CLOSE STUDENT-MASTER-FILE
              GOBACK
           END-IF.
           OPEN I-O GRADE-FILE.
           IF WS-GRADE-STATUS = "35"
              CLOSE GRADE-FILE
              OPEN OUTPUT GRADE-FILE
              CLOSE GRADE-FILE
              OPEN I-O GRADE-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-POST-TRANSFER-CREDIT.
           CLOSE GRADE-FILE.
           CLOSE TRANSFER-EQUIV-FILE.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       1000-POST-TRANSFER-CREDIT.
           PERFORM 1100-GET-STUDENT-ID.
           PERFORM 1200-GET-INSTITUTION.
           PERFORM 1300-GET-EXT-COURSE.
           MOVE WS-INSTITUTION TO XE-INSTITUTION.
           MOVE WS-EXT-COURSE  TO XE-EXT-COURSE.
           READ TRANSFER-EQUIV-FILE
              INVALID KEY
                 DISPLAY "No equivalency on file for " WS-INSTITUTION
                    " " WS-EXT-COURSE " - agree the mapping through"
                    " XFER-EQUIV-MAINT first. Nothing posted."
           END-READ.
           IF WS-EQUIV-STATUS = "00"
              DISPLAY WS-INSTITUTION " " WS-EXT-COURSE " "
                 XE-EXT-TITLE
              DISPLAY "is accepted as our course " XE-COURSE-CODE "."
              PERFORM 2000-FILE-TRANSFER-GRADE
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
                 DISPLAY "Invalid student id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-INSTITUTION.
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

       1300-GET-EXT-COURSE.
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

       2000-FILE-TRANSFER-GRADE.
           *> One transfer credit per course - a second institution's
           *> course mapping to the same course of ours earns
           *> nothing more.
           MOVE WS-STUDENT-ID    TO GR-STUDENT-ID.
           MOVE XE-COURSE-CODE   TO GR-COURSE-CODE.
           MOVE WS-TRANSFER-TERM TO GR-TERM-CODE.
           READ GRADE-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-GRADE-STATUS = "00"
              DISPLAY "Student " WS-STUDENT-ID " already has transfer"
                 " credit for " XE-COURSE-CODE " from "
                 GR-TRANSFER-INST " - nothing posted."
           ELSE
              MOVE "N" TO WS-CONFIRM-SW
              DISPLAY "Post transfer credit for " XE-COURSE-CODE
                 " (Y/N): " WITH NO ADVANCING
              ACCEPT WS-CONFIRM-SW
              IF POSTING-CONFIRMED
                 MOVE WS-STUDENT-ID     TO GR-STUDENT-ID
                 MOVE XE-COURSE-CODE    TO GR-COURSE-CODE
                 MOVE WS-TRANSFER-TERM  TO GR-TERM-CODE
                 MOVE WS-TRANSFER-GRADE TO GR-GRADE
                 MOVE WS-TODAY-DATE     TO GR-GRADE-DATE
                 MOVE "C"               TO GR-REPEAT-FLAG
                 MOVE WS-INSTITUTION    TO GR-TRANSFER-INST
                 WRITE GRADE-RECORD
                 IF WS-GRADE-STATUS NOT = "00"
                    DISPLAY "Unable to post transfer credit, status "
                       WS-GRADE-STATUS
                 ELSE
                    DISPLAY "Transfer credit for " XE-COURSE-CODE
                       " posted for student " WS-STUDENT-ID "."
                 END-IF
              ELSE
                 DISPLAY "Nothing posted."
              END-IF
           END-IF.
