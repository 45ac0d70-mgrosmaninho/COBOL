       IDENTIFICATION DIVISION.
        PROGRAM-ID. AWARD-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN THE FINANCIAL-AID AWARD
      * FILE, KEYED ON STUDENT-ID/TERM-CODE/AWARD-TYPE, VIA
      * ADD/CHANGE/DELETE/LIST TRANSACTIONS IN THE SAME STYLE AS
      * INSTRUCTOR-MAINT. EACH AWARD IS A FIXED AMOUNT OR A
      * PERCENTAGE OF THE TERM'S TUITION, WITH AN OPTIONAL MINIMUM
      * CUMULATIVE GPA AND A FULL-TIME-ONLY CONDITION. THE STUDENT
      * MUST BE ON THE MASTER AND THE TERM ON THE TERM CALENDAR.
      * AN AWARD THE TUITION-BILL RUN HAS ALREADY APPLIED TO THE
      * STUDENT ACCOUNT IS ON THE LEDGER AND CAN NO LONGER BE
      * CHANGED OR DELETED HERE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AW-AWARD-KEY
              FILE STATUS IS WS-AWARD-STATUS.

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

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
       COPY AWARDREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       WORKING-STORAGE SECTION.
       01  WS-AWARD-STATUS          PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-TRMFILE-SW            PIC X VALUE "N".
           88 TERM-FILE-AVAILABLE          VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-CHANGE                 VALUE "C".
           88 TRANS-DELETE                 VALUE "D".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "C" "D" "L".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-AWARD-TYPE            PIC X(4) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(20) VALUE SPACES.
       01  WS-BASIS                 PIC X VALUE SPACE.
           88 BASIS-VALID                  VALUES "A" "P".
           88 BASIS-AMOUNT                 VALUE "A".
       01  WS-AMOUNT                PIC 9(6)V99 VALUE ZERO.
       01  WS-PERCENT               PIC 9(3)V99 VALUE ZERO.
       01  WS-MIN-GPA               PIC 9V99 VALUE ZERO.
       01  WS-FULL-TIME-FLAG        PIC X VALUE "N".
           88 FULL-TIME-FLAG-VALID         VALUES "Y" "N".
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-VALID-TYPE-SW         PIC X VALUE "N".
           88 VALID-AWARD-TYPE             VALUE "Y".
       01  WS-VALID-VALUE-SW        PIC X VALUE "N".
           88 VALID-AWARD-VALUE            VALUE "Y".
       01  WS-VALID-GPA-SW          PIC X VALUE "N".
           88 VALID-MIN-GPA                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-STUDENT-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-TERM-CODE       PIC X(6).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-AWARD-TYPE      PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-DESCRIPTION     PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-BASIS           PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-VALUE           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-STATUS          PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-RESULT          PIC X(20).

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
                 WS-MASTER-STATUS " - awards cannot be maintained."
              GOBACK
           END-IF.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              MOVE "Y" TO WS-TRMFILE-SW
           ELSE
              DISPLAY "Warning: unable to open term calendar, "
                 "status " WS-TERM-STATUS " - term codes cannot be"
                 " validated."
           END-IF.
           OPEN I-O AWARD-FILE.
           IF WS-AWARD-STATUS = "35"
              CLOSE AWARD-FILE
              OPEN OUTPUT AWARD-FILE
              CLOSE AWARD-FILE
              OPEN I-O AWARD-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-AWARD
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-AWARD
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-AWARD
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-AWARDS
           END-EVALUATE.
           CLOSE AWARD-FILE.
           IF TERM-FILE-AVAILABLE
              CLOSE TERM-CAL-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-AWARD.
           PERFORM 1100-GET-AWARD-KEY.
           MOVE WS-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-TERM-CODE  TO AW-TERM-CODE.
           MOVE WS-AWARD-TYPE TO AW-AWARD-TYPE.
           READ AWARD-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-AWARD-STATUS = "00"
              DISPLAY "Award " WS-AWARD-TYPE " is already on file for"
                 " student " WS-STUDENT-ID " term " WS-TERM-CODE
                 " - use a CHANGE transaction to update it."
           ELSE
              PERFORM 1200-GET-AWARD-DETAILS
              INITIALIZE AWARD-RECORD
              MOVE WS-STUDENT-ID  TO AW-STUDENT-ID
              MOVE WS-TERM-CODE   TO AW-TERM-CODE
              MOVE WS-AWARD-TYPE  TO AW-AWARD-TYPE
              PERFORM 1800-MOVE-AWARD-DETAILS
              MOVE "O"            TO AW-STATUS
              MOVE WS-OPERATOR-ID TO AW-OPERATOR
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              MOVE WS-TODAY-DATE  TO AW-ENTERED-DATE
              WRITE AWARD-RECORD
              IF WS-AWARD-STATUS NOT = "00"
                 DISPLAY "Unable to save award record, status "
                    WS-AWARD-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-AWARD
              END-IF
           END-IF.

       1100-GET-AWARD-KEY.
           PERFORM 1110-GET-STUDENT-ID.
           PERFORM 1120-GET-TERM-CODE.
           MOVE "N" TO WS-VALID-TYPE-SW.
           PERFORM UNTIL VALID-AWARD-TYPE
              DISPLAY "Input award type (e.g. MERT, BURS, WAIV): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-AWARD-TYPE
              ACCEPT WS-AWARD-TYPE
              IF WS-AWARD-TYPE NOT = SPACES
                 MOVE "Y" TO WS-VALID-TYPE-SW
              ELSE
                 DISPLAY "Invalid award type - it may not be blank."
              END-IF
           END-PERFORM.

       1110-GET-STUDENT-ID.
           *> An award for a student we do not hold can never be
           *> applied - the student must be on the master.
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

       1120-GET-TERM-CODE.
           *> The term must be one the registrar posted. With no term
           *> calendar on hand the keyed code is taken as-is - the
           *> warning at start-up already said so.
           MOVE "N" TO WS-VALID-TERM-SW.
           PERFORM UNTIL VALID-TERM-CODE
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
              IF WS-TERM-CODE = SPACES
                 DISPLAY "Invalid term code - it may not be blank."
              ELSE
                 IF NOT TERM-FILE-AVAILABLE
                    MOVE "Y" TO WS-VALID-TERM-SW
                 ELSE
                    MOVE WS-TERM-CODE TO TR-TERM-CODE
                    READ TERM-CAL-FILE
                       INVALID KEY
                          DISPLAY "Invalid term code - "
                             WS-TERM-CODE " is not on the term"
                             " calendar."
                       NOT INVALID KEY
                          MOVE "Y" TO WS-VALID-TERM-SW
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.

       1200-GET-AWARD-DETAILS.
           DISPLAY "Input description: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.
           MOVE SPACE TO WS-BASIS.
           PERFORM UNTIL BASIS-VALID
              DISPLAY "Award is a fixed (A)mount or a (P)ercentage"
                 " of term tuition: " WITH NO ADVANCING
              ACCEPT WS-BASIS
              IF NOT BASIS-VALID
                 DISPLAY "Invalid basis - enter A or P."
              END-IF
           END-PERFORM.
           PERFORM 1300-GET-AWARD-VALUE.
           PERFORM 1400-GET-MIN-GPA.
           MOVE SPACE TO WS-FULL-TIME-FLAG.
           PERFORM UNTIL FULL-TIME-FLAG-VALID
              DISPLAY "Full-time students only (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-FULL-TIME-FLAG
              IF NOT FULL-TIME-FLAG-VALID
                 DISPLAY "Invalid flag - enter Y or N."
              END-IF
           END-PERFORM.

       1300-GET-AWARD-VALUE.
           *> An amount must be greater than zero; a percentage runs
           *> from just above zero to a full 100% waiver.
           MOVE ZERO TO WS-AMOUNT WS-PERCENT.
           MOVE "N" TO WS-VALID-VALUE-SW.
           PERFORM UNTIL VALID-AWARD-VALUE
              IF BASIS-AMOUNT
                 DISPLAY "Input award amount (e.g. 001500.00): "
                    WITH NO ADVANCING
                 ACCEPT WS-AMOUNT
                 IF WS-AMOUNT NUMERIC AND WS-AMOUNT > ZERO
                    MOVE "Y" TO WS-VALID-VALUE-SW
                 ELSE
                    DISPLAY "Invalid amount - enter an amount"
                       " greater than zero."
                 END-IF
              ELSE
                 DISPLAY "Input percentage of tuition (e.g. 050.00): "
                    WITH NO ADVANCING
                 ACCEPT WS-PERCENT
                 IF WS-PERCENT NUMERIC AND WS-PERCENT > ZERO
                    AND WS-PERCENT NOT > 100
                    MOVE "Y" TO WS-VALID-VALUE-SW
                 ELSE
                    DISPLAY "Invalid percentage - enter 0.01"
                       " through 100.00."
                 END-IF
              END-IF
           END-PERFORM.

       1400-GET-MIN-GPA.
           MOVE "N" TO WS-VALID-GPA-SW.
           PERFORM UNTIL VALID-MIN-GPA
              DISPLAY "Input minimum cumulative GPA (0.00 for none): "
                 WITH NO ADVANCING
              ACCEPT WS-MIN-GPA
              IF WS-MIN-GPA NUMERIC AND WS-MIN-GPA NOT > 4.00
                 MOVE "Y" TO WS-VALID-GPA-SW
              ELSE
                 DISPLAY "Invalid GPA - enter 0.00 through 4.00."
              END-IF
           END-PERFORM.

       1800-MOVE-AWARD-DETAILS.
           MOVE WS-DESCRIPTION    TO AW-DESCRIPTION.
           MOVE WS-BASIS          TO AW-BASIS.
           MOVE WS-AMOUNT         TO AW-AMOUNT.
           MOVE WS-PERCENT        TO AW-PERCENT.
           MOVE WS-MIN-GPA        TO AW-MIN-GPA.
           MOVE WS-FULL-TIME-FLAG TO AW-FULL-TIME-FLAG.

       3000-DISPLAY-AWARD.
           DISPLAY "Award " AW-AWARD-TYPE " for student "
              AW-STUDENT-ID " term " AW-TERM-CODE ":".
           DISPLAY "Description is: " AW-DESCRIPTION.
           IF AW-FIXED-AMOUNT
              DISPLAY "Fixed amount: " AW-AMOUNT
           ELSE
              DISPLAY "Percentage of tuition: " AW-PERCENT
           END-IF.
           DISPLAY "Minimum cumulative GPA: " AW-MIN-GPA
              "  Full-time only: " AW-FULL-TIME-FLAG.
           DISPLAY "Status is: " AW-STATUS "  Last result: "
              AW-LAST-RESULT.

       4000-CHANGE-AWARD.
           PERFORM 1100-GET-AWARD-KEY.
           MOVE WS-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-TERM-CODE  TO AW-TERM-CODE.
           MOVE WS-AWARD-TYPE TO AW-AWARD-TYPE.
           READ AWARD-FILE
              INVALID KEY
                 DISPLAY "Award " WS-AWARD-TYPE " not found for"
                    " student " WS-STUDENT-ID " term " WS-TERM-CODE
                    " - nothing changed."
           END-READ.
           IF WS-AWARD-STATUS = "00"
              IF AW-APPLIED
                 DISPLAY "Award already applied on " AW-APPLIED-DATE
                    " for " AW-APPLIED-AMOUNT " - it is on the"
                    " student account and cannot be changed."
              ELSE
                 PERFORM 3000-DISPLAY-AWARD
                 PERFORM 1200-GET-AWARD-DETAILS
                 PERFORM 1800-MOVE-AWARD-DETAILS
                 MOVE WS-OPERATOR-ID TO AW-OPERATOR
                 REWRITE AWARD-RECORD
                 IF WS-AWARD-STATUS NOT = "00"
                    DISPLAY "Unable to change award record, status "
                       WS-AWARD-STATUS
                 ELSE
                    PERFORM 3000-DISPLAY-AWARD
                 END-IF
              END-IF
           END-IF.

       5000-DELETE-AWARD.
           PERFORM 1100-GET-AWARD-KEY.
           MOVE WS-STUDENT-ID TO AW-STUDENT-ID.
           MOVE WS-TERM-CODE  TO AW-TERM-CODE.
           MOVE WS-AWARD-TYPE TO AW-AWARD-TYPE.
           READ AWARD-FILE
              INVALID KEY
                 DISPLAY "Award " WS-AWARD-TYPE " not found for"
                    " student " WS-STUDENT-ID " term " WS-TERM-CODE
                    " - nothing deleted."
           END-READ.
           IF WS-AWARD-STATUS = "00"
              IF AW-APPLIED
                 DISPLAY "Award already applied on " AW-APPLIED-DATE
                    " - it is on the student account and cannot be"
                    " deleted."
              ELSE
                 DELETE AWARD-FILE
                 IF WS-AWARD-STATUS NOT = "00"
                    DISPLAY "Unable to delete award record, status "
                       WS-AWARD-STATUS
                 ELSE
                    DISPLAY "Award " WS-AWARD-TYPE " deleted."
                 END-IF
              END-IF
           END-IF.

       6000-LIST-AWARDS.
           *> One student's awards across every term, in key order.
           PERFORM 1110-GET-STUDENT-ID.
           MOVE WS-STUDENT-ID TO AW-STUDENT-ID.
           MOVE SPACES        TO AW-TERM-CODE AW-AWARD-TYPE.
           START AWARD-FILE KEY IS >= AW-AWARD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ AWARD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF AW-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       PERFORM 6100-DISPLAY-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.

       6100-DISPLAY-LIST-LINE.
           MOVE AW-STUDENT-ID  TO WS-L-STUDENT-ID.
           MOVE AW-TERM-CODE   TO WS-L-TERM-CODE.
           MOVE AW-AWARD-TYPE  TO WS-L-AWARD-TYPE.
           MOVE AW-DESCRIPTION TO WS-L-DESCRIPTION.
           MOVE AW-BASIS       TO WS-L-BASIS.
           IF AW-FIXED-AMOUNT
              MOVE AW-AMOUNT   TO WS-L-VALUE
           ELSE
              MOVE AW-PERCENT  TO WS-L-VALUE
           END-IF.
           MOVE AW-STATUS      TO WS-L-STATUS.
           MOVE AW-LAST-RESULT TO WS-L-RESULT.
           DISPLAY WS-LIST-LINE.
