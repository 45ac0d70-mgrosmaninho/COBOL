       IDENTIFICATION DIVISION.
        PROGRAM-ID. CORR-CASE-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: CORRESPONDENCE CASE WORKING SCREEN. A NOTE
      * TAKEN THROUGH TEXT-FORM THAT NEEDS A REPLY IS AN OPEN CASE
      * ON TEXTFORM.DAT, OWNED BY AN OPERATOR WITH A FOLLOW-UP DUE
      * DATE. THIS PROGRAM (L)ISTS THE OPEN CASES OF AN OPERATOR
      * (OVERDUE ONES MARKED), (W)ORKS A CASE - REASSIGNING IT,
      * MOVING ITS FOLLOW-UP DATE OR RECATEGORIZING IT - (C)LOSES A
      * CASE WITH A ONE-LINE RESOLUTION, AND (R)EOPENS A CLOSED
      * ONE. A CASE IS CLOSED BY ITS OWNER OR A SUPERVISOR; A PLAIN
      * NOTE CAN BE TURNED INTO A CASE THROUGH (W)ORK. OVERDUE
      * CASES ARE CHASED DAILY BY CORR-OVERDUE-RPT.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXT-FORM-FILE ASSIGN TO "TEXTFORM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TF-FORM-KEY
              FILE STATUS IS WS-FORM-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEXT-FORM-FILE.
       COPY TEXTFREC.

       FD  OPERATOR-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-FORM-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-STATUS       PIC XX VALUE SPACES.
       01  WS-OPFILE-SW             PIC X VALUE "N".
           88 OPERATOR-FILE-AVAILABLE      VALUE "Y".
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-WORK                   VALUE "W".
           88 TRANS-CLOSE                  VALUE "C".
           88 TRANS-REOPEN                 VALUE "R".
           88 TRANS-CODE-VALID             VALUES "L" "W" "C" "R".

       01  WS-WORK-ACTION           PIC X VALUE SPACE.
           88 ACTION-REASSIGN              VALUE "A".
           88 ACTION-FOLLOW-UP             VALUE "F".
           88 ACTION-CATEGORY              VALUE "K".
           88 ACTION-VALID                 VALUES "A" "F" "K".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-SEQUENCE              PIC 9(4) VALUE ZERO.
       01  WS-LIST-OPERATOR         PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CASE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88 VALID-ENTRY                  VALUE "Y".
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-CASE-OPTION           PIC X VALUE "N".
       01  WS-TRUNC-SW              PIC X VALUE "N".
           88 INPUT-TRUNCATED              VALUE "Y".
       01  WS-RESOLUTION-LEN        PIC 99 VALUE 40.

       01  WS-LIST-LINE.
           05  WS-L-STUDENT-ID      PIC 9(6).
           05  FILLER               PIC X     VALUE "/".
           05  WS-L-SEQUENCE        PIC 9(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-CATEGORY        PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-ASSIGNED-TO     PIC X(8).
           05  FILLER               PIC X(5)  VALUE " DUE ".
           05  WS-L-FOLLOW-UP-DATE  PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-OVERDUE         PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-COMMENT         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN I-O TEXT-FORM-FILE.
           IF WS-FORM-STATUS NOT = "00"
              DISPLAY "Unable to open the correspondence file, "
                 "status " WS-FORM-STATUS " - no cases on file."
              GOBACK
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
              MOVE "Y" TO WS-OPFILE-SW
           END-IF.
           CALL "BUSDATE" USING WS-TODAY-DATE.
           EVALUATE TRUE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-CASES
              WHEN TRANS-WORK
                 PERFORM 2000-WORK-CASE
              WHEN TRANS-CLOSE
                 PERFORM 3000-CLOSE-CASE
              WHEN TRANS-REOPEN
                 PERFORM 4000-REOPEN-CASE
           END-EVALUATE.
           IF OPERATOR-FILE-AVAILABLE
              CLOSE OPERATOR-FILE
           END-IF.
           CLOSE TEXT-FORM-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (L)ist, (W)ork, (C)lose, "
                 "(R)eopen: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter L, W, C"
                    " or R."
              END-IF
           END-PERFORM.

       1000-GET-CASE.
           *> Leaves WS-FORM-STATUS "00" with the note read when it
           *> is on file.
           DISPLAY "Input student id: " WITH NO ADVANCING.
           ACCEPT WS-STUDENT-ID.
           DISPLAY "Input note number: " WITH NO ADVANCING.
           ACCEPT WS-SEQUENCE.
           MOVE WS-STUDENT-ID TO TF-STUDENT-ID.
           MOVE WS-SEQUENCE   TO TF-SEQUENCE.
           READ TEXT-FORM-FILE
              INVALID KEY
                 DISPLAY "Note " WS-SEQUENCE " for student "
                    WS-STUDENT-ID " is not on file."
           END-READ.
           IF WS-FORM-STATUS = "00"
              PERFORM 1100-DISPLAY-CASE
           END-IF.

       1100-DISPLAY-CASE.
           DISPLAY "Note " TF-SEQUENCE " for student " TF-STUDENT-ID
              " taken " TF-CAPTURE-DATE " by " TF-OPERATOR.
           DISPLAY "  " TF-NAME " / " TF-ADDRESS.
           DISPLAY "  " TF-COMMENT.
           DISPLAY "  Category: " TF-CATEGORY.
           EVALUATE TRUE
              WHEN TF-CASE-OPEN
                 DISPLAY "  Case OPEN - owner " TF-ASSIGNED-TO
                    ", follow-up due " TF-FOLLOW-UP-DATE
              WHEN TF-CASE-CLOSED
                 DISPLAY "  Case CLOSED " TF-CLOSED-DATE " by "
                    TF-CLOSED-BY " - owner was " TF-ASSIGNED-TO
                 DISPLAY "  Resolution: " TF-RESOLUTION
              WHEN OTHER
                 DISPLAY "  Plain note - no case."
           END-EVALUATE.

       1200-GET-ASSIGNED-OPERATOR.
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

       1300-GET-FOLLOW-UP-DATE.
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
           *> A new due date earns a fresh chase if it slips again.
           MOVE ZERO TO TF-NOTIFIED-DATE.

       1400-GET-CATEGORY.
           MOVE SPACE TO TF-CATEGORY.
           PERFORM UNTIL TF-CATEGORY-VALID
              DISPLAY "Category (G)eneral, (A)cademic, (F)inance, "
                 "(R)ecords, (C)omplaint: " WITH NO ADVANCING
              ACCEPT TF-CATEGORY
              IF NOT TF-CATEGORY-VALID
                 DISPLAY "Invalid category - enter G, A, F, R or C."
              END-IF
           END-PERFORM.

       1500-REWRITE-CASE.
           REWRITE TEXT-FORM-RECORD.
           IF WS-FORM-STATUS NOT = "00"
              DISPLAY "Unable to update the case, status "
                 WS-FORM-STATUS
           ELSE
              PERFORM 1100-DISPLAY-CASE
           END-IF.

       2000-WORK-CASE.
           *> Working a plain note opens it as a case; a closed case
           *> has to be reopened first.
           PERFORM 1000-GET-CASE.
           IF WS-FORM-STATUS = "00"
              IF TF-CASE-CLOSED
                 DISPLAY "The case is closed - reopen it first."
              ELSE
                 IF TF-NO-CASE
                    DISPLAY "Opening the note as a case."
                    MOVE "O"    TO TF-CASE-STATUS
                    MOVE SPACES TO TF-CLOSED-BY TF-RESOLUTION
                    MOVE ZERO   TO TF-CLOSED-DATE
                    PERFORM 1200-GET-ASSIGNED-OPERATOR
                    PERFORM 1300-GET-FOLLOW-UP-DATE
                 ELSE
                    PERFORM 2100-GET-WORK-ACTION
                 END-IF
                 PERFORM 1500-REWRITE-CASE
              END-IF
           END-IF.

       2100-GET-WORK-ACTION.
           MOVE SPACE TO WS-WORK-ACTION.
           PERFORM UNTIL ACTION-VALID
              DISPLAY "Re(A)ssign, new (F)ollow-up date, re(K)ategorize"
                 ": " WITH NO ADVANCING
              ACCEPT WS-WORK-ACTION
              IF NOT ACTION-VALID
                 DISPLAY "Invalid action - enter A, F or K."
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN ACTION-REASSIGN
                 PERFORM 1200-GET-ASSIGNED-OPERATOR
                 MOVE ZERO TO TF-NOTIFIED-DATE
              WHEN ACTION-FOLLOW-UP
                 PERFORM 1300-GET-FOLLOW-UP-DATE
              WHEN ACTION-CATEGORY
                 PERFORM 1400-GET-CATEGORY
           END-EVALUATE.

       3000-CLOSE-CASE.
           PERFORM 1000-GET-CASE.
           IF WS-FORM-STATUS = "00"
              EVALUATE TRUE
                 WHEN NOT TF-CASE-OPEN
                    DISPLAY "There is no open case on this note."
                 WHEN TF-ASSIGNED-TO NOT = WS-OPERATOR-ID
                    AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
                    DISPLAY "The case belongs to " TF-ASSIGNED-TO
                       " - closing it requires supervisor"
                       " authorization - refused."
                 WHEN OTHER
                    MOVE SPACES TO TF-RESOLUTION
                    PERFORM UNTIL TF-RESOLUTION NOT = SPACES
                       DISPLAY "Resolution (up to 40 characters): "
                          WITH NO ADVANCING
                       ACCEPT TF-RESOLUTION
                    END-PERFORM
                    CALL "TEXTSAN" USING TF-RESOLUTION
                       WS-RESOLUTION-LEN WS-CASE-OPTION WS-TRUNC-SW
                    IF INPUT-TRUNCATED
                       DISPLAY "Warning: resolution may have been"
                          " truncated to 40 characters."
                    END-IF
                    MOVE "C"            TO TF-CASE-STATUS
                    MOVE WS-TODAY-DATE  TO TF-CLOSED-DATE
                    MOVE WS-OPERATOR-ID TO TF-CLOSED-BY
                    PERFORM 1500-REWRITE-CASE
              END-EVALUATE
           END-IF.

       4000-REOPEN-CASE.
           PERFORM 1000-GET-CASE.
           IF WS-FORM-STATUS = "00"
              IF NOT TF-CASE-CLOSED
                 DISPLAY "There is no closed case on this note."
              ELSE
                 MOVE "O"    TO TF-CASE-STATUS
                 MOVE SPACES TO TF-CLOSED-BY
                 MOVE ZERO   TO TF-CLOSED-DATE
                 PERFORM 1200-GET-ASSIGNED-OPERATOR
                 PERFORM 1300-GET-FOLLOW-UP-DATE
                 PERFORM 1500-REWRITE-CASE
              END-IF
           END-IF.

       6000-LIST-CASES.
           MOVE SPACES TO WS-LIST-OPERATOR.
           DISPLAY "Operator to list (blank = " WS-OPERATOR-ID
              ", ALL = everyone): " WITH NO ADVANCING.
           ACCEPT WS-LIST-OPERATOR.
           IF WS-LIST-OPERATOR = SPACES
              MOVE WS-OPERATOR-ID TO WS-LIST-OPERATOR
           END-IF.
           PERFORM UNTIL NO-MORE-RECORDS
              READ TEXT-FORM-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF TF-CASE-OPEN
                       AND (WS-LIST-OPERATOR = "ALL"
                          OR TF-ASSIGNED-TO = WS-LIST-OPERATOR)
                       PERFORM 6100-LIST-ONE-CASE
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-CASE-COUNT " open case(s), " WS-OVERDUE-COUNT
              " overdue.".

       6100-LIST-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT.
           MOVE TF-STUDENT-ID     TO WS-L-STUDENT-ID.
           MOVE TF-SEQUENCE       TO WS-L-SEQUENCE.
           MOVE TF-CATEGORY       TO WS-L-CATEGORY.
           MOVE TF-ASSIGNED-TO    TO WS-L-ASSIGNED-TO.
           MOVE TF-FOLLOW-UP-DATE TO WS-L-FOLLOW-UP-DATE.
           MOVE TF-COMMENT        TO WS-L-COMMENT.
           IF TF-FOLLOW-UP-DATE < WS-TODAY-DATE
              MOVE "OVERDUE" TO WS-L-OVERDUE
              ADD 1 TO WS-OVERDUE-COUNT
           ELSE
              MOVE SPACES TO WS-L-OVERDUE
           END-IF.
           DISPLAY WS-LIST-LINE.
