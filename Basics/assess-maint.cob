       IDENTIFICATION DIVISION.
        PROGRAM-ID. ASSESS-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE ASSESSMENT SCHEME
      * FILE, IN THE STYLE OF XFER-EQUIV-MAINT. ADDS (OR REPLACES),
      * REMOVES AND LISTS THE COMPONENTS EACH COURSE IS MARKED ON
      * AND THE WEIGHT EACH CARRIES, WHICH MUST TOTAL 100. MARKS
      * ARE KEYED AGAINST THE SCHEME THROUGH MARK-ENTRY AND TURNED
      * INTO THE COURSE GRADE BY MARK-GRADE-BATCH. ADDING OR
      * REMOVING A SCHEME NEEDS A SUPERVISOR-LEVEL SIGN-ON; ANYONE
      * SIGNED ON MAY LIST.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSESS-SCHEME-FILE ASSIGN TO "ASSESS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AS-COURSE-CODE
              FILE STATUS IS WS-SCHEME-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSESS-SCHEME-FILE.
       COPY ASSESSCH.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       WORKING-STORAGE SECTION.
       01  WS-SCHEME-STATUS         PIC XX VALUE SPACES.
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

       01  WS-COURSE-CODE           PIC X(4) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-SCHEME-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-COMPONENT-COUNT       PIC 9 VALUE ZERO.
       01  WS-COMPONENT-MAX         PIC 9 VALUE 6.
       01  WS-COMP-IDX              PIC 9 VALUE ZERO.
       01  WS-WEIGHT-TOTAL          PIC 9(4) VALUE ZERO.
      *> The scheme as keyed, held until the weights are proved.
       01  WS-SCHEME-TABLE.
           05  WS-SCHEME-ENTRY OCCURS 6 TIMES.
               10  WS-ST-NAME       PIC X(12).
               10  WS-ST-WEIGHT     PIC 9(3).
       01  WS-VALID-CODE-SW         PIC X VALUE "N".
           88 VALID-COURSE-CODE            VALUE "Y".
       01  WS-VALID-COUNT-SW        PIC X VALUE "N".
           88 VALID-COMPONENT-COUNT        VALUE "Y".
       01  WS-VALID-WEIGHTS-SW      PIC X VALUE "N".
           88 VALID-WEIGHTS                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-COMP-NO         PIC 9.
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-COMP-NAME       PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-COMP-WEIGHT     PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE "% ".
           05  WS-L-UPDATED-DATE    PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-UPDATED-BY      PIC X(8).

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
              DISPLAY "Adding or removing an assessment scheme"
                 " requires supervisor authorization - refused."
              GOBACK
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
              DISPLAY "Unable to open course master, status "
                 WS-COURSE-STATUS " - schemes cannot be maintained."
              GOBACK
           END-IF.
           OPEN I-O ASSESS-SCHEME-FILE.
           IF WS-SCHEME-STATUS = "35"
              CLOSE ASSESS-SCHEME-FILE
              OPEN OUTPUT ASSESS-SCHEME-FILE
              CLOSE ASSESS-SCHEME-FILE
              OPEN I-O ASSESS-SCHEME-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-SCHEME
              WHEN TRANS-REMOVE
                 PERFORM 5000-REMOVE-SCHEME
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-SCHEMES
           END-EVALUATE.
           CLOSE ASSESS-SCHEME-FILE.
           CLOSE COURSE-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd/replace, (R)emove, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-SCHEME.
           *> Replacing a scheme keeps the marks already keyed -
           *> they stay filed under their component numbers, so a
           *> component should keep its number when the scheme is
           *> reworked.
           PERFORM 1100-GET-COURSE-CODE.
           MOVE WS-COURSE-CODE TO AS-COURSE-CODE.
           READ ASSESS-SCHEME-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-SCHEME-STATUS = "00"
              DISPLAY "Replacing the scheme of " AS-COMPONENT-COUNT
                 " component(s) set on " AS-UPDATED-DATE " by "
                 AS-UPDATED-BY "."
           END-IF.
           MOVE "N" TO WS-VALID-WEIGHTS-SW.
           PERFORM UNTIL VALID-WEIGHTS
              PERFORM 1200-GET-COMPONENT-COUNT
              MOVE ZERO TO WS-WEIGHT-TOTAL
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                 UNTIL WS-COMP-IDX > WS-COMPONENT-COUNT
                 PERFORM 1300-GET-COMPONENT
                 ADD WS-ST-WEIGHT (WS-COMP-IDX) TO WS-WEIGHT-TOTAL
              END-PERFORM
              IF WS-WEIGHT-TOTAL = 100
                 MOVE "Y" TO WS-VALID-WEIGHTS-SW
              ELSE
                 DISPLAY "The weights total " WS-WEIGHT-TOTAL
                    " - they must total 100. Re-enter the scheme."
              END-IF
           END-PERFORM.
           MOVE WS-COMPONENT-COUNT TO AS-COMPONENT-COUNT.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > WS-COMPONENT-MAX
              IF WS-COMP-IDX > WS-COMPONENT-COUNT
                 MOVE SPACES TO AS-COMP-NAME (WS-COMP-IDX)
                 MOVE ZERO   TO AS-COMP-WEIGHT (WS-COMP-IDX)
              ELSE
                 MOVE WS-ST-NAME (WS-COMP-IDX)
                    TO AS-COMP-NAME (WS-COMP-IDX)
                 MOVE WS-ST-WEIGHT (WS-COMP-IDX)
                    TO AS-COMP-WEIGHT (WS-COMP-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-TODAY-DATE  TO AS-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO AS-UPDATED-BY.
           IF WS-SCHEME-STATUS = "00"
              REWRITE ASSESS-SCHEME-RECORD
           ELSE
              MOVE WS-COURSE-CODE TO AS-COURSE-CODE
              WRITE ASSESS-SCHEME-RECORD
           END-IF.
           IF WS-SCHEME-STATUS NOT = "00"
              DISPLAY "Unable to save scheme, status "
                 WS-SCHEME-STATUS
           ELSE
              DISPLAY "Assessment scheme filed for " WS-COURSE-CODE
                 " - " WS-COMPONENT-COUNT " component(s)."
           END-IF.

       1100-GET-COURSE-CODE.
           MOVE "N" TO WS-VALID-CODE-SW.
           PERFORM UNTIL VALID-COURSE-CODE
              DISPLAY "Input course code: " WITH NO ADVANCING
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

       1200-GET-COMPONENT-COUNT.
           MOVE "N" TO WS-VALID-COUNT-SW.
           PERFORM UNTIL VALID-COMPONENT-COUNT
              DISPLAY "Number of components (1-6): "
                 WITH NO ADVANCING
              ACCEPT WS-COMPONENT-COUNT
              IF WS-COMPONENT-COUNT NUMERIC
                 AND WS-COMPONENT-COUNT NOT = ZERO
                 AND WS-COMPONENT-COUNT NOT > WS-COMPONENT-MAX
                 MOVE "Y" TO WS-VALID-COUNT-SW
              ELSE
                 DISPLAY "Invalid count - enter 1 through 6."
              END-IF
           END-PERFORM.

       1300-GET-COMPONENT.
           MOVE SPACES TO WS-ST-NAME (WS-COMP-IDX).
           PERFORM UNTIL WS-ST-NAME (WS-COMP-IDX) NOT = SPACES
              DISPLAY "Component " WS-COMP-IDX " name: "
                 WITH NO ADVANCING
              ACCEPT WS-ST-NAME (WS-COMP-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-ST-WEIGHT (WS-COMP-IDX).
           PERFORM UNTIL WS-ST-WEIGHT (WS-COMP-IDX) NOT = ZERO
              DISPLAY "Component " WS-COMP-IDX " weight (1-100): "
                 WITH NO ADVANCING
              ACCEPT WS-ST-WEIGHT (WS-COMP-IDX)
              IF WS-ST-WEIGHT (WS-COMP-IDX) NOT NUMERIC
                 OR WS-ST-WEIGHT (WS-COMP-IDX) > 100
                 DISPLAY "Invalid weight - enter 1 through 100."
                 MOVE ZERO TO WS-ST-WEIGHT (WS-COMP-IDX)
              END-IF
           END-PERFORM.

       5000-REMOVE-SCHEME.
           *> Marks already keyed stay on the marks file; the course
           *> simply drops out of MARK-GRADE-BATCH.
           PERFORM 1100-GET-COURSE-CODE.
           MOVE WS-COURSE-CODE TO AS-COURSE-CODE.
           READ ASSESS-SCHEME-FILE
              INVALID KEY
                 DISPLAY "No scheme on file for " WS-COURSE-CODE
                    " - nothing removed."
           END-READ.
           IF WS-SCHEME-STATUS = "00"
              DELETE ASSESS-SCHEME-FILE
              IF WS-SCHEME-STATUS NOT = "00"
                 DISPLAY "Unable to remove scheme, status "
                    WS-SCHEME-STATUS
              ELSE
                 DISPLAY "Assessment scheme removed."
              END-IF
           END-IF.

       6000-LIST-SCHEMES.
           *> One course's scheme, or every scheme when the course is
           *> left blank.
           DISPLAY "Input course code (blank for all): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-COURSE-CODE.
           ACCEPT WS-COURSE-CODE.
           MOVE ZERO TO WS-SCHEME-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-COURSE-CODE TO AS-COURSE-CODE.
           START ASSESS-SCHEME-FILE KEY IS >= AS-COURSE-CODE
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ASSESS-SCHEME-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF WS-COURSE-CODE NOT = SPACES
                       AND AS-COURSE-CODE NOT = WS-COURSE-CODE
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-SCHEME-COUNT
                       PERFORM 6100-DISPLAY-SCHEME
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-SCHEME-COUNT = ZERO
              DISPLAY "No assessment schemes on file."
           END-IF.

       6100-DISPLAY-SCHEME.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
              UNTIL WS-COMP-IDX > AS-COMPONENT-COUNT
              MOVE AS-COURSE-CODE TO WS-L-COURSE-CODE
              MOVE WS-COMP-IDX    TO WS-L-COMP-NO
              MOVE AS-COMP-NAME (WS-COMP-IDX)   TO WS-L-COMP-NAME
              MOVE AS-COMP-WEIGHT (WS-COMP-IDX) TO WS-L-COMP-WEIGHT
              IF WS-COMP-IDX = 1
                 MOVE AS-UPDATED-DATE TO WS-L-UPDATED-DATE
                 MOVE AS-UPDATED-BY   TO WS-L-UPDATED-BY
              ELSE
                 MOVE SPACES TO WS-L-COURSE-CODE WS-L-UPDATED-DATE
                    WS-L-UPDATED-BY
              END-IF
              DISPLAY WS-LIST-LINE
           END-PERFORM.
