       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMULA-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE CALCULATOR'S NAMED
      * FORMULA LIBRARY, IN THE STYLE OF CALCERT-MAINT. (A)DDS A
      * FORMULA - ITS NAME, DESCRIPTION, NAMED INPUTS AND STEPS -
      * (C)HANGES OR (D)ELETES ONE, AND (L)ISTS THE LIBRARY. EACH
      * STEP IS ONE CALCULATOR OPERATION ON AN INPUT, AN EARLIER
      * STEP'S RESULT OR A CONSTANT, AND IS CHECKED AS IT IS KEYED
      * SO A FORMULA ON FILE ALWAYS REFERS TO THINGS THAT EXIST.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-FORMULA-NAME
              FILE STATUS IS WS-FORMULA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMULA-FILE.
       COPY FORMULA.

       WORKING-STORAGE SECTION.
       01  WS-FORMULA-STATUS        PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "C" "D" "L".

       01  WS-FORMULA-NAME          PIC X(12) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-INPUT-COUNT           PIC 9 VALUE ZERO.
       01  WS-STEP-COUNT            PIC 9 VALUE ZERO.
       01  WS-SUB                   PIC 9 VALUE ZERO.
       01  WS-STEP-NO               PIC 9 VALUE ZERO.
       01  WS-VALID-OPERATORS       PIC X(8) VALUE "+-*/%^".
       01  WS-OPERATOR-VALID-SW     PIC X VALUE "N".
           88  OPERATOR-VALID              VALUE "Y".
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-FORMULA-COUNT         PIC 9(4) VALUE ZERO.

      *> The definition being keyed, in the shape of the record.
       01  WS-INPUT-NAMES.
           05  WS-INPUT-NAME        PIC X(12) OCCURS 4 TIMES.
       01  WS-STEPS.
           05  WS-STEP              OCCURS 6 TIMES.
               10  WS-STEP-OPD1     PIC X(10).
               10  WS-STEP-OPERATOR PIC X.
               10  WS-STEP-OPD2     PIC X(10).

      *> One operand, keyed or shown.
       01  WS-OPERAND.
           05  WS-OPD-TYPE          PIC X.
               88  OPD-INPUT               VALUE "I".
               88  OPD-STEP-RESULT         VALUE "R".
               88  OPD-CONSTANT            VALUE "C".
               88  OPD-TYPE-VALID          VALUES "I" "R" "C".
           05  WS-OPD-REF           PIC 9.
           05  WS-OPD-CONST         PIC S9(5)V99
                 SIGN LEADING SEPARATE CHARACTER.
       01  WS-OPD-CONST-ED          PIC -(5)9.99.
       01  WS-OPD-TEXT              PIC X(12) VALUE SPACES.
       01  WS-OPD1-TEXT             PIC X(12) VALUE SPACES.
       01  WS-OPERAND-PROMPT        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D"
                    " or L."
              END-IF
           END-PERFORM.
           OPEN I-O FORMULA-FILE.
           IF WS-FORMULA-STATUS = "35"
              CLOSE FORMULA-FILE
              OPEN OUTPUT FORMULA-FILE
              CLOSE FORMULA-FILE
              OPEN I-O FORMULA-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-FORMULA
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-FORMULA
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-FORMULA
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-FORMULAS
           END-EVALUATE.
           CLOSE FORMULA-FILE.
           GOBACK.

       1000-ADD-FORMULA.
           PERFORM 1100-GET-FORMULA-NAME.
           MOVE WS-FORMULA-NAME TO FM-FORMULA-NAME.
           READ FORMULA-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-FORMULA-STATUS = "00"
              DISPLAY "Formula " WS-FORMULA-NAME " is already on"
                 " the library - use a CHANGE transaction."
           ELSE
              PERFORM 1200-GET-FORMULA-DETAILS
              MOVE WS-FORMULA-NAME TO FM-FORMULA-NAME
              PERFORM 1600-MOVE-DETAILS-TO-RECORD
              WRITE FORMULA-RECORD
              IF WS-FORMULA-STATUS NOT = "00"
                 DISPLAY "Unable to save formula, status "
                    WS-FORMULA-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-FORMULA
              END-IF
           END-IF.

       1100-GET-FORMULA-NAME.
           MOVE SPACES TO WS-FORMULA-NAME.
           PERFORM UNTIL WS-FORMULA-NAME NOT = SPACES
              DISPLAY "Input formula name: " WITH NO ADVANCING
              ACCEPT WS-FORMULA-NAME
              IF WS-FORMULA-NAME = SPACES
                 DISPLAY "Invalid formula name - it may not be"
                    " blank."
              END-IF
           END-PERFORM.

       1200-GET-FORMULA-DETAILS.
           DISPLAY "Input description: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.
           MOVE ZERO TO WS-INPUT-COUNT.
           PERFORM UNTIL WS-INPUT-COUNT >= 1 AND WS-INPUT-COUNT <= 4
              DISPLAY "Input number of inputs (1-4): "
                 WITH NO ADVANCING
              ACCEPT WS-INPUT-COUNT
              IF WS-INPUT-COUNT < 1 OR WS-INPUT-COUNT > 4
                 DISPLAY "Invalid count - enter 1 through 4."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-INPUT-NAMES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-INPUT-COUNT
              PERFORM UNTIL WS-INPUT-NAME (WS-SUB) NOT = SPACES
                 DISPLAY "Input name of input " WS-SUB ": "
                    WITH NO ADVANCING
                 ACCEPT WS-INPUT-NAME (WS-SUB)
                 IF WS-INPUT-NAME (WS-SUB) = SPACES
                    DISPLAY "Invalid input name - it may not be"
                       " blank."
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-STEP-COUNT.
           PERFORM UNTIL WS-STEP-COUNT >= 1 AND WS-STEP-COUNT <= 6
              DISPLAY "Input number of steps (1-6): "
                 WITH NO ADVANCING
              ACCEPT WS-STEP-COUNT
              IF WS-STEP-COUNT < 1 OR WS-STEP-COUNT > 6
                 DISPLAY "Invalid count - enter 1 through 6."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-STEPS.
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
              UNTIL WS-STEP-NO > WS-STEP-COUNT
              PERFORM 1300-GET-ONE-STEP
           END-PERFORM.

       1300-GET-ONE-STEP.
           DISPLAY "Step " WS-STEP-NO " - the result of the last step"
              " is the formula result.".
           MOVE "first" TO WS-OPERAND-PROMPT.
           PERFORM 1400-GET-OPERAND.
           MOVE WS-OPERAND TO WS-STEP-OPD1 (WS-STEP-NO).
           MOVE "N" TO WS-OPERATOR-VALID-SW.
           PERFORM UNTIL OPERATOR-VALID
              DISPLAY "Input operator (+, -, *, /, %, ^): "
                 WITH NO ADVANCING
              ACCEPT WS-STEP-OPERATOR (WS-STEP-NO)
              CALL "OPVALID" USING WS-STEP-OPERATOR (WS-STEP-NO)
                 WS-VALID-OPERATORS WS-OPERATOR-VALID-SW
              IF NOT OPERATOR-VALID
                 DISPLAY "Invalid operator. Please use +, -, *, /,"
                    " %, or ^."
              END-IF
           END-PERFORM.
           MOVE "second" TO WS-OPERAND-PROMPT.
           PERFORM 1400-GET-OPERAND.
           MOVE WS-OPERAND TO WS-STEP-OPD2 (WS-STEP-NO).

       1400-GET-OPERAND.
           *> An input must be one of the formula's inputs, and a
           *> step result must come from an earlier step.
           MOVE SPACES TO WS-OPERAND.
           MOVE ZERO TO WS-OPD-REF.
           MOVE ZERO TO WS-OPD-CONST.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input " WS-OPERAND-PROMPT " operand - (I)nput,"
                 " (R)esult of a step or (C)onstant: "
                 WITH NO ADVANCING
              ACCEPT WS-OPD-TYPE
              EVALUATE TRUE
                 WHEN OPD-INPUT
                    DISPLAY "Input number (1-" WS-INPUT-COUNT "): "
                       WITH NO ADVANCING
                    ACCEPT WS-OPD-REF
                    IF WS-OPD-REF >= 1 AND WS-OPD-REF <= WS-INPUT-COUNT
                       MOVE "Y" TO WS-VALID-ENTRY-SW
                    ELSE
                       DISPLAY "Invalid input number - the formula"
                          " has " WS-INPUT-COUNT " input(s)."
                    END-IF
                 WHEN OPD-STEP-RESULT
                    DISPLAY "Step number: " WITH NO ADVANCING
                    ACCEPT WS-OPD-REF
                    IF WS-OPD-REF >= 1 AND WS-OPD-REF < WS-STEP-NO
                       MOVE "Y" TO WS-VALID-ENTRY-SW
                    ELSE
                       DISPLAY "Invalid step - use the result of an"
                          " earlier step."
                    END-IF
                 WHEN OPD-CONSTANT
                    DISPLAY "Constant (+nnnnn.nn or -nnnnn.nn): "
                       WITH NO ADVANCING
                    ACCEPT WS-OPD-CONST
                    IF WS-OPD-CONST NUMERIC
                       MOVE "Y" TO WS-VALID-ENTRY-SW
                    ELSE
                       DISPLAY "Invalid constant - enter a signed"
                          " amount."
                    END-IF
                 WHEN OTHER
                    DISPLAY "Invalid operand - enter I, R or C."
              END-EVALUATE
           END-PERFORM.

       1600-MOVE-DETAILS-TO-RECORD.
           MOVE WS-DESCRIPTION TO FM-DESCRIPTION.
           MOVE WS-INPUT-COUNT TO FM-INPUT-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE WS-INPUT-NAME (WS-SUB) TO FM-INPUT-NAME (WS-SUB)
           END-PERFORM.
           MOVE WS-STEP-COUNT TO FM-STEP-COUNT.
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
              UNTIL WS-STEP-NO > 6
              IF WS-STEP-NO > WS-STEP-COUNT
                 MOVE SPACES TO FM-STEP (WS-STEP-NO)
              ELSE
                 MOVE WS-STEP-OPD1 (WS-STEP-NO)
                    TO FM-OPERAND-1 (WS-STEP-NO)
                 MOVE WS-STEP-OPERATOR (WS-STEP-NO)
                    TO FM-OPERATOR (WS-STEP-NO)
                 MOVE WS-STEP-OPD2 (WS-STEP-NO)
                    TO FM-OPERAND-2 (WS-STEP-NO)
              END-IF
           END-PERFORM.

       3000-DISPLAY-FORMULA.
           DISPLAY "Formula: " FM-FORMULA-NAME.
           DISPLAY "Description is: " FM-DESCRIPTION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > FM-INPUT-COUNT
              DISPLAY "Input " WS-SUB " is: " FM-INPUT-NAME (WS-SUB)
           END-PERFORM.
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
              UNTIL WS-STEP-NO > FM-STEP-COUNT
              MOVE FM-OPERAND-1 (WS-STEP-NO) TO WS-OPERAND
              PERFORM 3100-FORMAT-OPERAND
              MOVE WS-OPD-TEXT TO WS-OPD1-TEXT
              MOVE FM-OPERAND-2 (WS-STEP-NO) TO WS-OPERAND
              PERFORM 3100-FORMAT-OPERAND
              DISPLAY "Step " WS-STEP-NO ": " WS-OPD1-TEXT " "
                 FM-OPERATOR (WS-STEP-NO) " " WS-OPD-TEXT
           END-PERFORM.

       3100-FORMAT-OPERAND.
           MOVE SPACES TO WS-OPD-TEXT.
           EVALUATE TRUE
              WHEN OPD-INPUT
                 MOVE FM-INPUT-NAME (WS-OPD-REF) TO WS-OPD-TEXT
              WHEN OPD-STEP-RESULT
                 MOVE "STEP" TO WS-OPD-TEXT
                 MOVE WS-OPD-REF TO WS-OPD-TEXT (6:1)
              WHEN OTHER
                 MOVE WS-OPD-CONST TO WS-OPD-CONST-ED
                 MOVE WS-OPD-CONST-ED TO WS-OPD-TEXT
           END-EVALUATE.

       4000-CHANGE-FORMULA.
           PERFORM 1100-GET-FORMULA-NAME.
           MOVE WS-FORMULA-NAME TO FM-FORMULA-NAME.
           READ FORMULA-FILE
              INVALID KEY
                 DISPLAY "Formula " WS-FORMULA-NAME " is not on the"
                    " library - nothing changed."
           END-READ.
           IF WS-FORMULA-STATUS = "00"
              PERFORM 3000-DISPLAY-FORMULA
              PERFORM 1200-GET-FORMULA-DETAILS
              PERFORM 1600-MOVE-DETAILS-TO-RECORD
              REWRITE FORMULA-RECORD
              IF WS-FORMULA-STATUS NOT = "00"
                 DISPLAY "Unable to change formula, status "
                    WS-FORMULA-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-FORMULA
              END-IF
           END-IF.

       5000-DELETE-FORMULA.
           PERFORM 1100-GET-FORMULA-NAME.
           MOVE WS-FORMULA-NAME TO FM-FORMULA-NAME.
           READ FORMULA-FILE
              INVALID KEY
                 DISPLAY "Formula " WS-FORMULA-NAME " is not on the"
                    " library - nothing deleted."
           END-READ.
           IF WS-FORMULA-STATUS = "00"
              DELETE FORMULA-FILE
              IF WS-FORMULA-STATUS NOT = "00"
                 DISPLAY "Unable to delete formula, status "
                    WS-FORMULA-STATUS
              ELSE
                 DISPLAY "Formula " WS-FORMULA-NAME " deleted."
              END-IF
           END-IF.

       6000-LIST-FORMULAS.
           MOVE ZERO TO WS-FORMULA-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LOW-VALUES TO FM-FORMULA-NAME.
           START FORMULA-FILE KEY IS >= FM-FORMULA-NAME
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FORMULA-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-FORMULA-COUNT
                    DISPLAY FM-FORMULA-NAME " " FM-DESCRIPTION
                       " INPUTS " FM-INPUT-COUNT
                       " STEPS " FM-STEP-COUNT
              END-READ
           END-PERFORM.
           DISPLAY WS-FORMULA-COUNT " formula(s) on the library.".
