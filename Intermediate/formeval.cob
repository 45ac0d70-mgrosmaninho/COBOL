       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMEVAL.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED NAMED-FORMULA ROUTINE, IN THE STYLE OF
      * PRODLOOK, CALLED BY CALC-BATCH AND THE IF-STATEMENT-
      * CALCULATOR SO A FORMULA IS WORKED THE SAME WAY EVERYWHERE.
      * GIVEN A FORMULA NAME AND ITS INPUT VALUES IT READS THE
      * FORMULA LIBRARY AND WORKS EACH STEP IN TURN WITH THE SAME
      * OPERATORS, ROUNDING AND DIVISION-BY-ZERO RULE AS THE
      * CALCULATOR ITSELF, HANDING BACK EVERY STEP SO THE CALLER CAN
      * LOG IT. A STEP OPERAND IS HELD TO THE CALCULATOR'S OWN
      * OPERAND RANGE SO EVERY STEP LOGS EXACTLY AS IT WAS WORKED.
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
       01  WS-FORMULA-STATUS     PIC XX VALUE SPACES.
       01  WS-VALID-OPERATORS    PIC X(8) VALUE "+-*/%^".
       01  WS-OPERATOR-VALID-SW  PIC X VALUE "N".
           88  OPERATOR-VALID           VALUE "Y".
       01  WS-SUB                PIC 9 VALUE ZERO.
       01  WS-STEP-NO            PIC 9 VALUE ZERO.

      *> The operand being resolved, and what it resolved to.
       01  WS-OPD-TYPE           PIC X VALUE SPACE.
           88  OPD-INPUT                VALUE "I".
           88  OPD-STEP-RESULT          VALUE "R".
           88  OPD-CONSTANT             VALUE "C".
       01  WS-OPD-REF            PIC 9 VALUE ZERO.
       01  WS-OPD-CONST          PIC S9(5)V99
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-OPD-VALUE          PIC S9(9)V99
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-NUM1               PIC S9(5)V99
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-NUM2               PIC S9(5)V99
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-RESULT             PIC S9(9)V99
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-QUOTIENT           PIC S9(9)
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.

       LINKAGE SECTION.
       COPY FORMEVAL.

       PROCEDURE DIVISION USING FORMULA-EVALUATION.
       0000-MAIN.
           MOVE SPACES TO FE-REJECT-REASON.
           MOVE SPACES TO FE-DESCRIPTION.
           MOVE ZERO TO FE-STEP-COUNT.
           MOVE ZERO TO FE-RESULT.
           OPEN INPUT FORMULA-FILE.
           IF WS-FORMULA-STATUS NOT = "00"
              MOVE "FORMULA LIBRARY NOT AVAILABLE"
                 TO FE-REJECT-REASON
              GOBACK
           END-IF.
           MOVE FE-FORMULA-NAME TO FM-FORMULA-NAME.
           READ FORMULA-FILE
              INVALID KEY
                 MOVE "FORMULA NOT ON THE LIBRARY"
                    TO FE-REJECT-REASON
              NOT INVALID KEY
                 MOVE FM-DESCRIPTION TO FE-DESCRIPTION
                 PERFORM 1000-CHECK-INPUTS
                 PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                    UNTIL WS-STEP-NO > FM-STEP-COUNT
                       OR FE-REJECT-REASON NOT = SPACES
                    PERFORM 2000-WORK-ONE-STEP
                 END-PERFORM
           END-READ.
           CLOSE FORMULA-FILE.
           IF FE-REJECT-REASON = SPACES
              MOVE FE-S-RESULT (FE-STEP-COUNT) TO FE-RESULT
           END-IF.
           GOBACK.

       1000-CHECK-INPUTS.
           IF FM-STEP-COUNT < 1 OR FM-STEP-COUNT > 6
              MOVE "FORMULA HAS NO STEPS" TO FE-REJECT-REASON
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > FM-INPUT-COUNT
                 OR FE-REJECT-REASON NOT = SPACES
              IF FE-INPUT-VALUE (WS-SUB) NOT NUMERIC
                 MOVE SPACES TO FE-REJECT-REASON
                 STRING "INPUT " DELIMITED BY SIZE
                    FM-INPUT-NAME (WS-SUB) DELIMITED BY SPACE
                    " NOT NUMERIC" DELIMITED BY SIZE
                    INTO FE-REJECT-REASON
              END-IF
           END-PERFORM.

       2000-WORK-ONE-STEP.
           MOVE FM-OPD1-TYPE (WS-STEP-NO)  TO WS-OPD-TYPE.
           MOVE FM-OPD1-REF (WS-STEP-NO)   TO WS-OPD-REF.
           MOVE FM-OPD1-CONST (WS-STEP-NO) TO WS-OPD-CONST.
           PERFORM 2100-RESOLVE-OPERAND.
           MOVE WS-OPD-VALUE TO WS-NUM1.
           IF FE-REJECT-REASON = SPACES
              MOVE FM-OPD2-TYPE (WS-STEP-NO)  TO WS-OPD-TYPE
              MOVE FM-OPD2-REF (WS-STEP-NO)   TO WS-OPD-REF
              MOVE FM-OPD2-CONST (WS-STEP-NO) TO WS-OPD-CONST
              PERFORM 2100-RESOLVE-OPERAND
              MOVE WS-OPD-VALUE TO WS-NUM2
           END-IF.
           IF FE-REJECT-REASON = SPACES
              CALL "OPVALID" USING FM-OPERATOR (WS-STEP-NO)
                 WS-VALID-OPERATORS WS-OPERATOR-VALID-SW
              IF NOT OPERATOR-VALID
                 PERFORM 2300-SET-STEP-REASON
                 MOVE "INVALID OPERATOR"
                    TO FE-REJECT-REASON (10:)
              ELSE IF (FM-OPERATOR (WS-STEP-NO) = "/"
                    OR FM-OPERATOR (WS-STEP-NO) = "%")
                    AND WS-NUM2 = 0
                 PERFORM 2300-SET-STEP-REASON
                 MOVE "DIVISION BY ZERO" TO FE-REJECT-REASON (10:)
              ELSE
                 PERFORM 2200-CALCULATE
              END-IF
              END-IF
           END-IF.
           IF FE-REJECT-REASON = SPACES
              MOVE WS-STEP-NO TO FE-STEP-COUNT
              MOVE WS-NUM1   TO FE-S-NUM1 (WS-STEP-NO)
              MOVE FM-OPERATOR (WS-STEP-NO)
                 TO FE-S-OPERATOR (WS-STEP-NO)
              MOVE WS-NUM2   TO FE-S-NUM2 (WS-STEP-NO)
              MOVE WS-RESULT TO FE-S-RESULT (WS-STEP-NO)
           END-IF.

       2100-RESOLVE-OPERAND.
           *> An input or an earlier step's result, held to the
           *> calculator's operand range; anything else is refused.
           MOVE ZERO TO WS-OPD-VALUE.
           EVALUATE TRUE
              WHEN OPD-INPUT AND WS-OPD-REF >= 1
                    AND WS-OPD-REF <= FM-INPUT-COUNT
                 MOVE FE-INPUT-VALUE (WS-OPD-REF) TO WS-OPD-VALUE
              WHEN OPD-STEP-RESULT AND WS-OPD-REF >= 1
                    AND WS-OPD-REF < WS-STEP-NO
                 MOVE FE-S-RESULT (WS-OPD-REF) TO WS-OPD-VALUE
              WHEN OPD-CONSTANT AND WS-OPD-CONST NUMERIC
                 MOVE WS-OPD-CONST TO WS-OPD-VALUE
              WHEN OTHER
                 PERFORM 2300-SET-STEP-REASON
                 MOVE "OPERAND NOT DEFINED" TO FE-REJECT-REASON (10:)
           END-EVALUATE.
           IF FE-REJECT-REASON = SPACES
              AND (WS-OPD-VALUE > 99999.99
                OR WS-OPD-VALUE < -99999.99)
              PERFORM 2300-SET-STEP-REASON
              MOVE "OPERAND OUT OF RANGE" TO FE-REJECT-REASON (10:)
           END-IF.

       2200-CALCULATE.
           EVALUATE FM-OPERATOR (WS-STEP-NO)
              WHEN "+"
                 ADD WS-NUM1 TO WS-NUM2 GIVING WS-RESULT
              WHEN "-"
                 SUBTRACT WS-NUM2 FROM WS-NUM1 GIVING WS-RESULT
              WHEN "*"
                 MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RESULT ROUNDED
              WHEN "/"
                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-RESULT ROUNDED
              WHEN "%"
                 DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-QUOTIENT
                    REMAINDER WS-RESULT
              WHEN "^"
                 COMPUTE WS-RESULT = WS-NUM1 ** WS-NUM2
                    ON SIZE ERROR
                       PERFORM 2300-SET-STEP-REASON
                       MOVE "RESULT TOO LARGE"
                          TO FE-REJECT-REASON (10:)
                 END-COMPUTE
           END-EVALUATE.

       2300-SET-STEP-REASON.
           MOVE SPACES TO FE-REJECT-REASON.
           MOVE "STEP " TO FE-REJECT-REASON (1:5).
           MOVE WS-STEP-NO TO FE-REJECT-REASON (6:1).
           MOVE " - " TO FE-REJECT-REASON (7:3).
