      *            STAMPED WITH DATE, TIME AND THE SIGNED-ON
      *            OPERATOR - THE TAPE TO STAPLE TO THE BATCH THAT
      *            CALCHIST.LOG, BEING A GLOBAL LOG, NEVER GAVE.
      * 15/10/26 - A NAMED FORMULA FROM THE FORMULA LIBRARY CAN NOW BE
      *            RUN IN PLACE OF A PLAIN CALCULATION: ITS INPUTS ARE
      *            PROMPTED BY NAME, THE SHARED FORMEVAL ROUTINE WORKS
      *            IT, EACH STEP IS LOGGED TO CALCHIST.LOG UNDER THE
      *            FORMULA NAME AND THE FORMULA RESULT PRINTS ON THE
      *            TAPE AS ONE ENTRY.
      ******************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAPE-STATUS.

           SELECT FORMULA-FILE ASSIGN TO "FORMULA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FM-FORMULA-NAME
              FILE STATUS IS WS-FORMULA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
       FD  CALC-TAPE-FILE.
       01  TAPE-LINE                PIC X(80).

       FD  FORMULA-FILE.
       COPY FORMULA.

       WORKING-STORAGE SECTION.
       *> Declare variables for the two numbers, result, and operator.
       01 NUM1      PIC S9(5)V99 SIGN LEADING SEPARATE CHARACTER

       01 WS-TAPE-SEPARATOR PIC X(40) VALUE ALL "=".

       01 WS-FORMULA-STATUS PIC XX VALUE SPACES.
       01 WS-FORMULA-SW PIC X VALUE "N".
          88 FORMULAS-AVAILABLE   VALUE "Y".
       01 WS-CALC-TYPE PIC X VALUE "C".
          88 FORMULA-CALCULATION  VALUE "F".
       01 WS-FORMULA-SUB PIC 9 VALUE ZERO.
       COPY FORMEVAL.

       01 WS-TAPE-FORMULA-LINE.
          05 FILLER      PIC X(8) VALUE "FORMULA ".
          05 WS-TF-NAME  PIC X(12).
          05 FILLER      PIC X(4) VALUE "  = ".
          05 WS-TF-RESULT PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(6) VALUE "  SUB ".
          05 WS-TF-SUB   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN EXTEND CALC-HISTORY-FILE.

           PERFORM 0100-OFFER-TAPE-MODE.

           *> The formula library is optional - without it the
           *> calculator simply never offers a formula.
           OPEN INPUT FORMULA-FILE.
           IF WS-FORMULA-STATUS = "00"
              MOVE "Y" TO WS-FORMULA-SW
           END-IF.

           PERFORM UNTIL NOT CONTINUE-CALCULATING
              MOVE "C" TO WS-CALC-TYPE
              IF FORMULAS-AVAILABLE
                 DISPLAY "Plain (C)alculation or named (F)ormula: "
                    WITH NO ADVANCING
                 ACCEPT WS-CALC-TYPE
              END-IF
              IF FORMULA-CALCULATION
                 PERFORM 1200-DO-ONE-FORMULA
              ELSE
                 PERFORM 1000-DO-ONE-CALCULATION
              END-IF
              PERFORM 8000-ASK-TO-CONTINUE
           END-PERFORM.

              DISPLAY "Tape written to CALCTAPE.PRT."
           END-IF.

           IF FORMULAS-AVAILABLE
              CLOSE FORMULA-FILE
           END-IF.
           CLOSE CALC-HISTORY-FILE.
           GOBACK. *> Return to the caller (or end the run).

              PERFORM 1070-OFFER-MEMORY-STORE
           END-IF.

       1200-DO-ONE-FORMULA.
           *> The inputs are prompted by the names the formula gives
           *> them; FORMEVAL works the steps exactly as CALC-BATCH
           *> would.
           MOVE "N" TO WS-CALC-ERROR-SW.
           MOVE SPACES TO FE-FORMULA-NAME.
           DISPLAY "Enter formula name: " WITH NO ADVANCING.
           ACCEPT FE-FORMULA-NAME.
           MOVE FE-FORMULA-NAME TO FM-FORMULA-NAME.
           READ FORMULA-FILE
              INVALID KEY
                 DISPLAY "Formula " FE-FORMULA-NAME " is not on the"
                    " formula library."
                 MOVE "Y" TO WS-CALC-ERROR-SW
           END-READ.
           IF NOT CALC-ERROR
              DISPLAY FM-DESCRIPTION
              PERFORM VARYING WS-FORMULA-SUB FROM 1 BY 1
                 UNTIL WS-FORMULA-SUB > FM-INPUT-COUNT
                 DISPLAY "Enter " FM-INPUT-NAME (WS-FORMULA-SUB) ": "
                    WITH NO ADVANCING
                 ACCEPT FE-INPUT-VALUE (WS-FORMULA-SUB)
              END-PERFORM
              CALL "FORMEVAL" USING FORMULA-EVALUATION
              IF FE-REJECT-REASON NOT = SPACES
                 DISPLAY "Error: formula not worked - "
                    FE-REJECT-REASON
                 MOVE "Y" TO WS-CALC-ERROR-SW
              END-IF
           END-IF.
           IF NOT CALC-ERROR
              PERFORM VARYING WS-FORMULA-SUB FROM 1 BY 1
                 UNTIL WS-FORMULA-SUB > FE-STEP-COUNT
                 DISPLAY "Step " WS-FORMULA-SUB ": "
                    FE-S-NUM1 (WS-FORMULA-SUB) " "
                    FE-S-OPERATOR (WS-FORMULA-SUB) " "
                    FE-S-NUM2 (WS-FORMULA-SUB) " = "
                    FE-S-RESULT (WS-FORMULA-SUB)
                 PERFORM 9050-WRITE-FORMULA-STEP
              END-PERFORM
              MOVE FE-RESULT TO RESULT
              DISPLAY "The formula result is: ", RESULT
              MOVE "Y" TO WS-HAVE-RESULT-SW
              IF TAPE-MODE
                 PERFORM 9150-PRINT-TAPE-FORMULA
              END-IF
              PERFORM 1070-OFFER-MEMORY-STORE
           END-IF.

       8000-ASK-TO-CONTINUE.
           IF TAPE-MODE
              DISPLAY "Another calculation? (Y/N, S for subtotal): "
           MOVE NUM2     TO CH-NUM2.
           MOVE RESULT   TO CH-RESULT.
           MOVE WS-NUM1-SOURCE TO CH-NUM1-SOURCE.
           MOVE SPACES   TO CH-FORMULA-NAME.
           MOVE ZERO     TO CH-FORMULA-STEP.
           WRITE CALC-HISTORY-RECORD.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "Unable to write history record, status "
                 WS-HIST-STATUS
           END-IF.

       9050-WRITE-FORMULA-STEP.
           *> Every step of a formula is logged under the formula
           *> name so the whole formula can be reconstructed.
           ACCEPT CH-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-TIME FROM TIME.
           MOVE FE-S-NUM1 (WS-FORMULA-SUB)     TO CH-NUM1.
           MOVE FE-S-OPERATOR (WS-FORMULA-SUB) TO CH-OPERATOR.
           MOVE FE-S-NUM2 (WS-FORMULA-SUB)     TO CH-NUM2.
           MOVE FE-S-RESULT (WS-FORMULA-SUB)   TO CH-RESULT.
           MOVE "F"                            TO CH-NUM1-SOURCE.
           MOVE FE-FORMULA-NAME                TO CH-FORMULA-NAME.
           MOVE WS-FORMULA-SUB                 TO CH-FORMULA-STEP.
           WRITE CALC-HISTORY-RECORD.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "Unable to write history record, status "
                 WS-TAPE-STATUS
           END-IF.

       9150-PRINT-TAPE-FORMULA.
           *> A formula is one entry on the tape - its result, not
           *> its working, goes into the running subtotal.
           ADD 1 TO WS-TAPE-ENTRIES.
           ADD RESULT TO WS-RUNNING-SUBTOTAL.
           MOVE FE-FORMULA-NAME TO WS-TF-NAME.
           MOVE RESULT   TO WS-TF-RESULT.
           MOVE WS-RUNNING-SUBTOTAL TO WS-TF-SUB.
           MOVE WS-TAPE-FORMULA-LINE TO TAPE-LINE.
           WRITE TAPE-LINE.
           IF WS-TAPE-STATUS NOT = "00"
              DISPLAY "Unable to write the tape line, status "
                 WS-TAPE-STATUS
           END-IF.

       9200-PRINT-TAPE-SUBTOTAL.
           MOVE WS-RUNNING-SUBTOTAL TO WS-S-SUB.
           MOVE WS-TAPE-SUBTOTAL-LINE TO TAPE-LINE.
