           05  WS-D-RESULT           PIC -(9)9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-SOURCE           PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FORMULA-NAME     PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-FORMULA-STEP     PIC Z.

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(16).
      *> P or M here marks a chained calculation - the first operand
      *> came from the previous result or a memory register.
           MOVE CH-NUM1-SOURCE TO WS-D-SOURCE.
      *> F marks a step of a named formula, shown with its name and
      *> step number; records logged before formulas carry neither.
           MOVE CH-FORMULA-NAME TO WS-D-FORMULA-NAME.
           IF CH-FORMULA-STEP NUMERIC
              MOVE CH-FORMULA-STEP TO WS-D-FORMULA-STEP
           ELSE
              MOVE ZERO TO WS-D-FORMULA-STEP
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE CH-OPERATOR
