      * DESCRIPTION: BATCH VERSION OF THE IF-STATEMENT-CALCULATOR.
      * READS A FILE OF NUM1/OPERATOR/NUM2 TRIPLES AND PRODUCES ONE
      * RESULT LINE PER RECORD, SO A WHOLE STACK OF CALCULATIONS CAN
      * BE RUN WITHOUT KEYING EACH ONE IN THROUGH ACCEPT. A RECORD
      * STARTING "F" NAMES A FORMULA FROM THE FORMULA LIBRARY AND
      * CARRIES ITS INPUTS; THE FORMULA IS WORKED BY THE SHARED
      * FORMEVAL ROUTINE, EACH STEP PRINTS AND IS LOGGED TO
      * CALCHIST.LOG UNDER THE FORMULA NAME, AND THE FORMULA RESULT
      * PRINTS BELOW ITS STEPS.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE.
           05  CT-NUM1     PIC S9(5)V99 SIGN LEADING SEPARATE CHARACTER.
           05  CT-OPERATOR PIC X.
           05  CT-NUM2     PIC S9(5)V99 SIGN LEADING SEPARATE CHARACTER.
      *> A formula transaction - an ordinary one starts with the sign
      *> of NUM1, so the "F" can never be mistaken for one.
       01  CALC-FORMULA-TRANS.
           05  CF-RECORD-TYPE         PIC X.
               88  CF-FORMULA-TRANS          VALUE "F".
           05  CF-FORMULA-NAME        PIC X(12).
           05  CF-INPUT-VALUE PIC S9(5)V99 SIGN LEADING SEPARATE
                                       OCCURS 4 TIMES.

       FD  CALC-REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).

       FD  CALC-HISTORY-FILE.
       COPY CALCHIST.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS             PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS            PIC XX VALUE SPACES.
       01  WS-HIST-STATUS              PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW          PIC X VALUE "Y".
           88  NO-MORE-RECORDS                VALUE "N".

       01  WS-JOB-NAME                PIC X(8) VALUE "CALCBTCH".
       01  WS-JOB-STATUS              PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT             PIC 9(6) VALUE ZERO.
       01  WS-SUB                     PIC 9 VALUE ZERO.
       01  WS-FORMULA-COUNT           PIC 9(6) VALUE ZERO.

       COPY FORMEVAL.

       01  WS-REPORT-TITLE.
           05  FILLER            PIC X(26) VALUE
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  WS-R-REASON            PIC X(40).

       01  WS-FORMULA-HEAD-LINE.
           05  FILLER                 PIC X(8)  VALUE "FORMULA ".
           05  WS-FH-NAME             PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-FH-DESCRIPTION      PIC X(30).

       01  WS-FORMULA-STEP-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-FS-DETAIL           PIC X(56).
           05  FILLER                 PIC X(6)  VALUE "  STEP".
           05  WS-FS-STEP             PIC Z9.

       01  WS-FORMULA-RESULT-LINE.
           05  FILLER                 PIC X(32) VALUE
               "  FORMULA RESULT".
           05  WS-FR-RESULT           PIC -(9)9.99.

       01  WS-FORMULA-REJECT-LINE.
           05  FILLER                 PIC X(17) VALUE
               "REJECTED FORMULA ".
           05  WS-FJ-NAME             PIC X(12).
           05  FILLER                 PIC X(3)  VALUE " - ".
           05  WS-FJ-REASON           PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(22) VALUE
               "TRANSACTIONS PROCESSED".
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "REJECTED ".
           05  WS-T-REJECTED          PIC Z(5)9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE "FORMULAS ".
           05  WS-T-FORMULAS          PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
                 "status " WS-TRANS-STATUS
           ELSE
              OPEN OUTPUT CALC-REPORT-FILE
              OPEN EXTEND CALC-HISTORY-FILE
              IF WS-HIST-STATUS = "35"
                 OPEN OUTPUT CALC-HISTORY-FILE
              END-IF
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RECORD-COUNT
                 WS-JOB-ACCOUNT WS-RECORD-COUNT
              CLOSE CALC-TRANS-FILE
              CLOSE CALC-REPORT-FILE
              CLOSE CALC-HISTORY-FILE
           END-IF.
           GOBACK.

                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CF-FORMULA-TRANS
                       PERFORM 2300-WORK-FORMULA
                    ELSE
                       PERFORM 2100-CALCULATE-AND-PRINT
                    END-IF
              END-READ
           END-PERFORM.

           MOVE WS-REJECT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-WORK-FORMULA.
           *> The shared routine works the whole formula; only a
           *> formula worked end to end is printed and logged.
           MOVE CF-FORMULA-NAME TO FE-FORMULA-NAME.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
              MOVE CF-INPUT-VALUE (WS-SUB) TO FE-INPUT-VALUE (WS-SUB)
           END-PERFORM.
           CALL "FORMEVAL" USING FORMULA-EVALUATION.
           IF FE-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE CF-FORMULA-NAME  TO WS-FJ-NAME
              MOVE FE-REJECT-REASON TO WS-FJ-REASON
              MOVE WS-FORMULA-REJECT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              ADD 1 TO WS-RECORD-COUNT
              ADD 1 TO WS-FORMULA-COUNT
              MOVE CF-FORMULA-NAME TO WS-FH-NAME
              MOVE FE-DESCRIPTION  TO WS-FH-DESCRIPTION
              MOVE WS-FORMULA-HEAD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > FE-STEP-COUNT
                 PERFORM 2350-PRINT-AND-LOG-STEP
              END-PERFORM
              MOVE FE-RESULT TO WS-FR-RESULT
              MOVE WS-FORMULA-RESULT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2350-PRINT-AND-LOG-STEP.
           MOVE FE-S-NUM1 (WS-SUB)     TO WS-D-NUM1.
           MOVE FE-S-OPERATOR (WS-SUB) TO WS-D-OPERATOR.
           MOVE FE-S-NUM2 (WS-SUB)     TO WS-D-NUM2.
           MOVE FE-S-RESULT (WS-SUB)   TO WS-D-RESULT.
           MOVE WS-DETAIL-LINE TO WS-FS-DETAIL.
           MOVE WS-SUB TO WS-FS-STEP.
           MOVE WS-FORMULA-STEP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ACCEPT CH-DATE FROM DATE YYYYMMDD.
           ACCEPT CH-TIME FROM TIME.
           MOVE FE-S-NUM1 (WS-SUB)     TO CH-NUM1.
           MOVE FE-S-OPERATOR (WS-SUB) TO CH-OPERATOR.
           MOVE FE-S-NUM2 (WS-SUB)     TO CH-NUM2.
           MOVE FE-S-RESULT (WS-SUB)   TO CH-RESULT.
           MOVE "F"                    TO CH-NUM1-SOURCE.
           MOVE CF-FORMULA-NAME        TO CH-FORMULA-NAME.
           MOVE WS-SUB                 TO CH-FORMULA-STEP.
           WRITE CALC-HISTORY-RECORD.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "Unable to write history record, status "
                 WS-HIST-STATUS
           END-IF.

       3000-PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECORD-COUNT  TO WS-T-PROCESSED.
           MOVE WS-REJECT-COUNT  TO WS-T-REJECTED.
           MOVE WS-FORMULA-COUNT TO WS-T-FORMULAS.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
