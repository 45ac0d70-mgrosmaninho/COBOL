       IDENTIFICATION DIVISION.
        PROGRAM-ID. MARK-BAND-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE MARK BAND TABLE,
      * IN THE STYLE OF GRADE-SCALE-MAINT. ADDS (OR REPLACES),
      * REMOVES AND LISTS THE LOWEST WEIGHTED PERCENTAGE AT WHICH
      * EACH LETTER GRADE IS AWARDED, SO MARK-GRADE-BATCH CONVERTS
      * A STUDENT'S WEIGHTED MARKS TO A GRADE THE SAME WAY FOR
      * EVERY COURSE AND A CHANGE OF CUT-OFF IS A FILE UPDATE
      * INSTEAD OF A RECOMPILE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARK-BAND-FILE ASSIGN TO "MARKBAND.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MB-LOWER-PCT
              FILE STATUS IS WS-BAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARK-BAND-FILE.
       COPY MARKBAND.

       WORKING-STORAGE SECTION.
       01  WS-BAND-STATUS           PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-REMOVE                VALUE "R".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "R" "L".

       01  WS-LOWER-PCT             PIC 9(3)V9 VALUE ZERO.
       01  WS-VALID-PCT-SW          PIC X VALUE "N".
           88  VALID-PERCENTAGE            VALUE "Y".
       01  WS-GRADE                 PIC X(2) VALUE SPACES.
           88  GRADE-VALID                 VALUES "A+" "A " "A-"
                                                  "B+" "B " "B-"
                                                  "C+" "C " "C-"
                                                  "D+" "D " "D-"
                                                  "F ".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd/replace, (R)emove, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R"
                    " or L."
              END-IF
           END-PERFORM.
           OPEN I-O MARK-BAND-FILE.
           IF WS-BAND-STATUS = "35"
              CLOSE MARK-BAND-FILE
              OPEN OUTPUT MARK-BAND-FILE
              CLOSE MARK-BAND-FILE
              OPEN I-O MARK-BAND-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-BAND
              WHEN TRANS-REMOVE
                 PERFORM 5000-REMOVE-BAND
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-BANDS
           END-EVALUATE.
           CLOSE MARK-BAND-FILE.
           GOBACK.

       1000-ADD-BAND.
           PERFORM 1100-GET-LOWER-PCT.
           PERFORM 1200-GET-GRADE.
           MOVE WS-LOWER-PCT TO MB-LOWER-PCT.
           READ MARK-BAND-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-BAND-STATUS = "00"
              MOVE WS-GRADE TO MB-GRADE
              REWRITE MARK-BAND-RECORD
              IF WS-BAND-STATUS NOT = "00"
                 DISPLAY "Unable to replace band, status "
                    WS-BAND-STATUS
              ELSE
                 DISPLAY "From " WS-LOWER-PCT "% the grade is now "
                    WS-GRADE "."
              END-IF
           ELSE
              MOVE WS-LOWER-PCT TO MB-LOWER-PCT
              MOVE WS-GRADE     TO MB-GRADE
              WRITE MARK-BAND-RECORD
              IF WS-BAND-STATUS NOT = "00"
                 DISPLAY "Unable to save band, status "
                    WS-BAND-STATUS
              ELSE
                 DISPLAY "From " WS-LOWER-PCT "% the grade is "
                    WS-GRADE "."
              END-IF
           END-IF.

       1100-GET-LOWER-PCT.
           MOVE "N" TO WS-VALID-PCT-SW.
           PERFORM UNTIL VALID-PERCENTAGE
              DISPLAY "Input lowest percentage of the band"
                 " (e.g. 70.0): " WITH NO ADVANCING
              ACCEPT WS-LOWER-PCT
              IF WS-LOWER-PCT NUMERIC
                 AND WS-LOWER-PCT NOT > 100
                 MOVE "Y" TO WS-VALID-PCT-SW
              ELSE
                 DISPLAY "Invalid percentage - enter 0.0 through"
                    " 100.0."
              END-IF
           END-PERFORM.

       1200-GET-GRADE.
           *> A band awards a real letter grade - I and W are never
           *> worked out from marks.
           MOVE SPACES TO WS-GRADE.
           PERFORM UNTIL GRADE-VALID
              DISPLAY "Input grade (A+ through F): "
                 WITH NO ADVANCING
              ACCEPT WS-GRADE
              IF NOT GRADE-VALID
                 DISPLAY "Invalid grade - enter A+ through F."
              END-IF
           END-PERFORM.

       5000-REMOVE-BAND.
           PERFORM 1100-GET-LOWER-PCT.
           MOVE WS-LOWER-PCT TO MB-LOWER-PCT.
           READ MARK-BAND-FILE
              INVALID KEY
                 DISPLAY "No band starts at " WS-LOWER-PCT "%."
           END-READ.
           IF WS-BAND-STATUS = "00"
              DELETE MARK-BAND-FILE
              IF WS-BAND-STATUS NOT = "00"
                 DISPLAY "Unable to remove band, status "
                    WS-BAND-STATUS
              ELSE
                 DISPLAY "Band from " WS-LOWER-PCT "% removed."
              END-IF
           END-IF.

       6000-LIST-BANDS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ MARK-BAND-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    DISPLAY MB-LOWER-PCT "% and over = " MB-GRADE
              END-READ
           END-PERFORM.
