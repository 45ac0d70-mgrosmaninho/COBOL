       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPROD-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: COLLECTOR PRODUCTIVITY REPORT. FOR A DATE RANGE
      * - BY DEFAULT THE BUSINESS MONTH TO DATE - COUNTS FROM
      * COLLNOTE.DAT EACH COLLECTOR'S CONTACT ATTEMPTS, THE ONES
      * THAT REACHED THE BORROWER, THE PROMISES TO PAY TAKEN AND
      * THEIR AMOUNT, AND OF THE PROMISES PROMISE-BATCH CHECKED IN
      * THE RANGE HOW MANY WERE KEPT OR BROKEN AND HOW MUCH WAS
      * COLLECTED AGAINST THEM. A PROMISE IS CREDITED TO THE
      * COLLECTOR WHO TOOK IT. WRITES COLLPROD.PRT WITH A LINE PER
      * COLLECTOR AND THE TOTALS, REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO "COLLNOTE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CN-NOTE-KEY
              FILE STATUS IS WS-NOTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COLLPROD.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       COPY COLLNOTE.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NOTE-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-FROM-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION          PIC X VALUE "N".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "COLLPROD".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-NOTE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "COLLPROD.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

      *> One row per collector found in the range. The last row
      *> catches any collector past the table's end.
       01  WS-COLL-LIMIT             PIC 9(2) VALUE 30.
       01  WS-COLL-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-COLL-IDX               PIC 9(2) VALUE ZERO.
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY OCCURS 30 TIMES.
               10  WS-CP-COLLECTOR   PIC X(8).
               10  WS-CP-CONTACTS    PIC 9(5).
               10  WS-CP-REACHED     PIC 9(5).
               10  WS-CP-PROMISES    PIC 9(5).
               10  WS-CP-PROMISED    PIC 9(8)V99.
               10  WS-CP-KEPT        PIC 9(5).
               10  WS-CP-BROKEN      PIC 9(5).
               10  WS-CP-COLLECTED   PIC 9(8)V99.
       01  WS-COLL-FOUND-SW          PIC X VALUE "N".
           88  COLLECTOR-ROW-FOUND          VALUE "Y".

       01  WS-TOTALS.
           05  WS-TOT-CONTACTS       PIC 9(6) VALUE ZERO.
           05  WS-TOT-REACHED        PIC 9(6) VALUE ZERO.
           05  WS-TOT-PROMISES       PIC 9(6) VALUE ZERO.
           05  WS-TOT-PROMISED       PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-KEPT           PIC 9(6) VALUE ZERO.
           05  WS-TOT-BROKEN         PIC 9(6) VALUE ZERO.
           05  WS-TOT-COLLECTED      PIC 9(9)V99 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(32) VALUE
               "COLLECTOR PRODUCTIVITY - FROM ".
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "COLLECTOR".
           05  FILLER                PIC X(8)  VALUE "CONTACTS".
           05  FILLER                PIC X(8)  VALUE " REACHED".
           05  FILLER                PIC X(8)  VALUE " PROMISE".
           05  FILLER                PIC X(14) VALUE
               "      PROMISED".
           05  FILLER                PIC X(6)  VALUE "  KEPT".
           05  FILLER                PIC X(7)  VALUE " BROKEN".
           05  FILLER                PIC X(14) VALUE
               "     COLLECTED".

       01  WS-DETAIL-LINE.
           05  WS-D-COLLECTOR        PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-CONTACTS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-REACHED          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-PROMISES         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-PROMISED         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-KEPT             PIC ZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-BROKEN           PIC ZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-D-COLLECTED        PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           PERFORM 0100-GET-DATE-RANGE.
           OPEN INPUT NOTE-FILE.
           IF WS-NOTE-STATUS NOT = "00"
              DISPLAY "No contact notes on file, status "
                 WS-NOTE-STATUS " - nothing to report."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-NOTE-COUNT.
           PERFORM 1000-COUNT-THE-NOTES.
           CLOSE NOTE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-T-TO-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-PRINT-COLLECTORS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-NOTE-COUNT.
           DISPLAY "Collector productivity report written - "
              WS-COLL-TOTAL " collector(s).".
           GOBACK.

       0100-GET-DATE-RANGE.
           *> Zero takes the first of the business month, and up to
           *> the business date.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input from date (YYYYMMDD, 0 = start of month): "
                 WITH NO ADVANCING
              ACCEPT WS-FROM-DATE
              IF WS-FROM-DATE = ZERO
                 COMPUTE WS-FROM-DATE = WS-RUN-MONTH * 100 + 1
              END-IF
              CALL "DATEVAL" USING WS-FROM-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD"
                    " date or 0."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input to date (YYYYMMDD, 0 = business date): "
                 WITH NO ADVANCING
              ACCEPT WS-TO-DATE
              IF WS-TO-DATE = ZERO
                 MOVE WS-RUN-DATE TO WS-TO-DATE
              END-IF
              CALL "DATEVAL" USING WS-TO-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF DATE-IS-VALID AND WS-TO-DATE < WS-FROM-DATE
                 MOVE "N" TO WS-DATE-VALID-SW
              END-IF
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date"
                    " not before the from date, or 0."
              END-IF
           END-PERFORM.

       1000-COUNT-THE-NOTES.
           PERFORM UNTIL NO-MORE-RECORDS
              READ NOTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 1100-COUNT-ONE-NOTE
              END-READ
           END-PERFORM.

       1100-COUNT-ONE-NOTE.
           *> The contact counts in the range it was made; the result
           *> of a promise counts in the range it was checked.
           IF CN-CONTACT-DATE >= WS-FROM-DATE
              AND CN-CONTACT-DATE <= WS-TO-DATE
              ADD 1 TO WS-NOTE-COUNT
              PERFORM 1200-FIND-COLLECTOR-ROW
              ADD 1 TO WS-CP-CONTACTS (WS-COLL-IDX)
              IF CN-RIGHT-PARTY
                 ADD 1 TO WS-CP-REACHED (WS-COLL-IDX)
              END-IF
              IF CN-PROMISE-MADE
                 ADD 1 TO WS-CP-PROMISES (WS-COLL-IDX)
                 ADD CN-PROMISE-AMOUNT TO WS-CP-PROMISED (WS-COLL-IDX)
              END-IF
           END-IF.
           IF (CN-PROMISE-KEPT OR CN-PROMISE-BROKEN)
              AND CN-CHECKED-DATE >= WS-FROM-DATE
              AND CN-CHECKED-DATE <= WS-TO-DATE
              PERFORM 1200-FIND-COLLECTOR-ROW
              IF CN-PROMISE-KEPT
                 ADD 1 TO WS-CP-KEPT (WS-COLL-IDX)
              ELSE
                 ADD 1 TO WS-CP-BROKEN (WS-COLL-IDX)
              END-IF
              ADD CN-AMOUNT-PAID TO WS-CP-COLLECTED (WS-COLL-IDX)
           END-IF.

       1200-FIND-COLLECTOR-ROW.
           MOVE "N" TO WS-COLL-FOUND-SW.
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                 UNTIL WS-COLL-IDX > WS-COLL-TOTAL
                 OR COLLECTOR-ROW-FOUND
              IF WS-CP-COLLECTOR (WS-COLL-IDX) = CN-COLLECTOR
                 MOVE "Y" TO WS-COLL-FOUND-SW
              END-IF
           END-PERFORM.
           IF COLLECTOR-ROW-FOUND
              SUBTRACT 1 FROM WS-COLL-IDX
           ELSE
              IF WS-COLL-TOTAL < WS-COLL-LIMIT
                 ADD 1 TO WS-COLL-TOTAL
                 MOVE WS-COLL-TOTAL TO WS-COLL-IDX
                 IF WS-COLL-TOTAL = WS-COLL-LIMIT
                    MOVE "OTHERS" TO WS-CP-COLLECTOR (WS-COLL-IDX)
                 ELSE
                    MOVE CN-COLLECTOR TO WS-CP-COLLECTOR (WS-COLL-IDX)
                 END-IF
                 MOVE ZERO TO WS-CP-CONTACTS (WS-COLL-IDX)
                    WS-CP-REACHED (WS-COLL-IDX)
                    WS-CP-PROMISES (WS-COLL-IDX)
                    WS-CP-PROMISED (WS-COLL-IDX)
                    WS-CP-KEPT (WS-COLL-IDX)
                    WS-CP-BROKEN (WS-COLL-IDX)
                    WS-CP-COLLECTED (WS-COLL-IDX)
              ELSE
                 MOVE WS-COLL-LIMIT TO WS-COLL-IDX
              END-IF
           END-IF.

       2000-PRINT-COLLECTORS.
           IF WS-COLL-TOTAL = ZERO
              MOVE "NO COLLECTION ACTIVITY IN THE PERIOD"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-COLL-IDX FROM 1 BY 1
                 UNTIL WS-COLL-IDX > WS-COLL-TOTAL
              MOVE WS-CP-COLLECTOR (WS-COLL-IDX) TO WS-D-COLLECTOR
              MOVE WS-CP-CONTACTS (WS-COLL-IDX)  TO WS-D-CONTACTS
              MOVE WS-CP-REACHED (WS-COLL-IDX)   TO WS-D-REACHED
              MOVE WS-CP-PROMISES (WS-COLL-IDX)  TO WS-D-PROMISES
              MOVE WS-CP-PROMISED (WS-COLL-IDX)  TO WS-D-PROMISED
              MOVE WS-CP-KEPT (WS-COLL-IDX)      TO WS-D-KEPT
              MOVE WS-CP-BROKEN (WS-COLL-IDX)    TO WS-D-BROKEN
              MOVE WS-CP-COLLECTED (WS-COLL-IDX) TO WS-D-COLLECTED
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD WS-CP-CONTACTS (WS-COLL-IDX)  TO WS-TOT-CONTACTS
              ADD WS-CP-REACHED (WS-COLL-IDX)   TO WS-TOT-REACHED
              ADD WS-CP-PROMISES (WS-COLL-IDX)  TO WS-TOT-PROMISES
              ADD WS-CP-PROMISED (WS-COLL-IDX)  TO WS-TOT-PROMISED
              ADD WS-CP-KEPT (WS-COLL-IDX)      TO WS-TOT-KEPT
              ADD WS-CP-BROKEN (WS-COLL-IDX)    TO WS-TOT-BROKEN
              ADD WS-CP-COLLECTED (WS-COLL-IDX) TO WS-TOT-COLLECTED
           END-PERFORM.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL"          TO WS-D-COLLECTOR.
           MOVE WS-TOT-CONTACTS  TO WS-D-CONTACTS.
           MOVE WS-TOT-REACHED   TO WS-D-REACHED.
           MOVE WS-TOT-PROMISES  TO WS-D-PROMISES.
           MOVE WS-TOT-PROMISED  TO WS-D-PROMISED.
           MOVE WS-TOT-KEPT      TO WS-D-KEPT.
           MOVE WS-TOT-BROKEN    TO WS-D-BROKEN.
           MOVE WS-TOT-COLLECTED TO WS-D-COLLECTED.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REACHED = SPOKE TO THE BORROWER (RP/PP/RF/DS)."
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KEPT, BROKEN AND COLLECTED ARE FOR PROMISES CHECKED"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "IN THE PERIOD; COLLECTED IS WHAT WAS PAID AGAINST THEM"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
