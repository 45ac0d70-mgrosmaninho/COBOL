       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPRESS-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CONTACT SUPPRESSION REPORT. LISTS FROM
      * SUPPRESS.LOG EVERY LETTER, NOTICE AND MESSAGE THE SHARED
      * PREFCHK ROUTINE WITHHELD IN A DATE RANGE - WHICH PROGRAM,
      * FOR WHOM, IN WHAT CATEGORY, AND WHY - TOGETHER WITH EVERY
      * LEGALLY REQUIRED NOTICE SENT IN SPITE OF AN OPT-OUT, ON
      * SUPPRESS.PRT WITH TOTALS BY ACTION AND BY CATEGORY.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESS-LOG-FILE ASSIGN TO "SUPPRESS.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SUPPRESS.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESS-LOG-FILE.
       COPY SUPPLOG.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUPPRESS-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-FROM-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION          PIC X VALUE "Y".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "SUPPRESS".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-ITEM-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-WITHHELD-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-OVERRIDE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-ACADEMIC-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-BILLING-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-COLLECTIONS-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-MARKETING-COUNT        PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "CONTACT SUPPRESSION REPORT".
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "DATE".
           05  FILLER                PIC X(9)  VALUE "SOURCE".
           05  FILLER                PIC X(11) VALUE "PERSON".
           05  FILLER                PIC X(2)  VALUE "C".
           05  FILLER                PIC X(13) VALUE "ITEM".
           05  FILLER                PIC X(3)  VALUE "CH".
           05  FILLER                PIC X(9)  VALUE "ACTION".
           05  FILLER                PIC X(24) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-DATE             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-SOURCE           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-PERSON-TYPE      PIC X.
           05  WS-D-PERSON-ID        PIC 9(6).
           05  FILLER                PIC X     VALUE "/".
           05  WS-D-PERSON-SEQ       PIC 9(2).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CATEGORY         PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-ITEM             PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CHANNEL          PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-REASON           PIC X(24).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(36).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-DATE-RANGE.
           OPEN INPUT SUPPRESS-LOG-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
              DISPLAY "No suppression log on file, status "
                 WS-SUPPRESS-STATUS " - nothing has been withheld."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-T-TO-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-LIST-THE-LOG.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE SUPPRESS-LOG-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           DISPLAY "Suppression report written - " WS-ITEM-COUNT
              " item(s).".
           GOBACK.

       0100-GET-DATE-RANGE.
           *> Zero takes the whole log from the start, and up to the
           *> business date.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input from date (YYYYMMDD, 0 = start of log): "
                 WITH NO ADVANCING
              ACCEPT WS-FROM-DATE
              IF WS-FROM-DATE = ZERO
                 MOVE "Y" TO WS-DATE-VALID-SW
              ELSE
                 CALL "DATEVAL" USING WS-FROM-DATE WS-FUTURE-OPTION
                    WS-DATE-VALID-SW
                 IF NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real YYYYMMDD"
                       " date or 0."
                 END-IF
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

       2000-LIST-THE-LOG.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SUPPRESS-LOG-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF SL-LOG-DATE >= WS-FROM-DATE
                       AND SL-LOG-DATE <= WS-TO-DATE
                       PERFORM 2100-PRINT-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ITEM-COUNT = ZERO
              MOVE "NOTHING WITHHELD IN THE PERIOD" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2100-PRINT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SL-LOG-DATE    TO WS-D-DATE.
           MOVE SL-SOURCE      TO WS-D-SOURCE.
           MOVE SL-PERSON-TYPE TO WS-D-PERSON-TYPE.
           MOVE SL-PERSON-ID   TO WS-D-PERSON-ID.
           MOVE SL-PERSON-SEQ  TO WS-D-PERSON-SEQ.
           MOVE SL-CATEGORY    TO WS-D-CATEGORY.
           MOVE SL-ITEM        TO WS-D-ITEM.
           MOVE SL-CHANNEL     TO WS-D-CHANNEL.
           MOVE SL-REASON      TO WS-D-REASON.
           EVALUATE TRUE
              WHEN SL-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
                 MOVE "WITHHELD" TO WS-D-ACTION
              WHEN SL-OVERRIDDEN
                 ADD 1 TO WS-OVERRIDE-COUNT
                 MOVE "SENT"     TO WS-D-ACTION
              WHEN OTHER
                 MOVE SL-ACTION  TO WS-D-ACTION
           END-EVALUATE.
           IF SL-WITHHELD
              EVALUATE SL-CATEGORY
                 WHEN "A"
                    ADD 1 TO WS-ACADEMIC-COUNT
                 WHEN "B"
                    ADD 1 TO WS-BILLING-COUNT
                 WHEN "C"
                    ADD 1 TO WS-COLLECTIONS-COUNT
                 WHEN "M"
                    ADD 1 TO WS-MARKETING-COUNT
              END-EVALUATE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS WITHHELD" TO WS-S-LABEL.
           MOVE WS-WITHHELD-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  ACADEMIC" TO WS-S-LABEL.
           MOVE WS-ACADEMIC-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  BILLING" TO WS-S-LABEL.
           MOVE WS-BILLING-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  COLLECTIONS" TO WS-S-LABEL.
           MOVE WS-COLLECTIONS-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  MARKETING" TO WS-S-LABEL.
           MOVE WS-MARKETING-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEGAL NOTICES SENT DESPITE OPT-OUT" TO WS-S-LABEL.
           MOVE WS-OVERRIDE-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
