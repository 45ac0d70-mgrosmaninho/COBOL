       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: FEED-RECEIPT REPORT, IN THE STYLE OF
      * SUPPRESS-RPT. LISTS FROM THE INBOUND FEED REGISTER EVERY
      * FEED FILE RECEIVED ON ONE BUSINESS DATE - THE JOB THAT TOOK
      * IT, ITS RECORD COUNT AND HASH TOTAL, AND WHETHER IT WAS
      * POSTED, FORCED THROUGH BY AN OPERATOR OR REFUSED AS A REPEAT
      * OF AN EARLIER RECEIPT - ON FEEDRCPT.PRT WITH TOTALS BY
      * DISPOSITION.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FR-FEED-KEY
              FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FEEDRCPT.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REGISTER-FILE.
       COPY FEEDREG.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-REPORT-DATE            PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION          PIC X VALUE "Y".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "FEEDRPT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-RECEIPT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-POSTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-FORCED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REFUSED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-RECORDS-POSTED         PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-REFUSED        PIC 9(7) VALUE ZERO.

       01  WS-TIME-WORK              PIC 9(8) VALUE ZERO.
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH            PIC 99.
           05  WS-TIME-MM            PIC 99.
           05  WS-TIME-SS            PIC 99.
           05  WS-TIME-CC            PIC 99.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(33) VALUE
               "FEED-RECEIPT REPORT FOR DATE".
           05  WS-T-DATE             PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(13) VALUE "FEED".
           05  FILLER                PIC X(9)  VALUE "TIME".
           05  FILLER                PIC X(9)  VALUE "JOB".
           05  FILLER                PIC X(8)  VALUE "RECORDS".
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  FILLER                PIC X(11) VALUE "HASH TOTAL".
           05  FILLER                PIC X(9)  VALUE "ACTION".
           05  FILLER                PIC X(8)  VALUE "BY".

       01  WS-DETAIL-LINE.
           05  WS-D-FEED             PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-HH               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-D-MM               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-D-SS               PIC 99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-JOB              PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-COUNT            PIC Z(6)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-HASH             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-ACTION           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-FORCED-BY        PIC X(8).

       01  WS-MATCH-LINE.
           05  FILLER                PIC X(13) VALUE SPACES.
           05  FILLER                PIC X(29) VALUE
               "SAME AS THE RECEIPT OF".
           05  WS-M-DATE             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-M-HH               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-M-MM               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-M-SS               PIC 99.

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(36).
           05  WS-S-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-REPORT-DATE.
           OPEN INPUT FEED-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "No feed register on file, status "
                 WS-REGISTER-STATUS " - no feed has been received."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECEIPT-COUNT.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-DATE TO WS-T-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-LIST-THE-REGISTER.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE FEED-REGISTER-FILE.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECEIPT-COUNT.
           DISPLAY "Feed-receipt report written - " WS-RECEIPT-COUNT
              " receipt(s), " WS-REFUSED-COUNT " refused.".
           GOBACK.

       0100-GET-REPORT-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input receipt date (YYYYMMDD, 0 = business "
                 "date): " WITH NO ADVANCING
              ACCEPT WS-REPORT-DATE
              IF WS-REPORT-DATE = ZERO
                 MOVE WS-RUN-DATE TO WS-REPORT-DATE
              END-IF
              CALL "DATEVAL" USING WS-REPORT-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date"
                    " or 0."
              END-IF
           END-PERFORM.

       2000-LIST-THE-REGISTER.
           *> The register is keyed by feed first, so the whole file
           *> is read and the day's receipts picked out - it lists by
           *> feed, in time order within each feed.
           PERFORM UNTIL NO-MORE-RECORDS
              READ FEED-REGISTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FR-RECEIVED-DATE = WS-REPORT-DATE
                       PERFORM 2100-PRINT-ONE-RECEIPT
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-RECEIPT-COUNT = ZERO
              MOVE "NO FEED RECEIVED ON THE DATE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2100-PRINT-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE FR-FEED-NAME     TO WS-D-FEED.
           MOVE FR-RECEIVED-TIME TO WS-TIME-WORK.
           MOVE WS-TIME-HH       TO WS-D-HH.
           MOVE WS-TIME-MM       TO WS-D-MM.
           MOVE WS-TIME-SS       TO WS-D-SS.
           MOVE FR-JOB-NAME      TO WS-D-JOB.
           MOVE FR-RECORD-COUNT  TO WS-D-COUNT.
           MOVE FR-HASH-TOTAL    TO WS-D-HASH.
           MOVE SPACES           TO WS-D-FORCED-BY.
           EVALUATE TRUE
              WHEN FR-POSTED
                 ADD 1 TO WS-POSTED-COUNT
                 ADD FR-RECORD-COUNT TO WS-RECORDS-POSTED
                 MOVE "POSTED"  TO WS-D-ACTION
              WHEN FR-FORCED
                 ADD 1 TO WS-FORCED-COUNT
                 ADD FR-RECORD-COUNT TO WS-RECORDS-POSTED
                 MOVE "FORCED"  TO WS-D-ACTION
                 MOVE FR-FORCED-BY TO WS-D-FORCED-BY
              WHEN FR-REFUSED
                 ADD 1 TO WS-REFUSED-COUNT
                 ADD FR-RECORD-COUNT TO WS-RECORDS-REFUSED
                 MOVE "REFUSED" TO WS-D-ACTION
              WHEN OTHER
                 MOVE FR-DISPOSITION TO WS-D-ACTION
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           *> A forced or refused feed shows the receipt it matched.
           IF FR-FORCED OR FR-REFUSED
              MOVE FR-MATCH-DATE TO WS-M-DATE
              MOVE FR-MATCH-TIME TO WS-TIME-WORK
              MOVE WS-TIME-HH    TO WS-M-HH
              MOVE WS-TIME-MM    TO WS-M-MM
              MOVE WS-TIME-SS    TO WS-M-SS
              MOVE WS-MATCH-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       3000-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FEEDS RECEIVED" TO WS-S-LABEL.
           MOVE WS-RECEIPT-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  POSTED" TO WS-S-LABEL.
           MOVE WS-POSTED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  FORCED THROUGH AS NEW" TO WS-S-LABEL.
           MOVE WS-FORCED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  REFUSED AS REPEATS" TO WS-S-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS POSTED" TO WS-S-LABEL.
           MOVE WS-RECORDS-POSTED TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS REFUSED" TO WS-S-LABEL.
           MOVE WS-RECORDS-REFUSED TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
