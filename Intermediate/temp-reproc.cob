       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMP-REPROC.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CALIBRATION CORRECTION RUN OVER THE RAW READING
      * ARCHIVE. FOR ONE SENSOR AND A RANGE OF READING DATES IT
      * RE-APPLIES A CORRECTED CALIBRATION OFFSET TO EVERY ARCHIVED
      * READING, THEN REBUILDS EACH TEMPHIST.DAT SUMMARY THOSE
      * READINGS FED FROM THE ARCHIVE - THE HISTORY IS REWRITTEN
      * THROUGH A WORK FILE THE WAY LOAN-CLOSE-BATCH REWRITES THE
      * ACCRUAL HISTORY - AND SHOWS THE DEGREE-DAY FIGURES OF THE
      * MONTHS TOUCHED AS THEY STOOD AND AS THEY NOW STAND, SO
      * DEGREE-DAY-RPT CAN BE RE-RUN WITH CONFIDENCE. EVERY
      * CORRECTED READING, EVERY REBUILT SUMMARY AND EVERY
      * DEGREE-DAY CHANGE PRINTS BEFORE AND AFTER ON TEMPREPR.PRT.
      * A SUMMARY WHOSE READINGS ARE NOT ALL ON THE ARCHIVE (A RUN
      * FROM BEFORE IT EXISTED) IS LEFT ALONE AND SAID SO.
      * CORRECTING SENSCAL.DAT ITSELF FOR FUTURE RUNS IS STILL DONE
      * ON THE CARD.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READING-ARCHIVE-FILE ASSIGN TO "READARCH.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RA-KEY
              ALTERNATE RECORD KEY IS RA-RUN-DATE
                 WITH DUPLICATES
              FILE STATUS IS WS-READARCH-STATUS.

           SELECT TEMP-HISTORY-FILE ASSIGN TO "TEMPHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEMPHIST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "TEMPHIST.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORK-STATUS.

           SELECT BASE-CARD-FILE ASSIGN TO "DDBASE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT REPROC-REPORT-FILE ASSIGN TO "TEMPREPR.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READING-ARCHIVE-FILE.
       COPY READARCH.

       FD  TEMP-HISTORY-FILE.
       COPY TEMPHIST.

      *> An image of the history record, to rewrite it whole.
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-IMAGE        PIC X(35).

       FD  BASE-CARD-FILE.
       COPY DDBASE.

       FD  REPROC-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-READARCH-STATUS        PIC XX VALUE SPACES.
       01  WS-TEMPHIST-STATUS        PIC XX VALUE SPACES.
       01  WS-WORK-STATUS            PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-READINGS-SW       PIC X VALUE "Y".
           88  NO-MORE-READINGS             VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "TEMPREPR".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "TEMPREPR.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> What is being corrected.
       01  WS-SENSOR-ID              PIC X(4) VALUE SPACES.
       01  WS-FROM-DATE              PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION          PIC X VALUE "N".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-OFFSET-SIGN            PIC X VALUE SPACE.
           88  OFFSET-SIGN-VALID            VALUES "+" "-".
       01  WS-OFFSET-DEGREES         PIC 9(3) VALUE ZERO.
       01  WS-NEW-OFFSET             PIC S9(3) VALUE ZERO.
       01  WS-VALID-SW               PIC X VALUE "N".
           88  ENTRY-VALID                  VALUE "Y".
       01  WS-CONFIRM                PIC X VALUE SPACE.
           88  RUN-CONFIRMED                VALUE "Y".

      *> The degree-day base, with the customary fallback when no
      *> parameter card is on hand - as DEGREE-DAY-RPT uses it.
       01  WS-BASE-TEMP              PIC S9(3) VALUE 65.
       01  WS-DAY-DEGREES            PIC S9(4)V999 VALUE ZERO.

       01  WS-READINGS-SEEN          PIC 9(6) VALUE ZERO.
       01  WS-READINGS-CHANGED       PIC 9(6) VALUE ZERO.
       01  WS-SUMMARIES-REBUILT      PIC 9(4) VALUE ZERO.
       01  WS-SUMMARIES-LEFT         PIC 9(4) VALUE ZERO.
       01  WS-OLD-CALIBRATED         PIC S9(3) VALUE ZERO.
       01  WS-OLD-CONVERTED          PIC S999V999 VALUE ZERO.

      *> Each run date and reading type whose summary the corrected
      *> readings fed, and each month of a temperature summary.
       01  WS-AFFECTED-LIMIT         PIC 9(3) VALUE 200.
       01  WS-AFFECTED-TOTAL         PIC 9(3) VALUE ZERO.
       01  WS-AFF-IDX                PIC 9(3) VALUE ZERO.
       01  WS-AFFECTED-SW            PIC X VALUE "N".
           88  SUMMARY-AFFECTED             VALUE "Y".
       01  WS-AFFECTED-TABLE.
           05  WS-AFFECTED-ENTRY OCCURS 200 TIMES.
               10  WS-AF-RUN-DATE    PIC 9(8).
               10  WS-AF-TYPE        PIC X.
       01  WS-MONTH-LIMIT            PIC 9(2) VALUE 24.
       01  WS-MONTH-TOTAL            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-IDX              PIC 9(2) VALUE ZERO.
       01  WS-MONTH-FOUND-SW         PIC X VALUE "N".
           88  MONTH-FOUND                  VALUE "Y".
       01  WS-CHECK-MONTH            PIC 9(6) VALUE ZERO.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 24 TIMES.
               10  WS-MO-MONTH       PIC 9(6).
               10  WS-MO-HDD-BEFORE  PIC 9(6)V9.
               10  WS-MO-CDD-BEFORE  PIC 9(6)V9.
               10  WS-MO-HDD-AFTER   PIC 9(6)V9.
               10  WS-MO-CDD-AFTER   PIC 9(6)V9.

      *> One summary rebuilt from the archive.
       01  WS-TYPE-CODE              PIC X VALUE SPACE.
       01  WS-NEW-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-NEW-TOTAL              PIC S9(9)V999 VALUE ZERO.
       01  WS-NEW-MIN                PIC S999V999 VALUE ZERO.
       01  WS-NEW-MAX                PIC S999V999 VALUE ZERO.
       01  WS-NEW-AVG                PIC S999V999 VALUE ZERO.
       01  WS-OLD-AVG                PIC S999V999 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "CALIBRATION CORRECTION SENSOR".
           05  WS-T-SENSOR-ID        PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).
           05  FILLER                PIC X(8)  VALUE " OFFSET ".
           05  WS-T-OFFSET           PIC +ZZ9.

       01  WS-READING-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "DATE".
           05  FILLER                PIC X(6)  VALUE "TIME".
           05  FILLER                PIC X(3)  VALUE "TY".
           05  FILLER                PIC X(6)  VALUE "RAW".
           05  FILLER                PIC X(12) VALUE "OFFSET WAS".
           05  FILLER                PIC X(12) VALUE "VALUE WAS".
           05  FILLER                PIC X(6)  VALUE "IS NOW".

       01  WS-READING-LINE.
           05  WS-RL-DATE            PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-RL-TIME            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RL-TYPE            PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RL-RAW             PIC -ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RL-OLD-OFFSET      PIC -ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RL-OLD-VALUE       PIC -ZZ9.999.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RL-NEW-VALUE       PIC -ZZ9.999.

       01  WS-SUMMARY-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "RUN DATE".
           05  FILLER                PIC X(3)  VALUE "TY".
           05  FILLER                PIC X(8)  VALUE "READS".
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  FILLER                PIC X(10) VALUE "MIN".
           05  FILLER                PIC X(10) VALUE "MAX".
           05  FILLER                PIC X(10) VALUE "AVG".

       01  WS-SUMMARY-LINE.
           05  WS-SL-RUN-DATE        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-SL-TYPE            PIC X.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-COUNT           PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-WHEN            PIC X(7).
           05  WS-SL-MIN             PIC -ZZ9.999.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-MAX             PIC -ZZ9.999.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-AVG             PIC -ZZ9.999.

       01  WS-LEFT-LINE.
           05  WS-LL-RUN-DATE        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-TYPE            PIC X.
           05  FILLER                PIC X(31) VALUE
               "  NOT REBUILT - HISTORY HOLDS".
           05  WS-LL-OLD-COUNT       PIC ZZZZ9.
           05  FILLER                PIC X(17) VALUE
               " READS, ARCHIVE ".
           05  WS-LL-NEW-COUNT       PIC ZZZZ9.

       01  WS-DEGREE-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "MONTH".
           05  FILLER                PIC X(14) VALUE "HDD WAS".
           05  FILLER                PIC X(14) VALUE "HDD IS NOW".
           05  FILLER                PIC X(14) VALUE "CDD WAS".
           05  FILLER                PIC X(14) VALUE "CDD IS NOW".

       01  WS-DEGREE-LINE.
           05  WS-DL-MONTH           PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-HDD-BEFORE      PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-DL-HDD-AFTER       PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-DL-CDD-BEFORE      PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-DL-CDD-AFTER       PIC ZZZ,ZZ9.9.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(40).
           05  WS-TL-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-CORRECTION.
           IF NOT RUN-CONFIRMED
              DISPLAY "Correction not applied - nothing changed."
              GOBACK
           END-IF.
           OPEN I-O READING-ARCHIVE-FILE.
           IF WS-READARCH-STATUS NOT = "00"
              DISPLAY "Unable to open the reading archive, status "
                 WS-READARCH-STATUS " - run abandoned."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-READINGS-CHANGED.
           PERFORM 0200-READ-BASE-CARD.
           OPEN OUTPUT REPROC-REPORT-FILE.
           MOVE WS-SENSOR-ID  TO WS-T-SENSOR-ID.
           MOVE WS-FROM-DATE  TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE    TO WS-T-TO-DATE.
           MOVE WS-NEW-OFFSET TO WS-T-OFFSET.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1000-CORRECT-READINGS.
           IF WS-AFFECTED-TOTAL > ZERO
              PERFORM 2000-REBUILD-HISTORY
              PERFORM 3000-PRINT-DEGREE-DAYS
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE REPROC-REPORT-FILE.
           CLOSE READING-ARCHIVE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-READINGS-CHANGED.
           DISPLAY "Calibration correction complete - "
              WS-READINGS-CHANGED " reading(s) corrected, "
              WS-SUMMARIES-REBUILT " summary(ies) rebuilt, "
              WS-SUMMARIES-LEFT " left alone.".
           GOBACK.

       0100-GET-CORRECTION.
           MOVE SPACES TO WS-SENSOR-ID.
           PERFORM UNTIL WS-SENSOR-ID NOT = SPACES
              DISPLAY "Input sensor id to correct: "
                 WITH NO ADVANCING
              ACCEPT WS-SENSOR-ID
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input first reading date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-FROM-DATE
              CALL "DATEVAL" USING WS-FROM-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real, non-future"
                    " YYYYMMDD date."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input last reading date (YYYYMMDD,"
                 " 0 = business date): " WITH NO ADVANCING
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
                    " not before the first date, or 0."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-SW.
           PERFORM UNTIL ENTRY-VALID
              DISPLAY "Input corrected offset sign (+ or -): "
                 WITH NO ADVANCING
              ACCEPT WS-OFFSET-SIGN
              DISPLAY "Input corrected offset (0-99): "
                 WITH NO ADVANCING
              ACCEPT WS-OFFSET-DEGREES
              IF OFFSET-SIGN-VALID AND WS-OFFSET-DEGREES <= 99
                 MOVE "Y" TO WS-VALID-SW
              ELSE
                 DISPLAY "Sign must be + or -, offset 0-99."
              END-IF
           END-PERFORM.
           IF WS-OFFSET-SIGN = "-"
              COMPUTE WS-NEW-OFFSET = 0 - WS-OFFSET-DEGREES
           ELSE
              MOVE WS-OFFSET-DEGREES TO WS-NEW-OFFSET
           END-IF.
           DISPLAY "Re-apply offset " WS-OFFSET-SIGN
              WS-OFFSET-DEGREES " to sensor " WS-SENSOR-ID
              " readings " WS-FROM-DATE " to " WS-TO-DATE
              " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

       0200-READ-BASE-CARD.
           OPEN INPUT BASE-CARD-FILE.
           IF WS-CARD-STATUS = "00"
              READ BASE-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DB-BASE-TEMP-F TO WS-BASE-TEMP
              END-READ
              CLOSE BASE-CARD-FILE
           END-IF.

       1000-CORRECT-READINGS.
           *> The sensor's archived readings in date and time order;
           *> one already carrying the corrected offset is left as
           *> it is.
           MOVE WS-READING-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SENSOR-ID TO RA-SENSOR-ID.
           MOVE WS-FROM-DATE TO RA-READING-DATE.
           MOVE ZERO         TO RA-READING-TIME.
           MOVE LOW-VALUES   TO RA-READING-TYPE.
           MOVE "Y" TO WS-MORE-READINGS-SW.
           START READING-ARCHIVE-FILE KEY IS >= RA-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-READINGS-SW
           END-START.
           PERFORM UNTIL NO-MORE-READINGS
              READ READING-ARCHIVE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-READINGS-SW
                 NOT AT END
                    IF RA-SENSOR-ID NOT = WS-SENSOR-ID
                       OR RA-READING-DATE > WS-TO-DATE
                       MOVE "N" TO WS-MORE-READINGS-SW
                    ELSE
                       ADD 1 TO WS-READINGS-SEEN
                       IF RA-OFFSET NOT = WS-NEW-OFFSET
                          PERFORM 1100-CORRECT-ONE-READING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-READINGS-CHANGED = ZERO
              MOVE "NO ARCHIVED READING NEEDED CORRECTING"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       1100-CORRECT-ONE-READING.
           *> The same arithmetic TEMP-BATCH applied: raw plus
           *> offset, then Fahrenheit for a temperature only.
           MOVE RA-CALIBRATED-VALUE TO WS-OLD-CALIBRATED.
           MOVE RA-CONVERTED-VALUE  TO WS-OLD-CONVERTED.
           MOVE RA-READING-DATE     TO WS-RL-DATE.
           MOVE RA-READING-TIME     TO WS-RL-TIME.
           MOVE RA-READING-TYPE     TO WS-RL-TYPE.
           MOVE RA-RAW-VALUE        TO WS-RL-RAW.
           MOVE RA-OFFSET           TO WS-RL-OLD-OFFSET.
           MOVE RA-CONVERTED-VALUE  TO WS-RL-OLD-VALUE.
           MOVE WS-NEW-OFFSET TO RA-OFFSET.
           COMPUTE RA-CALIBRATED-VALUE = RA-RAW-VALUE + WS-NEW-OFFSET.
           IF RA-TYPE-TEMP
              COMPUTE RA-CONVERTED-VALUE =
                 (RA-CALIBRATED-VALUE * 1.8) + 32
           ELSE
              MOVE RA-CALIBRATED-VALUE TO RA-CONVERTED-VALUE
           END-IF.
           MOVE WS-RUN-DATE TO RA-REPROCESSED-DATE.
           REWRITE READING-ARCHIVE-RECORD
              INVALID KEY
                 DISPLAY "Unable to correct archived reading "
                    RA-SENSOR-ID " " RA-READING-DATE "/"
                    RA-READING-TIME ", status " WS-READARCH-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-READINGS-CHANGED
                 MOVE RA-CONVERTED-VALUE TO WS-RL-NEW-VALUE
                 MOVE WS-READING-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM 1200-NOTE-AFFECTED-SUMMARY
           END-REWRITE.

       1200-NOTE-AFFECTED-SUMMARY.
           MOVE "N" TO WS-AFFECTED-SW.
           PERFORM VARYING WS-AFF-IDX FROM 1 BY 1
                 UNTIL WS-AFF-IDX > WS-AFFECTED-TOTAL
                 OR SUMMARY-AFFECTED
              IF WS-AF-RUN-DATE (WS-AFF-IDX) = RA-RUN-DATE
                 AND WS-AF-TYPE (WS-AFF-IDX) = RA-READING-TYPE
                 MOVE "Y" TO WS-AFFECTED-SW
              END-IF
           END-PERFORM.
           IF NOT SUMMARY-AFFECTED
              IF WS-AFFECTED-TOTAL < WS-AFFECTED-LIMIT
                 ADD 1 TO WS-AFFECTED-TOTAL
                 MOVE RA-RUN-DATE
                    TO WS-AF-RUN-DATE (WS-AFFECTED-TOTAL)
                 MOVE RA-READING-TYPE
                    TO WS-AF-TYPE (WS-AFFECTED-TOTAL)
                 IF RA-TYPE-TEMP
                    COMPUTE WS-CHECK-MONTH = RA-RUN-DATE / 100
                    PERFORM 1300-NOTE-AFFECTED-MONTH
                 END-IF
              ELSE
                 DISPLAY "Warning: summary table full - the "
                    RA-RUN-DATE " summary will not be rebuilt."
              END-IF
           END-IF.

       1300-NOTE-AFFECTED-MONTH.
           MOVE "N" TO WS-MONTH-FOUND-SW.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                 UNTIL WS-MONTH-IDX > WS-MONTH-TOTAL
                 OR MONTH-FOUND
              IF WS-MO-MONTH (WS-MONTH-IDX) = WS-CHECK-MONTH
                 MOVE "Y" TO WS-MONTH-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT MONTH-FOUND AND WS-MONTH-TOTAL < WS-MONTH-LIMIT
              ADD 1 TO WS-MONTH-TOTAL
              MOVE WS-CHECK-MONTH TO WS-MO-MONTH (WS-MONTH-TOTAL)
              MOVE ZERO TO WS-MO-HDD-BEFORE (WS-MONTH-TOTAL)
                           WS-MO-CDD-BEFORE (WS-MONTH-TOTAL)
                           WS-MO-HDD-AFTER (WS-MONTH-TOTAL)
                           WS-MO-CDD-AFTER (WS-MONTH-TOTAL)
           END-IF.

       2000-REBUILD-HISTORY.
           *> One pass over the history into the work file, each
           *> affected summary recomputed from the archive on the
           *> way, and the work file then becomes the history.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TEMPHIST.DAT SUMMARIES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUMMARY-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT TEMP-HISTORY-FILE.
           IF WS-TEMPHIST-STATUS NOT = "00"
              MOVE "NO TEMPERATURE HISTORY ON FILE - NOTHING REBUILT"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              OPEN OUTPUT HISTORY-WORK-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TEMP-HISTORY-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 2100-TAKE-ONE-SUMMARY
              END-READ
              END-PERFORM
              CLOSE HISTORY-WORK-FILE
              CLOSE TEMP-HISTORY-FILE
              IF WS-SUMMARIES-REBUILT > ZERO
                 PERFORM 2500-REWRITE-LIVE-HISTORY
              END-IF
           END-IF.

       2100-TAKE-ONE-SUMMARY.
           *> A blank type is a temperature summary written before
           *> the type was carried.
           IF TH-TYPE-TEMP
              MOVE "T" TO WS-TYPE-CODE
           ELSE
              MOVE TH-READING-TYPE TO WS-TYPE-CODE
           END-IF.
           MOVE "N" TO WS-AFFECTED-SW.
           PERFORM VARYING WS-AFF-IDX FROM 1 BY 1
                 UNTIL WS-AFF-IDX > WS-AFFECTED-TOTAL
                 OR SUMMARY-AFFECTED
              IF WS-AF-RUN-DATE (WS-AFF-IDX) = TH-RUN-DATE
                 AND WS-AF-TYPE (WS-AFF-IDX) = WS-TYPE-CODE
                 MOVE "Y" TO WS-AFFECTED-SW
              END-IF
           END-PERFORM.
           IF TH-TYPE-TEMP
              MOVE TH-AVG-F TO WS-OLD-AVG
              PERFORM 2300-FIND-MONTH
              IF MONTH-FOUND
                 PERFORM 2310-ADD-DAY-BEFORE
              END-IF
           END-IF.
           IF SUMMARY-AFFECTED
              PERFORM 2200-REBUILD-ONE-SUMMARY
           END-IF.
           IF TH-TYPE-TEMP AND MONTH-FOUND
              PERFORM 2320-ADD-DAY-AFTER
           END-IF.
           MOVE TEMP-HISTORY-RECORD TO HISTORY-WORK-IMAGE.
           WRITE HISTORY-WORK-IMAGE.

       2200-REBUILD-ONE-SUMMARY.
           *> Every archived reading of the run and type, as now
           *> corrected. If the archive does not hold as many as the
           *> summary counted, the run predates it and the summary
           *> stands.
           MOVE ZERO TO WS-NEW-COUNT WS-NEW-TOTAL WS-NEW-MIN
                        WS-NEW-MAX WS-NEW-AVG.
           MOVE TH-RUN-DATE TO RA-RUN-DATE.
           MOVE "Y" TO WS-MORE-READINGS-SW.
           START READING-ARCHIVE-FILE KEY IS = RA-RUN-DATE
              INVALID KEY
                 MOVE "N" TO WS-MORE-READINGS-SW
           END-START.
           PERFORM UNTIL NO-MORE-READINGS
              READ READING-ARCHIVE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-READINGS-SW
                 NOT AT END
                    IF RA-RUN-DATE NOT = TH-RUN-DATE
                       MOVE "N" TO WS-MORE-READINGS-SW
                    ELSE
                       *> A reading out of certificate never
                       *> counted in the summary and does not now.
                       IF RA-READING-TYPE = WS-TYPE-CODE
                          AND NOT RA-OUT-OF-CERT
                          PERFORM 2210-ADD-ONE-READING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-NEW-COUNT NOT = TH-READING-COUNT
              ADD 1 TO WS-SUMMARIES-LEFT
              MOVE TH-RUN-DATE      TO WS-LL-RUN-DATE
              MOVE WS-TYPE-CODE     TO WS-LL-TYPE
              MOVE TH-READING-COUNT TO WS-LL-OLD-COUNT
              MOVE WS-NEW-COUNT     TO WS-LL-NEW-COUNT
              MOVE WS-LEFT-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              ADD 1 TO WS-SUMMARIES-REBUILT
              DIVIDE WS-NEW-TOTAL BY WS-NEW-COUNT
                 GIVING WS-NEW-AVG ROUNDED
              MOVE TH-RUN-DATE      TO WS-SL-RUN-DATE
              MOVE WS-TYPE-CODE     TO WS-SL-TYPE
              MOVE TH-READING-COUNT TO WS-SL-COUNT
              MOVE "WAS"            TO WS-SL-WHEN
              MOVE TH-MIN-F         TO WS-SL-MIN
              MOVE TH-MAX-F         TO WS-SL-MAX
              MOVE TH-AVG-F         TO WS-SL-AVG
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-NEW-MIN TO TH-MIN-F
              MOVE WS-NEW-MAX TO TH-MAX-F
              MOVE WS-NEW-AVG TO TH-AVG-F
              MOVE SPACES           TO WS-SL-TYPE
              MOVE ZERO             TO WS-SL-RUN-DATE
              MOVE "IS NOW"         TO WS-SL-WHEN
              MOVE WS-NEW-MIN       TO WS-SL-MIN
              MOVE WS-NEW-MAX       TO WS-SL-MAX
              MOVE WS-NEW-AVG       TO WS-SL-AVG
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       2210-ADD-ONE-READING.
           ADD 1 TO WS-NEW-COUNT.
           ADD RA-CONVERTED-VALUE TO WS-NEW-TOTAL.
           IF WS-NEW-COUNT = 1
              MOVE RA-CONVERTED-VALUE TO WS-NEW-MIN WS-NEW-MAX
           ELSE
              IF RA-CONVERTED-VALUE < WS-NEW-MIN
                 MOVE RA-CONVERTED-VALUE TO WS-NEW-MIN
              END-IF
              IF RA-CONVERTED-VALUE > WS-NEW-MAX
                 MOVE RA-CONVERTED-VALUE TO WS-NEW-MAX
              END-IF
           END-IF.

       2300-FIND-MONTH.
           COMPUTE WS-CHECK-MONTH = TH-RUN-DATE / 100.
           MOVE "N" TO WS-MONTH-FOUND-SW.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                 UNTIL WS-MONTH-IDX > WS-MONTH-TOTAL
                 OR MONTH-FOUND
              IF WS-MO-MONTH (WS-MONTH-IDX) = WS-CHECK-MONTH
                 MOVE "Y" TO WS-MONTH-FOUND-SW
              END-IF
           END-PERFORM.
           IF MONTH-FOUND
              SUBTRACT 1 FROM WS-MONTH-IDX
           END-IF.

       2310-ADD-DAY-BEFORE.
           *> Degrees below the base heat, above it cool - as
           *> DEGREE-DAY-RPT counts them.
           COMPUTE WS-DAY-DEGREES = WS-BASE-TEMP - WS-OLD-AVG.
           IF WS-DAY-DEGREES > ZERO
              ADD WS-DAY-DEGREES TO WS-MO-HDD-BEFORE (WS-MONTH-IDX)
           ELSE
              SUBTRACT WS-DAY-DEGREES
                 FROM WS-MO-CDD-BEFORE (WS-MONTH-IDX)
           END-IF.

       2320-ADD-DAY-AFTER.
           COMPUTE WS-DAY-DEGREES = WS-BASE-TEMP - TH-AVG-F.
           IF WS-DAY-DEGREES > ZERO
              ADD WS-DAY-DEGREES TO WS-MO-HDD-AFTER (WS-MONTH-IDX)
           ELSE
              SUBTRACT WS-DAY-DEGREES
                 FROM WS-MO-CDD-AFTER (WS-MONTH-IDX)
           END-IF.

       2500-REWRITE-LIVE-HISTORY.
           OPEN OUTPUT TEMP-HISTORY-FILE.
           OPEN INPUT HISTORY-WORK-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ HISTORY-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    MOVE HISTORY-WORK-IMAGE TO TEMP-HISTORY-RECORD
                    WRITE TEMP-HISTORY-RECORD
              END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK-FILE.
           CLOSE TEMP-HISTORY-FILE.

       3000-PRINT-DEGREE-DAYS.
           IF WS-MONTH-TOTAL > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "DEGREE-DAY FIGURES FOR THE MONTHS TOUCHED"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-DEGREE-HEADINGS TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                    UNTIL WS-MONTH-IDX > WS-MONTH-TOTAL
                 MOVE WS-MO-MONTH (WS-MONTH-IDX)      TO WS-DL-MONTH
                 MOVE WS-MO-HDD-BEFORE (WS-MONTH-IDX)
                    TO WS-DL-HDD-BEFORE
                 MOVE WS-MO-HDD-AFTER (WS-MONTH-IDX)
                    TO WS-DL-HDD-AFTER
                 MOVE WS-MO-CDD-BEFORE (WS-MONTH-IDX)
                    TO WS-DL-CDD-BEFORE
                 MOVE WS-MO-CDD-AFTER (WS-MONTH-IDX)
                    TO WS-DL-CDD-AFTER
                 MOVE WS-DEGREE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-PERFORM
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED READINGS IN THE RANGE" TO WS-TL-LABEL.
           MOVE WS-READINGS-SEEN TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "READINGS CORRECTED" TO WS-TL-LABEL.
           MOVE WS-READINGS-CHANGED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HISTORY SUMMARIES REBUILT" TO WS-TL-LABEL.
           MOVE WS-SUMMARIES-REBUILT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HISTORY SUMMARIES LEFT ALONE" TO WS-TL-LABEL.
           MOVE WS-SUMMARIES-LEFT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
