       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONE-COMP-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: COMFORT-COMPLIANCE REPORT BY ZONE OVER THE ZONE
      * HISTORY FILE TEMP-BATCH APPENDS TO. FOR THE REQUESTED DATE
      * RANGE IT SORTS THE ZONE-DAY SUMMARIES BY ZONE AND DATE AND
      * PRINTS, PER ZONE AND DAY, THE BAND IN FORCE, THE READINGS,
      * THE PERCENTAGE OF THEM INSIDE THE BAND, THE WORST EXCURSION
      * AND THE HOURS OUT OF COMPLIANCE - A DAY SPLIT OVER TWO
      * BATCH RUNS IS PUT BACK TOGETHER. EACH ZONE CLOSES WITH ITS
      * PERIOD FIGURES, AND THE REPORT ENDS WITH THE ZONES RANKED
      * BY HOURS OUT SO FACILITIES CAN PRIORITISE THE HVAC WORK.
      * ZONECOMP.PRT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-HISTORY-FILE ASSIGN TO "ZONEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ZONEHIST-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ZN-ZONE-ID
              FILE STATUS IS WS-ZONEMAST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ZONESORT.WRK".

           SELECT REPORT-FILE ASSIGN TO "ZONECOMP.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-HISTORY-FILE.
       COPY ZONEHIST.

       FD  ZONE-MASTER-FILE.
       COPY ZONEMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-ZONE-ID           PIC X(4).
           05  SR-READING-DATE      PIC 9(8).
           05  SR-TARGET-F          PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
           05  SR-TOLERANCE-F       PIC 9(2)V9.
           05  SR-READING-COUNT     PIC 9(5).
           05  SR-IN-BAND-COUNT     PIC 9(5).
           05  SR-WORST-EXCURSION   PIC S999V999
                 SIGN LEADING SEPARATE CHARACTER.
           05  SR-HOUR-MAP.
               10  SR-HOUR          PIC X OCCURS 24 TIMES.

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ZONEHIST-STATUS        PIC XX VALUE SPACES.
       01  WS-ZONEMAST-STATUS        PIC XX VALUE SPACES.
       01  WS-ZONEMAST-SW            PIC X VALUE "N".
           88  ZONE-MASTER-AVAILABLE        VALUE "Y".
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

       01  WS-JOB-NAME               PIC X(8) VALUE "ZONECOMP".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "ZONECOMP.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

       01  WS-FIRST-RECORD-SW        PIC X VALUE "Y".
           88  FIRST-RECORD                 VALUE "Y".
       01  WS-PRIOR-ZONE             PIC X(4) VALUE SPACES.
       01  WS-PRIOR-DATE             PIC 9(8) VALUE ZERO.
       01  WS-HOUR-IDX               PIC 9(2) VALUE ZERO.
       01  WS-HOURS-OUT              PIC 9(2) VALUE ZERO.
       01  WS-PCT                    PIC 9(3)V9 VALUE ZERO.
       01  WS-ABS-NEW                PIC 999V999 VALUE ZERO.
       01  WS-ABS-OLD                PIC 999V999 VALUE ZERO.

      *> The day being put together from its sorted summaries.
       01  WS-DAY-TARGET-F           PIC S9(3) VALUE ZERO.
       01  WS-DAY-TOLERANCE-F        PIC 9(2)V9 VALUE ZERO.
       01  WS-DAY-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-DAY-IN-BAND            PIC 9(6) VALUE ZERO.
       01  WS-DAY-WORST              PIC S999V999 VALUE ZERO.
       01  WS-DAY-HOUR-MAP.
           05  WS-DAY-HOUR           PIC X OCCURS 24 TIMES.

      *> The zone's figures for the period.
       01  WS-ZONE-DAYS              PIC 9(4) VALUE ZERO.
       01  WS-ZONE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ZONE-IN-BAND           PIC 9(7) VALUE ZERO.
       01  WS-ZONE-WORST             PIC S999V999 VALUE ZERO.
       01  WS-ZONE-HOURS             PIC 9(5) VALUE ZERO.

      *> One row per zone for the closing priority list.
       01  WS-RANK-LIMIT             PIC 9(2) VALUE 30.
       01  WS-RANK-TOTAL             PIC 9(2) VALUE ZERO.
       01  WS-RANK-IDX               PIC 9(2) VALUE ZERO.
       01  WS-RANK-PICK              PIC 9(2) VALUE ZERO.
       01  WS-RANK-PRINTED           PIC 9(2) VALUE ZERO.
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 30 TIMES.
               10  WS-RK-ZONE-ID     PIC X(4).
               10  WS-RK-DESCRIPTION PIC X(30).
               10  WS-RK-PCT         PIC 9(3)V9.
               10  WS-RK-WORST       PIC S999V999.
               10  WS-RK-HOURS       PIC 9(5).
               10  WS-RK-PRINTED-SW  PIC X.
                   88  RANK-PRINTED         VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(31) VALUE
               "ZONE COMFORT COMPLIANCE REPORT".
           05  WS-T-FROM-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-T-TO-DATE          PIC 9(8).

       01  WS-ZONE-LINE.
           05  FILLER                PIC X(5)  VALUE "ZONE ".
           05  WS-Z-ZONE-ID          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-Z-DESCRIPTION      PIC X(30).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "DATE".
           05  FILLER                PIC X(14) VALUE "BAND F".
           05  FILLER                PIC X(10) VALUE "READINGS".
           05  FILLER                PIC X(11) VALUE "% IN BAND".
           05  FILLER                PIC X(11) VALUE "WORST F".
           05  FILLER                PIC X(9)  VALUE "HOURS OUT".

       01  WS-DETAIL-LINE.
           05  WS-D-DATE             PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-TARGET           PIC -ZZ9.
           05  FILLER                PIC X(4)  VALUE " +/-".
           05  WS-D-TOLERANCE        PIC ZZ9.9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-PCT              PIC ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-WORST            PIC +ZZ9.9.
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-D-HOURS            PIC ZZZZ9.

       01  WS-ZONE-TOTAL-LINE.
           05  FILLER                PIC X(6)  VALUE "PERIOD".
           05  WS-ZT-DAYS            PIC ZZZ9.
           05  FILLER                PIC X(14) VALUE " DAY(S)".
           05  WS-ZT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-ZT-PCT             PIC ZZ9.9.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-ZT-WORST           PIC +ZZ9.9.
           05  FILLER                PIC X(7)  VALUE SPACES.
           05  WS-ZT-HOURS           PIC ZZZZ9.

       01  WS-RANK-HEADINGS.
           05  FILLER                PIC X(6)  VALUE "ZONE".
           05  FILLER                PIC X(30) VALUE "DESCRIPTION".
           05  FILLER                PIC X(10) VALUE "HOURS OUT".
           05  FILLER                PIC X(8)  VALUE "% IN".
           05  FILLER                PIC X(7)  VALUE "WORST F".

       01  WS-RANK-LINE.
           05  WS-R-ZONE-ID          PIC X(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-DESCRIPTION      PIC X(30).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-R-HOURS            PIC ZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-R-PCT              PIC ZZ9.9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-R-WORST            PIC +ZZ9.9.

       01  WS-PAGE-SEPARATOR         PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           PERFORM 0100-GET-DATE-RANGE.
           OPEN INPUT ZONE-HISTORY-FILE.
           IF WS-ZONEHIST-STATUS NOT = "00"
              DISPLAY "No zone history on file, status "
                 WS-ZONEHIST-STATUS " - nothing to report."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECORD-COUNT.
           OPEN INPUT ZONE-MASTER-FILE.
           IF WS-ZONEMAST-STATUS = "00"
              MOVE "Y" TO WS-ZONEMAST-SW
           ELSE
              DISPLAY "Warning: unable to open the zone master, "
                 "status " WS-ZONEMAST-STATUS " - zones print with"
                 " ids only."
           END-IF.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-ZONE-ID SR-READING-DATE
              INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
              OUTPUT PROCEDURE IS 2000-PRINT-ZONES.
           IF ZONE-MASTER-AVAILABLE
              CLOSE ZONE-MASTER-FILE
           END-IF.
           CLOSE ZONE-HISTORY-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECORD-COUNT.
           DISPLAY "Zone compliance report written - "
              WS-RANK-TOTAL " zone(s) from " WS-RECORD-COUNT
              " summary record(s).".
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

       1000-LOAD-SORT-FILE.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ZONE-HISTORY-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF ZH-READING-DATE >= WS-FROM-DATE
                       AND ZH-READING-DATE <= WS-TO-DATE
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE ZH-ZONE-ID         TO SR-ZONE-ID
                       MOVE ZH-READING-DATE    TO SR-READING-DATE
                       MOVE ZH-TARGET-F        TO SR-TARGET-F
                       MOVE ZH-TOLERANCE-F     TO SR-TOLERANCE-F
                       MOVE ZH-READING-COUNT   TO SR-READING-COUNT
                       MOVE ZH-IN-BAND-COUNT   TO SR-IN-BAND-COUNT
                       MOVE ZH-WORST-EXCURSION TO SR-WORST-EXCURSION
                       MOVE ZH-HOUR-MAP        TO SR-HOUR-MAP
                       RELEASE SORT-RECORD
                    END-IF
              END-READ
           END-PERFORM.

       2000-PRINT-ZONES.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-FROM-DATE TO WS-T-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-T-TO-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-TAKE-ONE-SUMMARY
              END-RETURN
           END-PERFORM.
           IF FIRST-RECORD
              MOVE "NO ZONE READINGS IN THE PERIOD" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM 2400-CLOSE-DAY
              PERFORM 2500-CLOSE-ZONE
              PERFORM 3000-PRINT-PRIORITY-LIST
           END-IF.
           CLOSE REPORT-FILE.

       2100-TAKE-ONE-SUMMARY.
           IF FIRST-RECORD OR SR-ZONE-ID NOT = WS-PRIOR-ZONE
              IF NOT FIRST-RECORD
                 PERFORM 2400-CLOSE-DAY
                 PERFORM 2500-CLOSE-ZONE
              END-IF
              PERFORM 2200-START-ZONE
              PERFORM 2300-START-DAY
           ELSE
              IF SR-READING-DATE NOT = WS-PRIOR-DATE
                 PERFORM 2400-CLOSE-DAY
                 PERFORM 2300-START-DAY
              END-IF
           END-IF.
           *> Two runs over the same day add their readings; an hour
           *> out in either run is an hour out for the day.
           ADD SR-READING-COUNT TO WS-DAY-COUNT.
           ADD SR-IN-BAND-COUNT TO WS-DAY-IN-BAND.
           MOVE SR-WORST-EXCURSION TO WS-ABS-NEW.
           MOVE WS-DAY-WORST TO WS-ABS-OLD.
           IF WS-ABS-NEW > WS-ABS-OLD
              MOVE SR-WORST-EXCURSION TO WS-DAY-WORST
           END-IF.
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                 UNTIL WS-HOUR-IDX > 24
              IF SR-HOUR (WS-HOUR-IDX) = "X"
                 MOVE "X" TO WS-DAY-HOUR (WS-HOUR-IDX)
              END-IF
           END-PERFORM.

       2200-START-ZONE.
           MOVE "N" TO WS-FIRST-RECORD-SW.
           MOVE SR-ZONE-ID TO WS-PRIOR-ZONE WS-Z-ZONE-ID.
           MOVE SPACES TO WS-Z-DESCRIPTION.
           IF ZONE-MASTER-AVAILABLE
              MOVE SR-ZONE-ID TO ZN-ZONE-ID
              READ ZONE-MASTER-FILE
                 INVALID KEY
                    MOVE "(NOT ON ZONE MASTER)" TO WS-Z-DESCRIPTION
                 NOT INVALID KEY
                    MOVE ZN-DESCRIPTION TO WS-Z-DESCRIPTION
              END-READ
           END-IF.
           MOVE ZERO TO WS-ZONE-DAYS WS-ZONE-COUNT WS-ZONE-IN-BAND
                        WS-ZONE-WORST WS-ZONE-HOURS.
           MOVE WS-ZONE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2300-START-DAY.
           MOVE SR-READING-DATE TO WS-PRIOR-DATE.
           MOVE SR-TARGET-F     TO WS-DAY-TARGET-F.
           MOVE SR-TOLERANCE-F  TO WS-DAY-TOLERANCE-F.
           MOVE ZERO TO WS-DAY-COUNT WS-DAY-IN-BAND WS-DAY-WORST.
           MOVE ALL "." TO WS-DAY-HOUR-MAP.

       2400-CLOSE-DAY.
           MOVE ZERO TO WS-HOURS-OUT.
           INSPECT WS-DAY-HOUR-MAP TALLYING WS-HOURS-OUT FOR ALL "X".
           MOVE ZERO TO WS-PCT.
           IF WS-DAY-COUNT > ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-DAY-IN-BAND * 100 / WS-DAY-COUNT
           END-IF.
           MOVE WS-PRIOR-DATE      TO WS-D-DATE.
           MOVE WS-DAY-TARGET-F    TO WS-D-TARGET.
           MOVE WS-DAY-TOLERANCE-F TO WS-D-TOLERANCE.
           MOVE WS-DAY-COUNT       TO WS-D-COUNT.
           MOVE WS-PCT             TO WS-D-PCT.
           MOVE WS-DAY-WORST       TO WS-D-WORST.
           MOVE WS-HOURS-OUT       TO WS-D-HOURS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-ZONE-DAYS.
           ADD WS-DAY-COUNT   TO WS-ZONE-COUNT.
           ADD WS-DAY-IN-BAND TO WS-ZONE-IN-BAND.
           ADD WS-HOURS-OUT   TO WS-ZONE-HOURS.
           MOVE WS-DAY-WORST TO WS-ABS-NEW.
           MOVE WS-ZONE-WORST TO WS-ABS-OLD.
           IF WS-ABS-NEW > WS-ABS-OLD
              MOVE WS-DAY-WORST TO WS-ZONE-WORST
           END-IF.

       2500-CLOSE-ZONE.
           MOVE ZERO TO WS-PCT.
           IF WS-ZONE-COUNT > ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-ZONE-IN-BAND * 100 / WS-ZONE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ZONE-DAYS  TO WS-ZT-DAYS.
           MOVE WS-ZONE-COUNT TO WS-ZT-COUNT.
           MOVE WS-PCT        TO WS-ZT-PCT.
           MOVE WS-ZONE-WORST TO WS-ZT-WORST.
           MOVE WS-ZONE-HOURS TO WS-ZT-HOURS.
           MOVE WS-ZONE-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RANK-TOTAL < WS-RANK-LIMIT
              ADD 1 TO WS-RANK-TOTAL
              MOVE WS-PRIOR-ZONE    TO WS-RK-ZONE-ID (WS-RANK-TOTAL)
              MOVE WS-Z-DESCRIPTION
                 TO WS-RK-DESCRIPTION (WS-RANK-TOTAL)
              MOVE WS-PCT           TO WS-RK-PCT (WS-RANK-TOTAL)
              MOVE WS-ZONE-WORST    TO WS-RK-WORST (WS-RANK-TOTAL)
              MOVE WS-ZONE-HOURS    TO WS-RK-HOURS (WS-RANK-TOTAL)
              MOVE "N" TO WS-RK-PRINTED-SW (WS-RANK-TOTAL)
           ELSE
              DISPLAY "Warning: priority list full - zone "
                 WS-PRIOR-ZONE " left off it."
           END-IF.

       3000-PRINT-PRIORITY-LIST.
           *> Most hours out first; on a tie the lower compliance
           *> comes first.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ZONES IN PRIORITY ORDER - MOST HOURS OUT FIRST"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RANK-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-RANK-PRINTED.
           PERFORM UNTIL WS-RANK-PRINTED >= WS-RANK-TOTAL
              MOVE ZERO TO WS-RANK-PICK
              PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                    UNTIL WS-RANK-IDX > WS-RANK-TOTAL
                 IF NOT RANK-PRINTED (WS-RANK-IDX)
                    IF WS-RANK-PICK = ZERO
                       MOVE WS-RANK-IDX TO WS-RANK-PICK
                    ELSE IF WS-RK-HOURS (WS-RANK-IDX)
                          > WS-RK-HOURS (WS-RANK-PICK)
                       OR (WS-RK-HOURS (WS-RANK-IDX)
                          = WS-RK-HOURS (WS-RANK-PICK)
                          AND WS-RK-PCT (WS-RANK-IDX)
                          < WS-RK-PCT (WS-RANK-PICK))
                       MOVE WS-RANK-IDX TO WS-RANK-PICK
                    END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE "Y" TO WS-RK-PRINTED-SW (WS-RANK-PICK)
              ADD 1 TO WS-RANK-PRINTED
              MOVE WS-RK-ZONE-ID (WS-RANK-PICK)     TO WS-R-ZONE-ID
              MOVE WS-RK-DESCRIPTION (WS-RANK-PICK)
                 TO WS-R-DESCRIPTION
              MOVE WS-RK-HOURS (WS-RANK-PICK)       TO WS-R-HOURS
              MOVE WS-RK-PCT (WS-RANK-PICK)         TO WS-R-PCT
              MOVE WS-RK-WORST (WS-RANK-PICK)       TO WS-R-WORST
              MOVE WS-RANK-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
