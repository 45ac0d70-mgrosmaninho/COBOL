       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENERGY-EFF-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTHLY ENERGY EFFICIENCY REPORT. SETS EACH
      * BUILDING'S METERED CONSUMPTION, FUEL BY FUEL, AGAINST THE
      * MONTH'S HEATING AND COOLING DEGREE-DAYS - COUNTED FROM THE
      * DAILY TEMPERATURE HISTORY EXACTLY AS DEGREE-DAY-RPT COUNTS
      * THEM - AND AGAINST THE SAME MONTH LAST YEAR. A READING'S
      * CONSUMPTION FALLS IN THE MONTH OF ITS READING DATE. WHERE
      * CONSUMPTION PER DEGREE-DAY HAS WORSENED ON LAST YEAR BY MORE
      * THAN THE ENERGYPM.DAT PERCENTAGE (10 WITHOUT A CARD) THE
      * BUILDING IS FLAGGED FOR AN ENERGY SURVEY AND LISTED AT THE
      * FOOT OF THE REPORT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-READING-FILE ASSIGN TO "METERRD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MR-KEY
              FILE STATUS IS WS-METER-STATUS.

           SELECT TEMP-HISTORY-FILE ASSIGN TO "TEMPHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TEMPHIST-STATUS.

           SELECT BASE-CARD-FILE ASSIGN TO "DDBASE.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT ENERGY-CARD-FILE ASSIGN TO "ENERGYPM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ENERGY-CARD-STATUS.

           SELECT EFFICIENCY-REPORT-FILE ASSIGN TO "ENERGYEF.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METER-READING-FILE.
       COPY METERRD.

       FD  TEMP-HISTORY-FILE.
       COPY TEMPHIST.

       FD  BASE-CARD-FILE.
       COPY DDBASE.

       FD  ENERGY-CARD-FILE.
       COPY ENERGYPM.

       FD  EFFICIENCY-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-METER-STATUS           PIC XX VALUE SPACES.
       01  WS-TEMPHIST-STATUS        PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-ENERGY-CARD-STATUS     PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR            PIC 9(4).
           05  WS-RM-MONTH           PIC 9(2).
       01  WS-PRIOR-MONTH            PIC 9(6) VALUE ZERO.
       01  WS-RECORD-MONTH           PIC 9(6) VALUE ZERO.

       01  WS-JOB-NAME               PIC X(8) VALUE "ENERGYEF".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-READING-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "ENERGYEF.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> The degree-day base and the survey threshold, with the
      *> customary fallbacks when no parameter card is on hand.
       01  WS-BASE-TEMP              PIC S9(3)
             SIGN LEADING SEPARATE CHARACTER VALUE 65.
       01  WS-WORSEN-PCT             PIC 9(3)V9 VALUE 10.0.
       01  WS-DAY-DEGREES            PIC S9(4)V999
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.

       01  WS-MONTH-HDD              PIC 9(6)V9 VALUE ZERO.
       01  WS-MONTH-CDD              PIC 9(6)V9 VALUE ZERO.
       01  WS-PRIOR-HDD              PIC 9(6)V9 VALUE ZERO.
       01  WS-PRIOR-CDD              PIC 9(6)V9 VALUE ZERO.

      *> One slot per building and fuel metered.
       01  WS-BUILDING-MAX           PIC 9(3) VALUE 100.
       01  WS-BUILDING-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SUB                    PIC 9(3) VALUE ZERO.
       01  WS-FOUND-SUB              PIC 9(3) VALUE ZERO.
       01  WS-BUILDING-TABLE.
           05  WS-BUILDING-ENTRY OCCURS 100 TIMES.
               10  WS-T-BUILDING-ID  PIC X(4).
               10  WS-T-FUEL-TYPE    PIC X.
               10  WS-T-USE-NOW      PIC 9(9)V99.
               10  WS-T-USE-PRIOR    PIC 9(9)V99.
               10  WS-T-SURVEY-SW    PIC X.
                   88  WS-T-FLAGGED         VALUE "Y".

      *> One consumption-per-degree-day comparison.
       01  WS-BASIS                  PIC X(3) VALUE SPACES.
       01  WS-DD-NOW                 PIC 9(6)V9 VALUE ZERO.
       01  WS-DD-PRIOR               PIC 9(6)V9 VALUE ZERO.
       01  WS-RATE-NOW               PIC 9(6)V99 VALUE ZERO.
       01  WS-RATE-PRIOR             PIC 9(6)V99 VALUE ZERO.
       01  WS-CHANGE-PCT             PIC S9(5)V9 VALUE ZERO.
       01  WS-FLAGGED-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LISTED-SW              PIC X VALUE "N".
           88  BUILDING-LISTED              VALUE "Y".
       01  WS-LIST-SUB               PIC 9(3) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "ENERGY EFFICIENCY REPORT FOR".
           05  WS-T-MONTH            PIC 9(6).
           05  FILLER                PIC X(7)  VALUE "  BASE ".
           05  WS-T-BASE             PIC -ZZ9.
           05  FILLER                PIC X(15) VALUE
               "  SURVEY OVER +".
           05  WS-T-WORSEN-PCT       PIC ZZ9.9.
           05  FILLER                PIC X     VALUE "%".

       01  WS-DEGREE-LINE.
           05  WS-G-LABEL            PIC X(22).
           05  FILLER                PIC X(6)  VALUE "  HDD ".
           05  WS-G-HDD              PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(6)  VALUE "  CDD ".
           05  WS-G-CDD              PIC ZZZ,ZZ9.9.

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(11) VALUE "BLDG F PER".
           05  FILLER                PIC X(11) VALUE "   USE NOW".
           05  FILLER                PIC X(11) VALUE "  USE PRIOR".
           05  FILLER                PIC X(11) VALUE "   /DD NOW".
           05  FILLER                PIC X(11) VALUE " /DD PRIOR".
           05  FILLER                PIC X(9)  VALUE " CHANGE %".

       01  WS-DETAIL-LINE.
           05  WS-D-BUILDING-ID      PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-FUEL-TYPE        PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-BASIS            PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-USE-NOW          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-USE-PRIOR        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-RATE-NOW-X       PIC X(10).
           05  WS-D-RATE-NOW REDEFINES WS-D-RATE-NOW-X
                                     PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-RATE-PRIOR-X     PIC X(10).
           05  WS-D-RATE-PRIOR REDEFINES WS-D-RATE-PRIOR-X
                                     PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CHANGE-X         PIC X(7).
           05  WS-D-CHANGE REDEFINES WS-D-CHANGE-X
                                     PIC -ZZZ9.9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-FLAG             PIC X(6).

       01  WS-SURVEY-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-S-BUILDING-ID      PIC X(4).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Input report month (YYYYMM, 0 = business "
              "month): " WITH NO ADVANCING.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = ZERO
              COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
           END-IF.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
              DISPLAY "Invalid month - run abandoned."
              GOBACK
           END-IF.
           COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 100.
           OPEN INPUT METER-READING-FILE.
           IF WS-METER-STATUS NOT = "00"
              DISPLAY "Unable to open the meter reading file, status "
                 WS-METER-STATUS
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-READING-COUNT.
           PERFORM 0100-READ-BASE-CARD.
           PERFORM 0200-READ-ENERGY-CARD.
           PERFORM 1000-TALLY-DEGREE-DAYS.
           PERFORM 2000-TALLY-METER-READINGS.
           CLOSE METER-READING-FILE.
           OPEN OUTPUT EFFICIENCY-REPORT-FILE.
           PERFORM 3000-PRINT-REPORT.
           CLOSE EFFICIENCY-REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-READING-COUNT.
           DISPLAY "Energy efficiency report written for "
              WS-BUILDING-COUNT " building fuel(s), "
              WS-FLAGGED-COUNT " building(s) flagged for survey.".
           GOBACK.

       0100-READ-BASE-CARD.
           OPEN INPUT BASE-CARD-FILE.
           IF WS-CARD-STATUS = "00"
              READ BASE-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE DB-BASE-TEMP-F TO WS-BASE-TEMP
              END-READ
              CLOSE BASE-CARD-FILE
           ELSE
              DISPLAY "Warning: no DDBASE.DAT card - base of "
                 WS-BASE-TEMP " F applies."
           END-IF.

       0200-READ-ENERGY-CARD.
           OPEN INPUT ENERGY-CARD-FILE.
           IF WS-ENERGY-CARD-STATUS = "00"
              READ ENERGY-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EP-WORSEN-PCT NUMERIC
                       AND EP-WORSEN-PCT NOT = ZERO
                       MOVE EP-WORSEN-PCT TO WS-WORSEN-PCT
                    END-IF
              END-READ
              CLOSE ENERGY-CARD-FILE
           ELSE
              DISPLAY "Warning: no ENERGYPM.DAT card - buildings"
                 " worse by over " WS-WORSEN-PCT "% are flagged."
           END-IF.

       1000-TALLY-DEGREE-DAYS.
           *> Degrees below the base heat, degrees above it cool -
           *> the report month and the same month last year.
           OPEN INPUT TEMP-HISTORY-FILE.
           IF WS-TEMPHIST-STATUS NOT = "00"
              DISPLAY "Warning: no temperature history - no degree-"
                 "days to judge consumption against."
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TEMP-HISTORY-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF TH-TYPE-TEMP
                          PERFORM 1100-TALLY-ONE-DAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMP-HISTORY-FILE
           END-IF.

       1100-TALLY-ONE-DAY.
           COMPUTE WS-RECORD-MONTH = TH-RUN-DATE / 100.
           COMPUTE WS-DAY-DEGREES = WS-BASE-TEMP - TH-AVG-F.
           IF WS-RECORD-MONTH = WS-REPORT-MONTH
              IF WS-DAY-DEGREES > ZERO
                 ADD WS-DAY-DEGREES TO WS-MONTH-HDD
              ELSE
                 SUBTRACT WS-DAY-DEGREES FROM WS-MONTH-CDD
              END-IF
           END-IF.
           IF WS-RECORD-MONTH = WS-PRIOR-MONTH
              IF WS-DAY-DEGREES > ZERO
                 ADD WS-DAY-DEGREES TO WS-PRIOR-HDD
              ELSE
                 SUBTRACT WS-DAY-DEGREES FROM WS-PRIOR-CDD
              END-IF
           END-IF.

       2000-TALLY-METER-READINGS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ METER-READING-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    COMPUTE WS-RECORD-MONTH = MR-READING-DATE / 100
                    IF WS-RECORD-MONTH = WS-REPORT-MONTH
                       OR WS-RECORD-MONTH = WS-PRIOR-MONTH
                       ADD 1 TO WS-READING-COUNT
                       PERFORM 2200-FIND-BUILDING
                       IF WS-FOUND-SUB > ZERO
                          IF WS-RECORD-MONTH = WS-REPORT-MONTH
                             ADD MR-CONSUMPTION
                                TO WS-T-USE-NOW (WS-FOUND-SUB)
                          ELSE
                             ADD MR-CONSUMPTION
                                TO WS-T-USE-PRIOR (WS-FOUND-SUB)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2100-ADD-BUILDING.
           IF WS-BUILDING-COUNT < WS-BUILDING-MAX
              ADD 1 TO WS-BUILDING-COUNT
              MOVE WS-BUILDING-COUNT TO WS-FOUND-SUB
              MOVE MR-BUILDING-ID TO WS-T-BUILDING-ID (WS-FOUND-SUB)
              MOVE MR-FUEL-TYPE   TO WS-T-FUEL-TYPE (WS-FOUND-SUB)
              MOVE ZERO TO WS-T-USE-NOW (WS-FOUND-SUB)
                           WS-T-USE-PRIOR (WS-FOUND-SUB)
              MOVE "N" TO WS-T-SURVEY-SW (WS-FOUND-SUB)
           ELSE
              MOVE ZERO TO WS-FOUND-SUB
              DISPLAY "Warning: building table full - "
                 MR-BUILDING-ID " " MR-FUEL-TYPE
                 " left off the report."
           END-IF.

       2200-FIND-BUILDING.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-BUILDING-COUNT OR WS-FOUND-SUB > ZERO
              IF WS-T-BUILDING-ID (WS-SUB) = MR-BUILDING-ID
                 AND WS-T-FUEL-TYPE (WS-SUB) = MR-FUEL-TYPE
                 MOVE WS-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
              PERFORM 2100-ADD-BUILDING
           END-IF.

       3000-PRINT-REPORT.
           MOVE WS-REPORT-MONTH TO WS-T-MONTH.
           MOVE WS-BASE-TEMP    TO WS-T-BASE.
           MOVE WS-WORSEN-PCT   TO WS-T-WORSEN-PCT.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REPORT MONTH" TO WS-G-LABEL.
           MOVE WS-MONTH-HDD TO WS-G-HDD.
           MOVE WS-MONTH-CDD TO WS-G-CDD.
           MOVE WS-DEGREE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SAME MONTH LAST YEAR" TO WS-G-LABEL.
           MOVE WS-PRIOR-HDD TO WS-G-HDD.
           MOVE WS-PRIOR-CDD TO WS-G-CDD.
           MOVE WS-DEGREE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-BUILDING-COUNT
              MOVE "HDD"        TO WS-BASIS
              MOVE WS-MONTH-HDD TO WS-DD-NOW
              MOVE WS-PRIOR-HDD TO WS-DD-PRIOR
              PERFORM 3100-PRINT-COMPARISON
              MOVE "CDD"        TO WS-BASIS
              MOVE WS-MONTH-CDD TO WS-DD-NOW
              MOVE WS-PRIOR-CDD TO WS-DD-PRIOR
              PERFORM 3100-PRINT-COMPARISON
           END-PERFORM.
           PERFORM 3200-PRINT-SURVEY-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "METER READINGS COUNTED" TO WS-S-LABEL.
           MOVE WS-READING-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BUILDINGS FLAGGED FOR ENERGY SURVEY" TO WS-S-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-COMPARISON.
           *> A month with under one degree-day of the kind gives no
           *> fair rate; nor can a change be judged without last
           *> year's rate to judge it by.
           MOVE WS-T-BUILDING-ID (WS-SUB) TO WS-D-BUILDING-ID.
           MOVE WS-T-FUEL-TYPE (WS-SUB)   TO WS-D-FUEL-TYPE.
           MOVE WS-BASIS                  TO WS-D-BASIS.
           MOVE WS-T-USE-NOW (WS-SUB)     TO WS-D-USE-NOW.
           MOVE WS-T-USE-PRIOR (WS-SUB)   TO WS-D-USE-PRIOR.
           MOVE ZERO TO WS-RATE-NOW WS-RATE-PRIOR.
           MOVE SPACES TO WS-D-FLAG.
           IF WS-DD-NOW < 1
              MOVE "       N/A" TO WS-D-RATE-NOW-X
           ELSE
              COMPUTE WS-RATE-NOW ROUNDED =
                 WS-T-USE-NOW (WS-SUB) / WS-DD-NOW
                 ON SIZE ERROR
                    MOVE 999999.99 TO WS-RATE-NOW
              END-COMPUTE
              MOVE WS-RATE-NOW TO WS-D-RATE-NOW
           END-IF.
           IF WS-DD-PRIOR < 1
              MOVE "       N/A" TO WS-D-RATE-PRIOR-X
           ELSE
              COMPUTE WS-RATE-PRIOR ROUNDED =
                 WS-T-USE-PRIOR (WS-SUB) / WS-DD-PRIOR
                 ON SIZE ERROR
                    MOVE 999999.99 TO WS-RATE-PRIOR
              END-COMPUTE
              MOVE WS-RATE-PRIOR TO WS-D-RATE-PRIOR
           END-IF.
           IF WS-DD-NOW < 1 OR WS-DD-PRIOR < 1
              OR WS-RATE-PRIOR = ZERO
              MOVE "    N/A" TO WS-D-CHANGE-X
           ELSE
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 (WS-RATE-NOW - WS-RATE-PRIOR) * 100 / WS-RATE-PRIOR
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-D-CHANGE
              IF WS-CHANGE-PCT > WS-WORSEN-PCT
                 MOVE "SURVEY" TO WS-D-FLAG
                 MOVE "Y" TO WS-T-SURVEY-SW (WS-SUB)
              END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-PRINT-SURVEY-LIST.
           *> Each building once, whichever of its fuels or
           *> degree-day kinds worsened.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BUILDINGS FOR ENERGY SURVEY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-BUILDING-COUNT
              IF WS-T-FLAGGED (WS-SUB)
                 MOVE "N" TO WS-LISTED-SW
                 PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB >= WS-SUB OR BUILDING-LISTED
                    IF WS-T-FLAGGED (WS-LIST-SUB)
                       AND WS-T-BUILDING-ID (WS-LIST-SUB)
                          = WS-T-BUILDING-ID (WS-SUB)
                       MOVE "Y" TO WS-LISTED-SW
                    END-IF
                 END-PERFORM
                 IF NOT BUILDING-LISTED
                    ADD 1 TO WS-FLAGGED-COUNT
                    MOVE WS-T-BUILDING-ID (WS-SUB)
                       TO WS-S-BUILDING-ID
                    MOVE WS-SURVEY-LINE TO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-FLAGGED-COUNT = ZERO
              MOVE "    NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
