       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-REL-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTHLY SENSOR RELIABILITY REPORT OVER THE WORK
      * ORDER FILE. FOR THE REQUESTED MONTH (0 = THE BUSINESS
      * MONTH) IT PRINTS ONE LINE PER SENSOR ON THE MASTER: THE
      * FAILURES - WORK ORDERS RAISED IN THE MONTH - THE MEAN TIME
      * BETWEEN FAILURES, BEING THE DAYS THE SENSOR WAS IN SERVICE
      * IN THE MONTH (FROM ITS INSTALL DATE IF LATER, TO THE
      * BUSINESS DATE IF EARLIER THAN MONTH END) OVER THE FAILURES,
      * AND THE MEAN TIME TO REPAIR, BEING THE AVERAGE DAYS FROM
      * RAISED TO CLOSED OF THE ORDERS CLOSED IN THE MONTH. ORDERS
      * STILL OPEN AT THE END OF THE PERIOD ARE COUNTED ALONGSIDE.
      * SENSREL.PRT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-ORDER-NO
              ALTERNATE RECORD KEY IS WO-SENSOR-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-WORKORD-STATUS.

           SELECT RELIABILITY-REPORT-FILE ASSIGN TO "SENSREL.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       FD  WORK-ORDER-FILE.
       COPY WORKORD.

       FD  RELIABILITY-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SENSOR-STATUS          PIC XX VALUE SPACES.
       01  WS-WORKORD-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR            PIC 9(4).
           05  WS-RM-MONTH           PIC 9(2).
       01  WS-MONTH-START            PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-START       PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END             PIC 9(8) VALUE ZERO.
       01  WS-START-DAY              PIC 9(8) VALUE ZERO.
       01  WS-SERVICE-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-REPAIR-DAYS            PIC 9(5) VALUE ZERO.

       01  WS-JOB-NAME               PIC X(8) VALUE "SENSREL".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-ORDER-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "SENSREL.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> One slot per sensor on the master, plus any sensor an order
      *> names that has since come off it.
       01  WS-SENSOR-MAX             PIC 9(3) VALUE 50.
       01  WS-SENSOR-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-SUB                    PIC 9(3) VALUE ZERO.
       01  WS-FOUND-SUB              PIC 9(3) VALUE ZERO.
       01  WS-SENSOR-TABLE.
           05  WS-SENSOR-ENTRY OCCURS 50 TIMES.
               10  WS-T-SENSOR-ID    PIC X(4).
               10  WS-T-LOCATION     PIC X(20).
               10  WS-T-INSTALL-DATE PIC 9(8).
               10  WS-T-FAILURES     PIC 9(4).
               10  WS-T-REPAIRS      PIC 9(4).
               10  WS-T-REPAIR-DAYS  PIC 9(6).
               10  WS-T-OPEN         PIC 9(4).

       01  WS-TOTAL-FAILURES         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-REPAIRS          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-REPAIR-DAYS      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-OPEN             PIC 9(5) VALUE ZERO.
       01  WS-MEAN-DAYS              PIC 9(5)V9 VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(31) VALUE
               "SENSOR RELIABILITY REPORT FOR".
           05  WS-T-MONTH            PIC 9(6).
           05  FILLER                PIC X(13) VALUE "  PERIOD END ".
           05  WS-T-PERIOD-END       PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(6)  VALUE "SENSOR".
           05  FILLER                PIC X(22) VALUE "  LOCATION".
           05  FILLER                PIC X(10) VALUE "  FAILURES".
           05  FILLER                PIC X(10) VALUE "   MTBF DY".
           05  FILLER                PIC X(10) VALUE "   MTTR DY".
           05  FILLER                PIC X(10) VALUE "  REPAIRED".
           05  FILLER                PIC X(6)  VALUE "  OPEN".

       01  WS-DETAIL-LINE.
           05  WS-D-SENSOR-ID        PIC X(4).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-LOCATION         PIC X(20).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-FAILURES         PIC ZZZZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-MTBF-X           PIC X(7).
           05  WS-D-MTBF REDEFINES WS-D-MTBF-X
                                     PIC ZZZZ9.9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-D-MTTR-X           PIC X(7).
           05  WS-D-MTTR REDEFINES WS-D-MTTR-X
                                     PIC ZZZZ9.9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-REPAIRS          PIC ZZZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-OPEN             PIC ZZZ9.

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.9.

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
           PERFORM 0100-SET-PERIOD.
           IF WS-MONTH-START > WS-RUN-DATE
              DISPLAY "Month " WS-REPORT-MONTH " has not started"
                 " - run abandoned."
              GOBACK
           END-IF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WORKORD-STATUS NOT = "00"
              DISPLAY "Unable to open the work order file, status "
                 WS-WORKORD-STATUS
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ORDER-COUNT.
           PERFORM 1000-LOAD-SENSORS.
           PERFORM 2000-TALLY-ORDERS.
           CLOSE WORK-ORDER-FILE.
           OPEN OUTPUT RELIABILITY-REPORT-FILE.
           PERFORM 3000-PRINT-REPORT.
           CLOSE RELIABILITY-REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ORDER-COUNT.
           DISPLAY "Sensor reliability report written for "
              WS-SENSOR-COUNT " sensor(s) from " WS-ORDER-COUNT
              " work order(s).".
           GOBACK.

       0100-SET-PERIOD.
           *> The month runs to its last day, or to the business
           *> date while the month is still in progress.
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.
           IF WS-RM-MONTH = 12
              COMPUTE WS-NEXT-MONTH-START =
                 (WS-RM-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1).
           IF WS-RUN-DATE < WS-PERIOD-END
              MOVE WS-RUN-DATE TO WS-PERIOD-END
           END-IF.

       1000-LOAD-SENSORS.
           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSOR-STATUS NOT = "00"
              DISPLAY "Warning: sensor master unavailable, status "
                 WS-SENSOR-STATUS " - sensors taken from the orders."
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE LOW-VALUES TO SN-SENSOR-ID
              START SENSOR-MASTER-FILE KEY IS >= SN-SENSOR-ID
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ SENSOR-MASTER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF SN-INSTALL-DATE <= WS-PERIOD-END
                          MOVE SN-SENSOR-ID TO WO-SENSOR-ID
                          MOVE SN-LOCATION TO WO-LOCATION
                          PERFORM 1100-ADD-SENSOR
                          IF WS-FOUND-SUB > ZERO
                             MOVE SN-INSTALL-DATE
                                TO WS-T-INSTALL-DATE (WS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SENSOR-MASTER-FILE
           END-IF.

       1100-ADD-SENSOR.
           IF WS-SENSOR-COUNT < WS-SENSOR-MAX
              ADD 1 TO WS-SENSOR-COUNT
              MOVE WS-SENSOR-COUNT TO WS-FOUND-SUB
              MOVE WO-SENSOR-ID TO WS-T-SENSOR-ID (WS-FOUND-SUB)
              MOVE WO-LOCATION  TO WS-T-LOCATION (WS-FOUND-SUB)
              MOVE ZERO TO WS-T-INSTALL-DATE (WS-FOUND-SUB)
                           WS-T-FAILURES (WS-FOUND-SUB)
                           WS-T-REPAIRS (WS-FOUND-SUB)
                           WS-T-REPAIR-DAYS (WS-FOUND-SUB)
                           WS-T-OPEN (WS-FOUND-SUB)
           ELSE
              MOVE ZERO TO WS-FOUND-SUB
              DISPLAY "Warning: sensor table full - " WO-SENSOR-ID
                 " left off the report."
           END-IF.

       1200-FIND-SENSOR.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-SENSOR-COUNT OR WS-FOUND-SUB > ZERO
              IF WS-T-SENSOR-ID (WS-SUB) = WO-SENSOR-ID
                 MOVE WS-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = ZERO
              PERFORM 1100-ADD-SENSOR
           END-IF.

       2000-TALLY-ORDERS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO WO-ORDER-NO.
           START WORK-ORDER-FILE KEY IS >= WO-ORDER-NO
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ WORK-ORDER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-ORDER-COUNT
                    IF WO-RAISED-DATE <= WS-PERIOD-END
                       PERFORM 2100-TALLY-ONE-ORDER
                    END-IF
              END-READ
           END-PERFORM.

       2100-TALLY-ONE-ORDER.
           *> A failure is an order raised in the month; a repair is
           *> one closed in it, however long ago it was raised; an
           *> order not closed by the period end is still open.
           PERFORM 1200-FIND-SENSOR.
           IF WS-FOUND-SUB > ZERO
              IF WO-RAISED-DATE >= WS-MONTH-START
                 ADD 1 TO WS-T-FAILURES (WS-FOUND-SUB)
              END-IF
              IF WO-CLOSED
                 AND WO-CLOSED-DATE >= WS-MONTH-START
                 AND WO-CLOSED-DATE <= WS-PERIOD-END
                 COMPUTE WS-REPAIR-DAYS =
                    FUNCTION INTEGER-OF-DATE (WO-CLOSED-DATE)
                    - FUNCTION INTEGER-OF-DATE (WO-RAISED-DATE)
                 ADD 1 TO WS-T-REPAIRS (WS-FOUND-SUB)
                 ADD WS-REPAIR-DAYS TO WS-T-REPAIR-DAYS (WS-FOUND-SUB)
              END-IF
              IF WO-NOT-CLOSED OR WO-CLOSED-DATE > WS-PERIOD-END
                 ADD 1 TO WS-T-OPEN (WS-FOUND-SUB)
              END-IF
           END-IF.

       3000-PRINT-REPORT.
           MOVE WS-REPORT-MONTH TO WS-T-MONTH.
           MOVE WS-PERIOD-END   TO WS-T-PERIOD-END.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-SENSOR-COUNT
              PERFORM 3100-PRINT-ONE-SENSOR
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FAILURES IN MONTH" TO WS-S-LABEL.
           MOVE WS-TOTAL-FAILURES TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REPAIRS COMPLETED IN MONTH" TO WS-S-LABEL.
           MOVE WS-TOTAL-REPAIRS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-REPAIRS > ZERO
              COMPUTE WS-MEAN-DAYS ROUNDED =
                 WS-TOTAL-REPAIR-DAYS / WS-TOTAL-REPAIRS
              MOVE "MEAN TIME TO REPAIR, ALL SENSORS (DAYS)"
                 TO WS-S-LABEL
              MOVE WS-MEAN-DAYS TO WS-S-COUNT
              MOVE WS-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE "WORK ORDERS OPEN AT PERIOD END" TO WS-S-LABEL.
           MOVE WS-TOTAL-OPEN TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-ONE-SENSOR.
           *> In-service days run from the later of the month start
           *> and the install date; with no failure there is no
           *> mean time between them to show.
           IF WS-T-INSTALL-DATE (WS-SUB) > WS-MONTH-START
              MOVE WS-T-INSTALL-DATE (WS-SUB) TO WS-START-DAY
           ELSE
              MOVE WS-MONTH-START TO WS-START-DAY
           END-IF.
           COMPUTE WS-SERVICE-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
              - FUNCTION INTEGER-OF-DATE (WS-START-DAY) + 1.
           MOVE WS-T-SENSOR-ID (WS-SUB) TO WS-D-SENSOR-ID.
           MOVE WS-T-LOCATION (WS-SUB)  TO WS-D-LOCATION.
           MOVE WS-T-FAILURES (WS-SUB)  TO WS-D-FAILURES.
           IF WS-T-FAILURES (WS-SUB) > ZERO
              COMPUTE WS-MEAN-DAYS ROUNDED =
                 WS-SERVICE-DAYS / WS-T-FAILURES (WS-SUB)
              MOVE WS-MEAN-DAYS TO WS-D-MTBF
           ELSE
              MOVE "    N/A" TO WS-D-MTBF-X
           END-IF.
           IF WS-T-REPAIRS (WS-SUB) > ZERO
              COMPUTE WS-MEAN-DAYS ROUNDED =
                 WS-T-REPAIR-DAYS (WS-SUB) / WS-T-REPAIRS (WS-SUB)
              MOVE WS-MEAN-DAYS TO WS-D-MTTR
           ELSE
              MOVE "    N/A" TO WS-D-MTTR-X
           END-IF.
           MOVE WS-T-REPAIRS (WS-SUB) TO WS-D-REPAIRS.
           MOVE WS-T-OPEN (WS-SUB)    TO WS-D-OPEN.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-T-FAILURES (WS-SUB)    TO WS-TOTAL-FAILURES.
           ADD WS-T-REPAIRS (WS-SUB)     TO WS-TOTAL-REPAIRS.
           ADD WS-T-REPAIR-DAYS (WS-SUB) TO WS-TOTAL-REPAIR-DAYS.
           ADD WS-T-OPEN (WS-SUB)        TO WS-TOTAL-OPEN.
