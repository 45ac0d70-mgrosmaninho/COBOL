       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTHLY JOB SERVICE-LEVEL REPORT, IN THE STYLE
      * OF OPS-MORNING-RPT. FOR EVERY JOB ON JOBSCHED.DAT, READS THE
      * MONTH'S RECORDS ON JOBLOG.DAT AND SHOWS HOW MANY TIMES IT
      * RAN, HOW MANY RUNS MISSED THEIR TARGET START OR DEADLINE,
      * HOW MANY TIMES THE DRIVER SKIPPED IT, THE ON-TIME
      * PERCENTAGE, AND THE AVERAGE AND WORST ELAPSED TIME. A SKIP
      * COUNTS AS A MISSED RUN, AND SO DOES A DAY THE JOB WAS DUE
      * (BY THE SAME DAILY, WEEKDAY OR MONTH-END TEST SLA-MONITOR
      * USES) WITH NO COMPLETE OR SKIPPED RECORD AT ALL, UP TO THE
      * DAY BEFORE THE BUSINESS DATE - THE NIGHT THE DRIVER NEVER
      * RAN. A JOB WITH NO TARGET START OR DEADLINE HAS NO ON-TIME
      * PERCENTAGE. A WINDOW FLAGGED FOR THE MORNING AFTER THE
      * BUSINESS DATE IS MEASURED ON THAT MORNING.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS JS-JOB-NAME
              FILE STATUS IS WS-SCHED-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO "SLA.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       COPY JOBSCHED.

       FD  JOB-LOG-FILE.
       COPY JOBLOG.

       FD  SLA-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS           PIC XX VALUE SPACES.
       01  WS-JOBLOG-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-REPORT-MONTH           PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR            PIC 9(4).
           05  WS-RM-MONTH           PIC 9(2).
       01  WS-RECORD-MONTH           PIC 9(6) VALUE ZERO.

       01  WS-JOB-NAME               PIC X(8) VALUE "SLARPT".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "SLA.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> A logged clock time on its business day, in minutes - a
      *> window whose deadline is earlier than its target start
      *> runs past midnight.
       01  WS-HHMM                   PIC 9(4) VALUE ZERO.
       01  WS-HHMM-SPLIT REDEFINES WS-HHMM.
           05  WS-HH                 PIC 99.
           05  WS-MM                 PIC 99.
       01  WS-MINUTES                PIC 9(5) VALUE ZERO.
       01  WS-TARGET-MINUTES         PIC 9(5) VALUE ZERO.
       01  WS-DEADLINE-MINUTES       PIC 9(5) VALUE ZERO.
       01  WS-RUN-LATE-SW            PIC X VALUE "N".
           88  RUN-WAS-LATE                 VALUE "Y".

      *> Walking the report month a day at a time for the days each
      *> job was due, stopping short of the business date.
       01  WS-LOG-DAY                PIC 9(2) VALUE ZERO.
       01  WS-WALK-DATE              PIC 9(8) VALUE ZERO.
       01  WS-WALK-DATE-SPLIT REDEFINES WS-WALK-DATE.
           05  WS-WD-MONTH           PIC 9(6).
           05  WS-WD-DAY             PIC 9(2).
       01  WS-WALK-INTEGER           PIC 9(8) VALUE ZERO.
       01  WS-WALK-END-INTEGER       PIC 9(8) VALUE ZERO.
       01  WS-RUN-INTEGER            PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-DAY-OF-WEEK            PIC 9 VALUE ZERO.
       01  WS-DUE-SW                 PIC X VALUE "N".
           88  JOB-IS-DUE                   VALUE "Y".

       01  WS-JOB-LIMIT              PIC 9(2) VALUE 50.
       01  WS-JOB-TOTAL              PIC 9(2) VALUE ZERO.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES
                 INDEXED BY JOB-IDX.
               10  WS-J-NAME         PIC X(8).
               10  WS-J-TARGET       PIC 9(4).
               10  WS-J-DEADLINE     PIC 9(4).
               10  WS-J-WRAP-SW      PIC X.
                   88  WS-J-WRAPS           VALUE "Y".
               10  WS-J-NEXT-DAY-SW  PIC X.
                   88  WS-J-NEXT-DAY        VALUE "Y".
               10  WS-J-FREQUENCY    PIC X.
               10  WS-J-WEEKDAY      PIC 9.
               10  WS-J-DAYS-LOGGED.
                   15  WS-J-DAY-LOGGED PIC X OCCURS 31 TIMES.
               10  WS-J-NO-RECORD    PIC 9(4).
               10  WS-J-START-DATE   PIC 9(8).
               10  WS-J-START-TIME   PIC 9(4).
               10  WS-J-RUNS         PIC 9(4).
               10  WS-J-LATE         PIC 9(4).
               10  WS-J-SKIPS        PIC 9(4).
               10  WS-J-TOTAL-SECS   PIC 9(9)V99.
               10  WS-J-WORST-SECS   PIC 9(6)V99.

       01  WS-MEASURED               PIC 9(5) VALUE ZERO.
       01  WS-ON-TIME                PIC 9(5) VALUE ZERO.
       01  WS-PERCENT                PIC 9(3)V9 VALUE ZERO.
       01  WS-AVERAGE-SECS           PIC 9(6)V99 VALUE ZERO.
       01  WS-ALL-MEASURED           PIC 9(6) VALUE ZERO.
       01  WS-ALL-ON-TIME            PIC 9(6) VALUE ZERO.
       01  WS-ALL-RUNS               PIC 9(6) VALUE ZERO.
       01  WS-BELOW-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(36) VALUE
               "JOB SERVICE-LEVEL REPORT FOR MONTH".
           05  WS-T-MONTH            PIC 9(6).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(9)  VALUE "JOB".
           05  FILLER                PIC X(7)  VALUE "TARGET".
           05  FILLER                PIC X(7)  VALUE "DEADLN".
           05  FILLER                PIC X(6)  VALUE " RUNS".
           05  FILLER                PIC X(6)  VALUE " LATE".
           05  FILLER                PIC X(6)  VALUE " SKIP".
           05  FILLER                PIC X(6)  VALUE " NOLOG".
           05  FILLER                PIC X(8)  VALUE " ONTIME%".
           05  FILLER                PIC X(8)  VALUE "  AVG(S)".
           05  FILLER                PIC X(9)  VALUE " WORST(S)".

       01  WS-DETAIL-LINE.
           05  WS-D-JOB-NAME         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-TARGET-X         PIC X(6).
           05  WS-D-TARGET REDEFINES WS-D-TARGET-X
                                     PIC Z(5)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DEADLINE-X       PIC X(6).
           05  WS-D-DEADLINE REDEFINES WS-D-DEADLINE-X
                                     PIC Z(5)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-RUNS             PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-LATE             PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-SKIPS            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-NO-RECORD        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-PERCENT-X        PIC X(7).
           05  WS-D-PERCENT REDEFINES WS-D-PERCENT-X
                                     PIC ZZZZ9.9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-AVERAGE          PIC Z(6)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-WORST            PIC Z(6)9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-NOTE             PIC X(8).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       01  WS-PERCENT-LINE.
           05  WS-P-LABEL            PIC X(40).
           05  WS-P-PERCENT          PIC ZZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
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
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "Unable to open the job schedule, status "
                 WS-SCHED-STATUS " - nothing to report."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECORD-COUNT.
           PERFORM 1000-LOAD-SCHEDULE.
           CLOSE JOB-SCHEDULE-FILE.
           PERFORM 2000-TALLY-JOB-LOG.
           OPEN OUTPUT SLA-REPORT-FILE.
           PERFORM 3000-PRINT-REPORT.
           CLOSE SLA-REPORT-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RECORD-COUNT.
           DISPLAY "Service-level report written - " WS-JOB-TOTAL
              " job(s), " WS-BELOW-COUNT " below 100% on time.".
           GOBACK.

       1000-LOAD-SCHEDULE.
           PERFORM UNTIL NO-MORE-RECORDS
              READ JOB-SCHEDULE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 1100-ADD-SCHEDULED-JOB
              END-READ
           END-PERFORM.

       1100-ADD-SCHEDULED-JOB.
           IF WS-JOB-TOTAL >= WS-JOB-LIMIT
              DISPLAY "Job table full - job " JS-JOB-NAME
                 " not reported."
           ELSE
              ADD 1 TO WS-JOB-TOTAL
              SET JOB-IDX TO WS-JOB-TOTAL
              MOVE JS-JOB-NAME TO WS-J-NAME (JOB-IDX)
              MOVE ZERO TO WS-J-TARGET (JOB-IDX)
                 WS-J-DEADLINE (JOB-IDX)
              IF JS-TARGET-START NUMERIC
                 MOVE JS-TARGET-START TO WS-J-TARGET (JOB-IDX)
              END-IF
              IF JS-DEADLINE NUMERIC
                 MOVE JS-DEADLINE TO WS-J-DEADLINE (JOB-IDX)
              END-IF
              MOVE "N" TO WS-J-NEXT-DAY-SW (JOB-IDX)
              IF JS-WINDOW-NEXT-DAY
                 MOVE "Y" TO WS-J-NEXT-DAY-SW (JOB-IDX)
              END-IF
              MOVE JS-FREQUENCY TO WS-J-FREQUENCY (JOB-IDX)
              MOVE ZERO TO WS-J-WEEKDAY (JOB-IDX)
              IF JS-WEEKDAY NUMERIC
                 MOVE JS-WEEKDAY TO WS-J-WEEKDAY (JOB-IDX)
              END-IF
              MOVE ALL "N" TO WS-J-DAYS-LOGGED (JOB-IDX)
              MOVE ZERO TO WS-J-NO-RECORD (JOB-IDX)
              MOVE "N" TO WS-J-WRAP-SW (JOB-IDX)
              IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
                 AND WS-J-DEADLINE (JOB-IDX) < WS-J-TARGET (JOB-IDX)
                 MOVE "Y" TO WS-J-WRAP-SW (JOB-IDX)
              END-IF
              MOVE ZERO TO WS-J-START-DATE (JOB-IDX)
                 WS-J-START-TIME (JOB-IDX) WS-J-RUNS (JOB-IDX)
                 WS-J-LATE (JOB-IDX) WS-J-SKIPS (JOB-IDX)
                 WS-J-TOTAL-SECS (JOB-IDX) WS-J-WORST-SECS (JOB-IDX)
           END-IF.

       2000-TALLY-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS NOT = "00"
              DISPLAY "Warning: unable to open the job log, status "
                 WS-JOBLOG-STATUS " - no runs counted."
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ JOB-LOG-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       COMPUTE WS-RECORD-MONTH = JL-RUN-DATE / 100
                       IF WS-RECORD-MONTH = WS-REPORT-MONTH
                          SET JOB-IDX TO 1
                          SEARCH WS-JOB-ENTRY
                             AT END
                                CONTINUE
                             WHEN JOB-IDX > WS-JOB-TOTAL
                                CONTINUE
                             WHEN WS-J-NAME (JOB-IDX) = JL-JOB-NAME
                                PERFORM 2100-TALLY-ONE-RECORD
                          END-SEARCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-LOG-FILE
           END-IF.

       2100-TALLY-ONE-RECORD.
           *> The log is in time order, so a run's STARTED record
           *> is on hand when its COMPLETE record arrives. A day with
           *> a COMPLETE or SKIPPED record is accounted for.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE JL-RUN-DATE (7:2) TO WS-LOG-DAY.
           IF JL-STATUS = "COMPLETE" OR JL-STATUS = "SKIPPED"
              MOVE "Y" TO WS-J-DAY-LOGGED (JOB-IDX, WS-LOG-DAY)
           END-IF.
           EVALUATE JL-STATUS
              WHEN "STARTED"
                 MOVE JL-RUN-DATE TO WS-J-START-DATE (JOB-IDX)
                 MOVE JL-RUN-TIME (1:4) TO WS-J-START-TIME (JOB-IDX)
              WHEN "COMPLETE"
                 ADD 1 TO WS-J-RUNS (JOB-IDX)
                 ADD JL-ELAPSED-SECONDS TO WS-J-TOTAL-SECS (JOB-IDX)
                 IF JL-ELAPSED-SECONDS > WS-J-WORST-SECS (JOB-IDX)
                    MOVE JL-ELAPSED-SECONDS
                       TO WS-J-WORST-SECS (JOB-IDX)
                 END-IF
                 PERFORM 2200-CHECK-RUN-ON-TIME
                 IF RUN-WAS-LATE
                    ADD 1 TO WS-J-LATE (JOB-IDX)
                 END-IF
              WHEN "SKIPPED"
                 ADD 1 TO WS-J-SKIPS (JOB-IDX)
           END-EVALUATE.

       2200-CHECK-RUN-ON-TIME.
           MOVE "N" TO WS-RUN-LATE-SW.
           MOVE WS-J-TARGET (JOB-IDX) TO WS-HHMM.
           COMPUTE WS-TARGET-MINUTES = (WS-HH * 60) + WS-MM.
           IF WS-J-NEXT-DAY (JOB-IDX)
              ADD 1440 TO WS-TARGET-MINUTES
           END-IF.
           IF WS-J-TARGET (JOB-IDX) NOT = ZERO
              AND WS-J-START-DATE (JOB-IDX) = JL-RUN-DATE
              MOVE WS-J-START-TIME (JOB-IDX) TO WS-HHMM
              PERFORM 2300-LOG-TIME-TO-MINUTES
              IF WS-MINUTES > WS-TARGET-MINUTES
                 MOVE "Y" TO WS-RUN-LATE-SW
              END-IF
           END-IF.
           IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
              MOVE WS-J-DEADLINE (JOB-IDX) TO WS-HHMM
              COMPUTE WS-DEADLINE-MINUTES = (WS-HH * 60) + WS-MM
              IF WS-J-WRAPS (JOB-IDX)
                 ADD 1440 TO WS-DEADLINE-MINUTES
              END-IF
              IF WS-J-NEXT-DAY (JOB-IDX)
                 ADD 1440 TO WS-DEADLINE-MINUTES
              END-IF
              MOVE JL-RUN-TIME (1:4) TO WS-HHMM
              PERFORM 2300-LOG-TIME-TO-MINUTES
              IF WS-MINUTES > WS-DEADLINE-MINUTES
                 MOVE "Y" TO WS-RUN-LATE-SW
              END-IF
           END-IF.

       2300-LOG-TIME-TO-MINUTES.
           *> The same rule as SLA-MONITOR: in a window over
           *> midnight, a morning time before the target start
           *> belongs to the night after the business date, and in
           *> a window flagged for the morning after, every morning
           *> time does.
           COMPUTE WS-MINUTES = (WS-HH * 60) + WS-MM.
           IF WS-J-NEXT-DAY (JOB-IDX)
              AND WS-HHMM < 1200
              ADD 1440 TO WS-MINUTES
           ELSE IF WS-J-WRAPS (JOB-IDX)
              AND WS-HHMM < WS-J-TARGET (JOB-IDX)
              AND WS-HHMM < 1200
              ADD 1440 TO WS-MINUTES
           END-IF
           END-IF.

       3000-PRINT-REPORT.
           MOVE WS-REPORT-MONTH TO WS-T-MONTH.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                 UNTIL JOB-IDX > WS-JOB-TOTAL
              PERFORM 3100-PRINT-ONE-JOB
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHEDULED JOBS" TO WS-S-LABEL.
           MOVE WS-JOB-TOTAL TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMPLETE RUNS" TO WS-S-LABEL.
           MOVE WS-ALL-RUNS TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOBS BELOW 100% ON TIME" TO WS-S-LABEL.
           MOVE WS-BELOW-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-PERCENT.
           IF WS-ALL-MEASURED > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                 WS-ALL-ON-TIME * 100 / WS-ALL-MEASURED
           END-IF.
           MOVE "ON TIME ACROSS ALL SERVICE LEVELS (%)" TO WS-P-LABEL.
           MOVE WS-PERCENT TO WS-P-PERCENT.
           MOVE WS-PERCENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-ONE-JOB.
           *> Runs that missed, skips and due days with no record at
           *> all are the misses; a job with no service level set,
           *> or nothing measured, has no percentage.
           MOVE SPACES TO WS-D-NOTE.
           MOVE WS-J-NAME (JOB-IDX) TO WS-D-JOB-NAME.
           IF WS-J-TARGET (JOB-IDX) = ZERO
              MOVE "  NONE" TO WS-D-TARGET-X
           ELSE
              MOVE WS-J-TARGET (JOB-IDX) TO WS-D-TARGET
           END-IF.
           IF WS-J-DEADLINE (JOB-IDX) = ZERO
              MOVE "  NONE" TO WS-D-DEADLINE-X
           ELSE
              MOVE WS-J-DEADLINE (JOB-IDX) TO WS-D-DEADLINE
           END-IF.
           MOVE WS-J-RUNS (JOB-IDX)  TO WS-D-RUNS.
           MOVE WS-J-LATE (JOB-IDX)  TO WS-D-LATE.
           MOVE WS-J-SKIPS (JOB-IDX) TO WS-D-SKIPS.
           PERFORM 3200-COUNT-UNLOGGED-DAYS.
           MOVE WS-J-NO-RECORD (JOB-IDX) TO WS-D-NO-RECORD.
           ADD WS-J-RUNS (JOB-IDX) TO WS-ALL-RUNS.
           MOVE ZERO TO WS-AVERAGE-SECS.
           IF WS-J-RUNS (JOB-IDX) > ZERO
              COMPUTE WS-AVERAGE-SECS ROUNDED =
                 WS-J-TOTAL-SECS (JOB-IDX) / WS-J-RUNS (JOB-IDX)
           END-IF.
           MOVE WS-AVERAGE-SECS TO WS-D-AVERAGE.
           MOVE WS-J-WORST-SECS (JOB-IDX) TO WS-D-WORST.
           COMPUTE WS-MEASURED = WS-J-RUNS (JOB-IDX)
              + WS-J-SKIPS (JOB-IDX) + WS-J-NO-RECORD (JOB-IDX).
           COMPUTE WS-ON-TIME =
              WS-J-RUNS (JOB-IDX) - WS-J-LATE (JOB-IDX).
           IF WS-J-TARGET (JOB-IDX) = ZERO
              AND WS-J-DEADLINE (JOB-IDX) = ZERO
              MOVE "    N/A" TO WS-D-PERCENT-X
              MOVE "NO SLA" TO WS-D-NOTE
           ELSE IF WS-MEASURED = ZERO
              MOVE "    N/A" TO WS-D-PERCENT-X
              MOVE "NO RUNS" TO WS-D-NOTE
           ELSE
              COMPUTE WS-PERCENT ROUNDED =
                 WS-ON-TIME * 100 / WS-MEASURED
              MOVE WS-PERCENT TO WS-D-PERCENT
              ADD WS-MEASURED TO WS-ALL-MEASURED
              ADD WS-ON-TIME TO WS-ALL-ON-TIME
              IF WS-ON-TIME < WS-MEASURED
                 ADD 1 TO WS-BELOW-COUNT
                 MOVE "** BELOW" TO WS-D-NOTE
              END-IF
           END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3200-COUNT-UNLOGGED-DAYS.
           *> Every day of the report month before the business
           *> date, put through SLA-MONITOR's due test: daily, the
           *> job's weekday (1 = Monday), or the last day of the
           *> month. A due day with nothing on the log is a miss.
           MOVE ZERO TO WS-J-NO-RECORD (JOB-IDX).
           COMPUTE WS-WALK-DATE = WS-REPORT-MONTH * 100 + 1.
           COMPUTE WS-WALK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-WALK-DATE).
           PERFORM UNTIL WS-WD-MONTH NOT = WS-REPORT-MONTH
                 OR WS-WALK-INTEGER >= WS-RUN-INTEGER
              COMPUTE WS-DAY-OF-WEEK =
                 FUNCTION MOD(WS-WALK-INTEGER - 1, 7) + 1
              COMPUTE WS-NEXT-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-WALK-INTEGER + 1)
              COMPUTE WS-NEXT-MONTH = WS-NEXT-DATE / 100
              MOVE "N" TO WS-DUE-SW
              EVALUATE WS-J-FREQUENCY (JOB-IDX)
                 WHEN "D"
                    MOVE "Y" TO WS-DUE-SW
                 WHEN "W"
                    IF WS-J-WEEKDAY (JOB-IDX) = WS-DAY-OF-WEEK
                       MOVE "Y" TO WS-DUE-SW
                    END-IF
                 WHEN "M"
                    IF WS-NEXT-MONTH NOT = WS-REPORT-MONTH
                       MOVE "Y" TO WS-DUE-SW
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF JOB-IS-DUE
                 AND WS-J-DAY-LOGGED (JOB-IDX, WS-WD-DAY) NOT = "Y"
                 ADD 1 TO WS-J-NO-RECORD (JOB-IDX)
              END-IF
              ADD 1 TO WS-WALK-INTEGER
              MOVE WS-NEXT-DATE TO WS-WALK-DATE
           END-PERFORM.
