       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-MONITOR.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: JOB SERVICE-LEVEL MONITOR, IN THE STYLE OF
      * BATCH-DRIVER. FOR EVERY JOB ON JOBSCHED.DAT THAT IS DUE ON
      * THE PROCDATE.DAT BUSINESS DATE AND NOT ON HOLD, CHECKS THE
      * STARTED AND COMPLETE RECORDS ON JOBLOG.DAT AGAINST THE
      * JOB'S TARGET START AND DEADLINE AND AGAINST ITS AVERAGE
      * ELAPSED TIME OVER EARLIER COMPLETE RUNS. A JOB NOT STARTED
      * BY ITS TARGET, STILL RUNNING OR NOT RUN BY ITS DEADLINE, OR
      * RUNNING LONGER THAN THE SLAPARM.DAT MULTIPLE OF ITS AVERAGE
      * IS QUEUED TO OPERATIONS THROUGH THE SHARED NOTIFY ROUTINE.
      * EACH ALERT IS RECORDED ON SLAALRT.DAT SO THE MONITOR CAN BE
      * RUN THROUGH THE NIGHT WITHOUT REPEATING ITSELF. A LATE
      * NIGHTLY RUN USED TO BE FOUND ON THE MORNING REPORT. A JOB
      * WHOSE WINDOW IS FLAGGED AS THE MORNING AFTER THE BUSINESS
      * DATE HAS BOTH ITS TARGET START AND DEADLINE MEASURED ON
      * THAT FOLLOWING MORNING.
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

           SELECT SLA-ALERT-FILE ASSIGN TO "SLAALRT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-ALERT-KEY
              FILE STATUS IS WS-ALERT-STATUS.

           SELECT SLA-CARD-FILE ASSIGN TO "SLAPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SCHEDULE-FILE.
       COPY JOBSCHED.

       FD  JOB-LOG-FILE.
       COPY JOBLOG.

       FD  SLA-ALERT-FILE.
       COPY SLAALRT.

       FD  SLA-CARD-FILE.
       COPY SLAPARM.

       WORKING-STORAGE SECTION.
       01  WS-SCHED-STATUS           PIC XX VALUE SPACES.
       01  WS-JOBLOG-STATUS          PIC XX VALUE SPACES.
       01  WS-ALERT-STATUS           PIC XX VALUE SPACES.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-ALERT-FILE-SW          PIC X VALUE "N".
           88  ALERT-FILE-AVAILABLE         VALUE "Y".
       01  WS-ALREADY-RAISED-SW      PIC X VALUE "N".
           88  ALREADY-RAISED               VALUE "Y".

      *> Long-run multiple and the history the average needs, with
      *> shipped fallbacks when no SLAPARM.DAT card is on hand.
       01  WS-RUNTIME-MULTIPLE       PIC 9V9 VALUE 2.0.
       01  WS-MIN-HISTORY            PIC 9(2) VALUE 3.

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-NEXT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH             PIC 9(6) VALUE ZERO.
       01  WS-WORK-INTEGER           PIC 9(8) VALUE ZERO.
       01  WS-DAY-OF-WEEK            PIC 9 VALUE ZERO.
       01  WS-MONTH-END-SW           PIC X VALUE "N".
           88  BUSINESS-MONTH-END           VALUE "Y".
       01  WS-DUE-SW                 PIC X VALUE "N".
           88  JOB-IS-DUE                   VALUE "Y".

      *> The clock, as minutes from midnight at the start of the
      *> business date, so a nightly run past midnight still
      *> compares against its own business day.
       01  WS-TODAY                  PIC 9(8) VALUE ZERO.
       01  WS-NOW-TIME               PIC 9(8) VALUE ZERO.
       01  WS-NOW-MINUTES            PIC S9(7) VALUE ZERO.
       01  WS-HHMM                   PIC 9(4) VALUE ZERO.
       01  WS-HHMM-SPLIT REDEFINES WS-HHMM.
           05  WS-HH                 PIC 99.
           05  WS-MM                 PIC 99.
       01  WS-MINUTES                PIC S9(7) VALUE ZERO.
       01  WS-TARGET-MINUTES         PIC S9(7) VALUE ZERO.
       01  WS-DEADLINE-MINUTES       PIC S9(7) VALUE ZERO.
       01  WS-START-MINUTES          PIC S9(7) VALUE ZERO.
       01  WS-END-MINUTES            PIC S9(7) VALUE ZERO.
       01  WS-RUNNING-SECONDS        PIC S9(7)V99 VALUE ZERO.
       01  WS-AVERAGE-SECONDS        PIC 9(6)V99 VALUE ZERO.
       01  WS-LIMIT-SECONDS          PIC 9(7)V99 VALUE ZERO.
       01  WS-AVERAGE-KNOWN-SW       PIC X VALUE "N".
           88  AVERAGE-KNOWN                VALUE "Y".

      *> Today's due jobs, with what the log says about each.
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
               10  WS-J-STARTED-SW   PIC X.
                   88  WS-J-HAS-STARTED     VALUE "Y".
               10  WS-J-START-TIME   PIC 9(4).
               10  WS-J-COMPLETE-SW  PIC X.
                   88  WS-J-HAS-COMPLETED   VALUE "Y".
               10  WS-J-END-TIME     PIC 9(4).
               10  WS-J-ELAPSED      PIC 9(6)V99.
               10  WS-J-SKIPPED-SW   PIC X.
                   88  WS-J-WAS-SKIPPED     VALUE "Y".
               10  WS-J-HIST-COUNT   PIC 9(4).
               10  WS-J-HIST-TOTAL   PIC 9(9)V99.

       01  WS-ALERT-TYPE             PIC X VALUE SPACE.
       01  WS-ALERT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-REPEAT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SECONDS-EDIT           PIC Z(5)9.
       01  WS-AVERAGE-EDIT           PIC Z(5)9.

       01  WS-JOB-NAME               PIC X(8) VALUE "SLAMON".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-NOTIFY-RECIPIENT       PIC X(12) VALUE "OPERATIONS".
       01  WS-NOTIFY-SEVERITY        PIC X VALUE "W".
       01  WS-NOTIFY-SOURCE          PIC X(8) VALUE "SLAMON".
       01  WS-NOTIFY-TEXT            PIC X(60) VALUE SPACES.
       01  WS-NOTIFY-SW              PIC X VALUE "N".
           88  MESSAGE-QUEUED               VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 0100-WORK-OUT-THE-CALENDAR.
           PERFORM 0200-READ-SLA-CARD.
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF WS-SCHED-STATUS NOT = "00"
              DISPLAY "Unable to open the job schedule, status "
                 WS-SCHED-STATUS " - nothing to monitor."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ALERT-COUNT.
           PERFORM 1000-LOAD-DUE-JOBS.
           CLOSE JOB-SCHEDULE-FILE.
           PERFORM 2000-SCAN-JOB-LOG.
           OPEN I-O SLA-ALERT-FILE.
           IF WS-ALERT-STATUS = "35"
              CLOSE SLA-ALERT-FILE
              OPEN OUTPUT SLA-ALERT-FILE
              CLOSE SLA-ALERT-FILE
              OPEN I-O SLA-ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS = "00"
              MOVE "Y" TO WS-ALERT-FILE-SW
           ELSE
              DISPLAY "Warning: unable to open the alert file, "
                 "status " WS-ALERT-STATUS " - alerts may repeat."
           END-IF.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                 UNTIL JOB-IDX > WS-JOB-TOTAL
              PERFORM 3000-CHECK-ONE-JOB
           END-PERFORM.
           IF ALERT-FILE-AVAILABLE
              CLOSE SLA-ALERT-FILE
           END-IF.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ALERT-COUNT.
           DISPLAY "Service-level check finished - " WS-JOB-TOTAL
              " due job(s), " WS-ALERT-COUNT " new alert(s), "
              WS-REPEAT-COUNT " already raised.".
           GOBACK.

       0100-WORK-OUT-THE-CALENDAR.
           *> The same due-today test as the batch driver: day of
           *> week of the business date (1 = Monday) and whether it
           *> is the last day of its month. The clock is then put on
           *> the business day's own minute count.
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD(WS-WORK-INTEGER - 1, 7) + 1.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
           ADD 1 TO WS-WORK-INTEGER.
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           COMPUTE WS-NEXT-MONTH = WS-NEXT-DATE / 100.
           IF WS-NEXT-MONTH NOT = WS-RUN-MONTH
              MOVE "Y" TO WS-MONTH-END-SW
           END-IF.
           MOVE WS-NOW-TIME (1:4) TO WS-HHMM.
           COMPUTE WS-NOW-MINUTES =
              (FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)) * 1440
              + (WS-HH * 60) + WS-MM.

       0200-READ-SLA-CARD.
           OPEN INPUT SLA-CARD-FILE.
           IF WS-CARD-STATUS = "00"
              READ SLA-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SP-RUNTIME-MULTIPLE NUMERIC
                       AND SP-RUNTIME-MULTIPLE > 1
                       MOVE SP-RUNTIME-MULTIPLE TO WS-RUNTIME-MULTIPLE
                    END-IF
                    IF SP-MIN-HISTORY NUMERIC
                       AND SP-MIN-HISTORY NOT = ZERO
                       MOVE SP-MIN-HISTORY TO WS-MIN-HISTORY
                    END-IF
              END-READ
              CLOSE SLA-CARD-FILE
           END-IF.

       1000-LOAD-DUE-JOBS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ JOB-SCHEDULE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 1100-CONSIDER-ONE-JOB
              END-READ
           END-PERFORM.

       1100-CONSIDER-ONE-JOB.
           MOVE "N" TO WS-DUE-SW.
           EVALUATE TRUE
              WHEN JS-DAILY
                 MOVE "Y" TO WS-DUE-SW
              WHEN JS-WEEKLY
                 IF JS-WEEKDAY = WS-DAY-OF-WEEK
                    MOVE "Y" TO WS-DUE-SW
                 END-IF
              WHEN JS-MONTH-END
                 IF BUSINESS-MONTH-END
                    MOVE "Y" TO WS-DUE-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF JOB-IS-DUE AND NOT JS-HELD
              IF WS-JOB-TOTAL >= WS-JOB-LIMIT
                 DISPLAY "Job table full - job " JS-JOB-NAME
                    " not monitored."
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
                 MOVE "N" TO WS-J-WRAP-SW (JOB-IDX)
                 IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
                    AND WS-J-DEADLINE (JOB-IDX) < WS-J-TARGET (JOB-IDX)
                    MOVE "Y" TO WS-J-WRAP-SW (JOB-IDX)
                 END-IF
                 MOVE "N" TO WS-J-STARTED-SW (JOB-IDX)
                    WS-J-COMPLETE-SW (JOB-IDX)
                    WS-J-SKIPPED-SW (JOB-IDX)
                 MOVE ZERO TO WS-J-START-TIME (JOB-IDX)
                    WS-J-END-TIME (JOB-IDX) WS-J-ELAPSED (JOB-IDX)
                    WS-J-HIST-COUNT (JOB-IDX)
                    WS-J-HIST-TOTAL (JOB-IDX)
              END-IF
           END-IF.

       2000-SCAN-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ JOB-LOG-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       SET JOB-IDX TO 1
                       SEARCH WS-JOB-ENTRY
                          AT END
                             CONTINUE
                          WHEN JOB-IDX > WS-JOB-TOTAL
                             CONTINUE
                          WHEN WS-J-NAME (JOB-IDX) = JL-JOB-NAME
                             PERFORM 2100-NOTE-LOG-RECORD
                       END-SEARCH
                 END-READ
              END-PERFORM
              CLOSE JOB-LOG-FILE
           END-IF.

       2100-NOTE-LOG-RECORD.
           *> Today's run from the business date's records; the
           *> average from every earlier complete run.
           IF JL-RUN-DATE = WS-RUN-DATE
              EVALUATE JL-STATUS
                 WHEN "STARTED"
                    MOVE "Y" TO WS-J-STARTED-SW (JOB-IDX)
                    MOVE JL-RUN-TIME (1:4)
                       TO WS-J-START-TIME (JOB-IDX)
                 WHEN "COMPLETE"
                    MOVE "Y" TO WS-J-COMPLETE-SW (JOB-IDX)
                    MOVE JL-RUN-TIME (1:4) TO WS-J-END-TIME (JOB-IDX)
                    MOVE JL-ELAPSED-SECONDS TO WS-J-ELAPSED (JOB-IDX)
                 WHEN "SKIPPED"
                    MOVE "Y" TO WS-J-SKIPPED-SW (JOB-IDX)
              END-EVALUATE
           ELSE IF JL-RUN-DATE < WS-RUN-DATE
                 AND JL-STATUS = "COMPLETE"
                 AND JL-ELAPSED-SECONDS > ZERO
              ADD 1 TO WS-J-HIST-COUNT (JOB-IDX)
              ADD JL-ELAPSED-SECONDS TO WS-J-HIST-TOTAL (JOB-IDX)
           END-IF
           END-IF.

      ****************************************************************
      * ONE DUE JOB AGAINST ITS SERVICE LEVEL.
      ****************************************************************
       3000-CHECK-ONE-JOB.
           MOVE WS-J-TARGET (JOB-IDX) TO WS-HHMM.
           COMPUTE WS-TARGET-MINUTES = (WS-HH * 60) + WS-MM.
           MOVE WS-J-DEADLINE (JOB-IDX) TO WS-HHMM.
           COMPUTE WS-DEADLINE-MINUTES = (WS-HH * 60) + WS-MM.
           IF WS-J-WRAPS (JOB-IDX)
              ADD 1440 TO WS-DEADLINE-MINUTES
           END-IF.
           *> A window flagged for the morning after moves whole.
           IF WS-J-NEXT-DAY (JOB-IDX)
              ADD 1440 TO WS-TARGET-MINUTES WS-DEADLINE-MINUTES
           END-IF.
           MOVE "N" TO WS-AVERAGE-KNOWN-SW.
           IF WS-J-HIST-COUNT (JOB-IDX) >= WS-MIN-HISTORY
              COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                 WS-J-HIST-TOTAL (JOB-IDX) / WS-J-HIST-COUNT (JOB-IDX)
              COMPUTE WS-LIMIT-SECONDS ROUNDED =
                 WS-AVERAGE-SECONDS * WS-RUNTIME-MULTIPLE
              MOVE "Y" TO WS-AVERAGE-KNOWN-SW
           END-IF.
           IF WS-J-HAS-STARTED (JOB-IDX)
              MOVE WS-J-START-TIME (JOB-IDX) TO WS-HHMM
              PERFORM 3800-LOG-TIME-TO-MINUTES
              MOVE WS-MINUTES TO WS-START-MINUTES
           END-IF.
           EVALUATE TRUE
              WHEN WS-J-HAS-COMPLETED (JOB-IDX)
                 PERFORM 3100-CHECK-LATE-START
                 PERFORM 3200-CHECK-FINISHED-RUN
              WHEN WS-J-HAS-STARTED (JOB-IDX)
                 PERFORM 3100-CHECK-LATE-START
                 PERFORM 3300-CHECK-RUNNING-JOB
              WHEN OTHER
                 PERFORM 3400-CHECK-NOT-STARTED
           END-EVALUATE.

       3100-CHECK-LATE-START.
           IF WS-J-TARGET (JOB-IDX) NOT = ZERO
              AND WS-J-HAS-STARTED (JOB-IDX)
              AND WS-START-MINUTES > WS-TARGET-MINUTES
              MOVE "S" TO WS-ALERT-TYPE
              MOVE "W" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " STARTED LATE AT " DELIMITED BY SIZE
                 WS-J-START-TIME (JOB-IDX) DELIMITED BY SIZE
                 " - TARGET " DELIMITED BY SIZE
                 WS-J-TARGET (JOB-IDX) DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              PERFORM 3900-RAISE-ALERT
           END-IF.

       3200-CHECK-FINISHED-RUN.
           IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
              MOVE WS-J-END-TIME (JOB-IDX) TO WS-HHMM
              PERFORM 3800-LOG-TIME-TO-MINUTES
              MOVE WS-MINUTES TO WS-END-MINUTES
              IF WS-END-MINUTES > WS-DEADLINE-MINUTES
                 MOVE "D" TO WS-ALERT-TYPE
                 MOVE "W" TO WS-NOTIFY-SEVERITY
                 MOVE SPACES TO WS-NOTIFY-TEXT
                 STRING "JOB " DELIMITED BY SIZE
                    WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                    " FINISHED " DELIMITED BY SIZE
                    WS-J-END-TIME (JOB-IDX) DELIMITED BY SIZE
                    " - PAST DEADLINE " DELIMITED BY SIZE
                    WS-J-DEADLINE (JOB-IDX) DELIMITED BY SIZE
                    INTO WS-NOTIFY-TEXT
                 PERFORM 3900-RAISE-ALERT
              END-IF
           END-IF.
           IF AVERAGE-KNOWN
              AND WS-J-ELAPSED (JOB-IDX) > WS-LIMIT-SECONDS
              MOVE WS-J-ELAPSED (JOB-IDX) TO WS-SECONDS-EDIT
              MOVE WS-AVERAGE-SECONDS TO WS-AVERAGE-EDIT
              MOVE "R" TO WS-ALERT-TYPE
              MOVE "W" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " RAN " DELIMITED BY SIZE
                 WS-SECONDS-EDIT DELIMITED BY SIZE
                 "S - AVERAGE " DELIMITED BY SIZE
                 WS-AVERAGE-EDIT DELIMITED BY SIZE
                 "S" DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              PERFORM 3900-RAISE-ALERT
           END-IF.

       3300-CHECK-RUNNING-JOB.
           IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
              AND WS-NOW-MINUTES > WS-DEADLINE-MINUTES
              MOVE "D" TO WS-ALERT-TYPE
              MOVE "C" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " STILL RUNNING PAST DEADLINE " DELIMITED BY SIZE
                 WS-J-DEADLINE (JOB-IDX) DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              PERFORM 3900-RAISE-ALERT
           END-IF.
           COMPUTE WS-RUNNING-SECONDS =
              (WS-NOW-MINUTES - WS-START-MINUTES) * 60.
           IF AVERAGE-KNOWN
              AND WS-RUNNING-SECONDS > WS-LIMIT-SECONDS
              MOVE WS-RUNNING-SECONDS TO WS-SECONDS-EDIT
              MOVE WS-AVERAGE-SECONDS TO WS-AVERAGE-EDIT
              MOVE "R" TO WS-ALERT-TYPE
              MOVE "W" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " RUNNING " DELIMITED BY SIZE
                 WS-SECONDS-EDIT DELIMITED BY SIZE
                 "S - AVERAGE " DELIMITED BY SIZE
                 WS-AVERAGE-EDIT DELIMITED BY SIZE
                 "S" DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              PERFORM 3900-RAISE-ALERT
           END-IF.

       3400-CHECK-NOT-STARTED.
           *> No run yet. A driver skip is already on the bulletin,
           *> but the missed service level is still raised.
           IF WS-J-TARGET (JOB-IDX) NOT = ZERO
              AND WS-NOW-MINUTES > WS-TARGET-MINUTES
              MOVE "S" TO WS-ALERT-TYPE
              MOVE "W" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " NOT STARTED BY TARGET " DELIMITED BY SIZE
                 WS-J-TARGET (JOB-IDX) DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              IF WS-J-WAS-SKIPPED (JOB-IDX)
                 MOVE " - SKIPPED" TO WS-NOTIFY-TEXT (43:10)
              END-IF
              PERFORM 3900-RAISE-ALERT
           END-IF.
           IF WS-J-DEADLINE (JOB-IDX) NOT = ZERO
              AND WS-NOW-MINUTES > WS-DEADLINE-MINUTES
              MOVE "D" TO WS-ALERT-TYPE
              MOVE "C" TO WS-NOTIFY-SEVERITY
              MOVE SPACES TO WS-NOTIFY-TEXT
              STRING "JOB " DELIMITED BY SIZE
                 WS-J-NAME (JOB-IDX) DELIMITED BY SPACE
                 " NOT RUN BY DEADLINE " DELIMITED BY SIZE
                 WS-J-DEADLINE (JOB-IDX) DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
              IF WS-J-WAS-SKIPPED (JOB-IDX)
                 MOVE " - SKIPPED" TO WS-NOTIFY-TEXT (43:10)
              END-IF
              PERFORM 3900-RAISE-ALERT
           END-IF.

       3800-LOG-TIME-TO-MINUTES.
           *> A logged clock time onto the business day. When the
           *> window crosses midnight, a morning time before the
           *> target start belongs to the night after the business
           *> date. For a window flagged for the morning after, every
           *> morning time does; an evening time is an early start.
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

       3900-RAISE-ALERT.
           *> Once per job, business date and kind of alert.
           MOVE "N" TO WS-ALREADY-RAISED-SW.
           IF ALERT-FILE-AVAILABLE
              MOVE WS-J-NAME (JOB-IDX) TO SA-JOB-NAME
              MOVE WS-RUN-DATE         TO SA-RUN-DATE
              MOVE WS-ALERT-TYPE       TO SA-ALERT-TYPE
              READ SLA-ALERT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-ALREADY-RAISED-SW
              END-READ
           END-IF.
           IF ALREADY-RAISED
              ADD 1 TO WS-REPEAT-COUNT
           ELSE
              CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
                 WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
                 WS-NOTIFY-SW
              ADD 1 TO WS-ALERT-COUNT
              DISPLAY WS-NOTIFY-TEXT
              IF ALERT-FILE-AVAILABLE AND MESSAGE-QUEUED
                 MOVE WS-J-NAME (JOB-IDX) TO SA-JOB-NAME
                 MOVE WS-RUN-DATE         TO SA-RUN-DATE
                 MOVE WS-ALERT-TYPE       TO SA-ALERT-TYPE
                 MOVE WS-TODAY            TO SA-ALERT-DATE
                 MOVE WS-NOW-TIME         TO SA-ALERT-TIME
                 MOVE WS-NOTIFY-TEXT      TO SA-TEXT
                 WRITE SLA-ALERT-RECORD
                 IF WS-ALERT-STATUS NOT = "00"
                    DISPLAY "Unable to record the alert, status "
                       WS-ALERT-STATUS
                 END-IF
              END-IF
           END-IF.
