      * AND LISTS THE SCHEDULE ENTRIES THE BATCH-DRIVER CONSULTS -
      * FREQUENCY, WEEKDAY, PROGRAM NAME AND PREDECESSOR - AND
      * GIVES THE OPERATOR A (H)OLD/RELEASE TOGGLE SO A JOB CAN BE
      * KEPT OFF TONIGHT'S RUN WITHOUT TOUCHING ITS ENTRY. EACH
      * ENTRY ALSO CARRIES THE JOB'S SERVICE LEVEL - A TARGET START
      * AND A DEADLINE - FOR SLA-MONITOR TO CHECK - AND WHETHER
      * THAT WINDOW FALLS ON THE MORNING AFTER THE BUSINESS DATE.
      ****************************************************************

       ENVIRONMENT DIVISION.
           88 FREQUENCY-VALID              VALUES "D" "W" "M".
       01  WS-WEEKDAY               PIC 9 VALUE ZERO.
       01  WS-PREDECESSOR           PIC X(8) VALUE SPACES.
       01  WS-TARGET-START          PIC 9(4) VALUE ZERO.
       01  WS-DEADLINE              PIC 9(4) VALUE ZERO.
       01  WS-NEXT-DAY              PIC X VALUE "N".
           88  NEXT-DAY-VALID              VALUES "Y" "N".
       01  WS-TIME-WORK             PIC 9(4) VALUE ZERO.
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH           PIC 99.
           05  WS-TIME-MM           PIC 99.
       01  WS-VALID-TIME-SW         PIC X VALUE "N".
           88 VALID-TIME                   VALUE "Y".
       01  WS-VALID-NAME-SW         PIC X VALUE "N".
           88 VALID-JOB-NAME               VALUE "Y".
       01  WS-VALID-DAY-SW          PIC X VALUE "N".
              MOVE WS-WEEKDAY      TO JS-WEEKDAY
              MOVE "N"             TO JS-HOLD-FLAG
              MOVE WS-PREDECESSOR  TO JS-PREDECESSOR
              MOVE WS-TARGET-START TO JS-TARGET-START
              MOVE WS-DEADLINE     TO JS-DEADLINE
              MOVE WS-NEXT-DAY     TO JS-NEXT-DAY
              WRITE JOB-SCHEDULE-RECORD
              IF WS-SCHED-STATUS NOT = "00"
                 DISPLAY "Unable to save the entry, status "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-PREDECESSOR.
           ACCEPT WS-PREDECESSOR.
           MOVE "N" TO WS-VALID-TIME-SW.
           PERFORM UNTIL VALID-TIME
              DISPLAY "Input target start time (HHMM, 0 for none): "
                 WITH NO ADVANCING
              PERFORM 1250-ACCEPT-TIME
           END-PERFORM.
           MOVE WS-TIME-WORK TO WS-TARGET-START.
           MOVE "N" TO WS-VALID-TIME-SW.
           PERFORM UNTIL VALID-TIME
              DISPLAY "Input deadline (HHMM, 0 for none - earlier"
                 " than the start is next morning): "
                 WITH NO ADVANCING
              PERFORM 1250-ACCEPT-TIME
           END-PERFORM.
           MOVE WS-TIME-WORK TO WS-DEADLINE.
           *> A window wholly after midnight, 0100 to 0400 say, is
           *> the morning after the business date - not that date's
           *> own small hours, which have passed by the time the
           *> night's work starts.
           MOVE "N" TO WS-NEXT-DAY.
           IF WS-TARGET-START NOT = ZERO OR WS-DEADLINE NOT = ZERO
              MOVE SPACE TO WS-NEXT-DAY
              PERFORM UNTIL NEXT-DAY-VALID
                 DISPLAY "Is the window the morning after the"
                    " business date (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-NEXT-DAY
                 IF NOT NEXT-DAY-VALID
                    DISPLAY "Invalid answer - enter Y or N."
                 END-IF
              END-PERFORM
           END-IF.

       1250-ACCEPT-TIME.
           MOVE ZERO TO WS-TIME-WORK.
           ACCEPT WS-TIME-WORK.
           IF WS-TIME-WORK NUMERIC AND WS-TIME-HH <= 23
              AND WS-TIME-MM <= 59
              MOVE "Y" TO WS-VALID-TIME-SW
           ELSE
              DISPLAY "Invalid time - enter HHMM, 0000 to 2359."
           END-IF.

       3000-DISPLAY-ENTRY.
           DISPLAY "Job " JS-JOB-NAME " runs " JS-PROGRAM-NAME
              " frequency " JS-FREQUENCY " weekday " JS-WEEKDAY
              " hold " JS-HOLD-FLAG " after " JS-PREDECESSOR.
           DISPLAY "    target start " JS-TARGET-START
              " deadline " JS-DEADLINE " next day " JS-NEXT-DAY.

       4000-CHANGE-ENTRY.
           PERFORM 1100-GET-JOB-NAME.
              MOVE WS-FREQUENCY    TO JS-FREQUENCY
              MOVE WS-WEEKDAY      TO JS-WEEKDAY
              MOVE WS-PREDECESSOR  TO JS-PREDECESSOR
              MOVE WS-TARGET-START TO JS-TARGET-START
              MOVE WS-DEADLINE     TO JS-DEADLINE
              MOVE WS-NEXT-DAY     TO JS-NEXT-DAY
              REWRITE JOB-SCHEDULE-RECORD
              IF WS-SCHED-STATUS NOT = "00"
                 DISPLAY "Unable to change the entry, status "
