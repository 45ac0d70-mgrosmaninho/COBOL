       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKORD-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE SENSOR WORK ORDER
      * FILE, IN THE STYLE OF SENSOR-MAINT. TEMP-BATCH RAISES THE
      * ORDERS; HERE FACILITIES (U)PDATES ONE - ASSIGNS OR
      * REASSIGNS THE TECHNICIAN AND KEEPS THE NOTES - (C)LOSES IT
      * ON THE DATE THE SENSOR WAS BACK IN SERVICE, (R)AISES ONE BY
      * HAND FOR A FAULT THE BATCH CANNOT SEE, AND (L)ISTS THE
      * ORDERS STILL OPEN.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-ORDER-NO
              ALTERNATE RECORD KEY IS WO-SENSOR-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-WORKORD-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       COPY WORKORD.

       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       WORKING-STORAGE SECTION.
       01  WS-WORKORD-STATUS        PIC XX VALUE SPACES.
       01  WS-SENSOR-STATUS         PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-UPDATE                VALUE "U".
           88  TRANS-CLOSE                 VALUE "C".
           88  TRANS-RAISE                 VALUE "R".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "U" "C" "R" "L".

       01  WS-ORDER-NO              PIC 9(6) VALUE ZERO.
       01  WS-VALID-ORDER-SW        PIC X VALUE "N".
           88  VALID-ORDER-NO              VALUE "Y".
       01  WS-SENSOR-ID             PIC X(4) VALUE SPACES.
       01  WS-VALID-SENSOR-SW       PIC X VALUE "N".
           88  VALID-SENSOR-ID             VALUE "Y".
       01  WS-TECHNICIAN            PIC X(8) VALUE SPACES.
       01  WS-NOTES                 PIC X(40) VALUE SPACES.
       01  WS-PROBLEM-TYPE          PIC X VALUE SPACE.
           88  PROBLEM-TYPE-VALID          VALUES "R" "S" "O".
       01  WS-CLOSED-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88  DATE-IS-VALID               VALUE "Y".
       01  WS-NEXT-ORDER-NO         PIC 9(6) VALUE ZERO.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-OPEN-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ORDER-OPEN-SW         PIC X VALUE "N".
           88  ORDER-ALREADY-OPEN          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (U)pdate, (C)lose, (R)aise, "
                 "(L)ist open: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter U, C, R"
                    " or L."
              END-IF
           END-PERFORM.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORKORD-STATUS = "35"
              CLOSE WORK-ORDER-FILE
              OPEN OUTPUT WORK-ORDER-FILE
              CLOSE WORK-ORDER-FILE
              OPEN I-O WORK-ORDER-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-UPDATE
                 PERFORM 4000-UPDATE-ORDER
              WHEN TRANS-CLOSE
                 PERFORM 5000-CLOSE-ORDER
              WHEN TRANS-RAISE
                 PERFORM 1000-RAISE-ORDER
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-OPEN-ORDERS
           END-EVALUATE.
           CLOSE WORK-ORDER-FILE.
           GOBACK.

       1000-RAISE-ORDER.
           *> A fault the batch cannot see - a cracked housing, a
           *> sensor reading plausibly but wrong - raised by hand,
           *> held to the same one-open-order-per-sensor rule.
           PERFORM 1200-GET-SENSOR-ID.
           PERFORM 1300-CHECK-OPEN-ORDER.
           IF ORDER-ALREADY-OPEN
              DISPLAY "Sensor " WS-SENSOR-ID " already has work"
                 " order " WO-ORDER-NO " open - update that one."
           ELSE
              MOVE SPACE TO WS-PROBLEM-TYPE
              PERFORM UNTIL PROBLEM-TYPE-VALID
                 DISPLAY "Problem (R)ange alerts, (S)ilent, (O)ther: "
                    WITH NO ADVANCING
                 ACCEPT WS-PROBLEM-TYPE
                 IF NOT PROBLEM-TYPE-VALID
                    DISPLAY "Invalid problem type - enter R, S or O."
                 END-IF
              END-PERFORM
              PERFORM 1400-GET-TECHNICIAN-AND-NOTES
              PERFORM 1500-FIND-NEXT-ORDER-NO
              MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO
              MOVE WS-SENSOR-ID     TO WO-SENSOR-ID
              MOVE SN-LOCATION      TO WO-LOCATION
              MOVE WS-PROBLEM-TYPE  TO WO-PROBLEM-TYPE
              MOVE WS-RUN-DATE      TO WO-RAISED-DATE
              MOVE WS-TECHNICIAN    TO WO-TECHNICIAN
              IF WS-TECHNICIAN = SPACES
                 MOVE "O" TO WO-STATUS
              ELSE
                 MOVE "A" TO WO-STATUS
              END-IF
              MOVE ZERO             TO WO-CLOSED-DATE
              MOVE WS-NOTES         TO WO-NOTES
              WRITE WORK-ORDER-RECORD
              IF WS-WORKORD-STATUS NOT = "00"
                 DISPLAY "Unable to save work order, status "
                    WS-WORKORD-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ORDER-DETAILS
              END-IF
           END-IF.

       1100-GET-ORDER-NO.
           MOVE "N" TO WS-VALID-ORDER-SW.
           PERFORM UNTIL VALID-ORDER-NO
              DISPLAY "Input work order number: " WITH NO ADVANCING
              ACCEPT WS-ORDER-NO
              IF WS-ORDER-NO NUMERIC AND WS-ORDER-NO NOT = ZERO
                 MOVE "Y" TO WS-VALID-ORDER-SW
              ELSE
                 DISPLAY "Invalid order number - enter a number"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1200-GET-SENSOR-ID.
           *> Held to the sensor master, which also supplies the
           *> location for the order.
           OPEN INPUT SENSOR-MASTER-FILE.
           MOVE "N" TO WS-VALID-SENSOR-SW.
           PERFORM UNTIL VALID-SENSOR-ID
              DISPLAY "Input sensor id: " WITH NO ADVANCING
              ACCEPT WS-SENSOR-ID
              MOVE WS-SENSOR-ID TO SN-SENSOR-ID
              MOVE SPACES TO SN-LOCATION
              IF WS-SENSOR-STATUS NOT = "00"
                 AND WS-SENSOR-STATUS NOT = "23"
                 IF WS-SENSOR-ID NOT = SPACES
                    MOVE "Y" TO WS-VALID-SENSOR-SW
                 END-IF
              ELSE
                 READ SENSOR-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Sensor " WS-SENSOR-ID " is not on"
                          " the sensor master."
                    NOT INVALID KEY
                       DISPLAY "Sensor at " SN-LOCATION
                       MOVE "Y" TO WS-VALID-SENSOR-SW
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE SENSOR-MASTER-FILE.

       1300-CHECK-OPEN-ORDER.
           MOVE "N" TO WS-ORDER-OPEN-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-SENSOR-ID TO WO-SENSOR-ID.
           START WORK-ORDER-FILE KEY IS = WO-SENSOR-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ WORK-ORDER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF WO-SENSOR-ID NOT = WS-SENSOR-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF WO-NOT-CLOSED
                          MOVE "Y" TO WS-ORDER-OPEN-SW
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       1400-GET-TECHNICIAN-AND-NOTES.
           *> Blank keeps what the order already has.
           DISPLAY "Input assigned technician (blank = unchanged): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-TECHNICIAN.
           ACCEPT WS-TECHNICIAN.
           DISPLAY "Input notes (blank = unchanged): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-NOTES.
           ACCEPT WS-NOTES.

       1500-FIND-NEXT-ORDER-NO.
           MOVE ZERO TO WS-NEXT-ORDER-NO.
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
                    MOVE WO-ORDER-NO TO WS-NEXT-ORDER-NO
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-ORDER-NO.

       3000-DISPLAY-ORDER-DETAILS.
           DISPLAY "Work order: " WO-ORDER-NO.
           DISPLAY "Sensor is: " WO-SENSOR-ID " at " WO-LOCATION.
           DISPLAY "Problem type is: " WO-PROBLEM-TYPE.
           DISPLAY "Raised on: " WO-RAISED-DATE.
           DISPLAY "Technician is: " WO-TECHNICIAN.
           DISPLAY "Status is: " WO-STATUS.
           DISPLAY "Closed on: " WO-CLOSED-DATE.
           DISPLAY "Notes: " WO-NOTES.

       4000-UPDATE-ORDER.
           PERFORM 1100-GET-ORDER-NO.
           MOVE WS-ORDER-NO TO WO-ORDER-NO.
           READ WORK-ORDER-FILE KEY IS WO-ORDER-NO
              INVALID KEY
                 DISPLAY "Work order " WS-ORDER-NO
                    " not found - nothing changed."
           END-READ.
           IF WS-WORKORD-STATUS = "00"
              IF WO-CLOSED
                 DISPLAY "Work order " WS-ORDER-NO " was closed on "
                    WO-CLOSED-DATE " - nothing changed."
              ELSE
                 PERFORM 3000-DISPLAY-ORDER-DETAILS
                 PERFORM 1400-GET-TECHNICIAN-AND-NOTES
                 IF WS-TECHNICIAN NOT = SPACES
                    MOVE WS-TECHNICIAN TO WO-TECHNICIAN
                    MOVE "A" TO WO-STATUS
                 END-IF
                 IF WS-NOTES NOT = SPACES
                    MOVE WS-NOTES TO WO-NOTES
                 END-IF
                 REWRITE WORK-ORDER-RECORD
                 IF WS-WORKORD-STATUS NOT = "00"
                    DISPLAY "Unable to change work order, status "
                       WS-WORKORD-STATUS
                 ELSE
                    PERFORM 3000-DISPLAY-ORDER-DETAILS
                 END-IF
              END-IF
           END-IF.

       5000-CLOSE-ORDER.
           *> The closed date is the day the sensor was back in
           *> service - the repair time the reliability report
           *> measures runs from the raised date to here.
           PERFORM 1100-GET-ORDER-NO.
           MOVE WS-ORDER-NO TO WO-ORDER-NO.
           READ WORK-ORDER-FILE KEY IS WO-ORDER-NO
              INVALID KEY
                 DISPLAY "Work order " WS-ORDER-NO
                    " not found - nothing closed."
           END-READ.
           IF WS-WORKORD-STATUS = "00"
              IF WO-CLOSED
                 DISPLAY "Work order " WS-ORDER-NO " was already"
                    " closed on " WO-CLOSED-DATE "."
              ELSE
                 PERFORM 3000-DISPLAY-ORDER-DETAILS
                 MOVE "N" TO WS-DATE-VALID-SW
                 PERFORM UNTIL DATE-IS-VALID
                    DISPLAY "Input date back in service (YYYYMMDD,"
                       " 0 = today): " WITH NO ADVANCING
                    ACCEPT WS-CLOSED-DATE
                    IF WS-CLOSED-DATE = ZERO
                       MOVE WS-RUN-DATE TO WS-CLOSED-DATE
                    END-IF
                    MOVE "N" TO WS-DATE-FUTURE-OPTION
                    CALL "DATEVAL" USING WS-CLOSED-DATE
                       WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
                    IF DATE-IS-VALID
                       AND WS-CLOSED-DATE < WO-RAISED-DATE
                       MOVE "N" TO WS-DATE-VALID-SW
                    END-IF
                    IF NOT DATE-IS-VALID
                       DISPLAY "Invalid date - enter a real,"
                          " non-future date not before the raised"
                          " date."
                    END-IF
                 END-PERFORM
                 PERFORM 1400-GET-TECHNICIAN-AND-NOTES
                 IF WS-TECHNICIAN NOT = SPACES
                    MOVE WS-TECHNICIAN TO WO-TECHNICIAN
                 END-IF
                 IF WS-NOTES NOT = SPACES
                    MOVE WS-NOTES TO WO-NOTES
                 END-IF
                 MOVE WS-CLOSED-DATE TO WO-CLOSED-DATE
                 MOVE "C" TO WO-STATUS
                 REWRITE WORK-ORDER-RECORD
                 IF WS-WORKORD-STATUS NOT = "00"
                    DISPLAY "Unable to close work order, status "
                       WS-WORKORD-STATUS
                 ELSE
                    DISPLAY "Work order " WS-ORDER-NO " closed."
                 END-IF
              END-IF
           END-IF.

       6000-LIST-OPEN-ORDERS.
           MOVE ZERO TO WS-OPEN-COUNT.
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
                    IF WO-NOT-CLOSED
                       ADD 1 TO WS-OPEN-COUNT
                       DISPLAY WO-ORDER-NO " " WO-SENSOR-ID " "
                          WO-LOCATION " " WO-PROBLEM-TYPE " "
                          WO-RAISED-DATE " " WO-STATUS " "
                          WO-TECHNICIAN
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-OPEN-COUNT " work order(s) open.".
