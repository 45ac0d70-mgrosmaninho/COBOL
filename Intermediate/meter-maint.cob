       IDENTIFICATION DIVISION.
       PROGRAM-ID. METER-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CAPTURE PROGRAM FOR THE UTILITY METER READING
      * FILE, IN THE STYLE OF WORKORD-MAINT. (E)NTERS A METER'S
      * READING FOR A DATE - A METER SEEN FOR THE FIRST TIME IS
      * GIVEN ITS BUILDING (HELD TO THE ZONE MASTER) AND FUEL, A
      * KNOWN ONE KEEPS THOSE OF ITS LATEST READING - AND (L)ISTS A
      * METER'S READINGS. A READING DATED ON OR BEFORE THE METER'S
      * LATEST READING, OR BELOW ITS REGISTER, IS REJECTED: A METER
      * DOES NOT RUN BACKWARDS, AND A LOWER FIGURE IS A MISREAD.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-READING-FILE ASSIGN TO "METERRD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MR-KEY
              FILE STATUS IS WS-METER-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ZN-ZONE-ID
              FILE STATUS IS WS-ZONE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METER-READING-FILE.
       COPY METERRD.

       FD  ZONE-MASTER-FILE.
       COPY ZONEMAST.

       WORKING-STORAGE SECTION.
       01  WS-METER-STATUS          PIC XX VALUE SPACES.
       01  WS-ZONE-STATUS           PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ENTER                 VALUE "E".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "E" "L".

       01  WS-METER-ID              PIC X(6) VALUE SPACES.
       01  WS-BUILDING-ID           PIC X(4) VALUE SPACES.
       01  WS-VALID-BUILDING-SW     PIC X VALUE "N".
           88  VALID-BUILDING-ID           VALUE "Y".
       01  WS-FUEL-TYPE             PIC X VALUE SPACE.
           88  FUEL-TYPE-VALID             VALUES "E" "G" "O".
       01  WS-READING-DATE          PIC 9(8) VALUE ZERO.
       01  WS-READING-VALUE         PIC 9(9)V99 VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88  DATE-IS-VALID               VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-READING-COUNT         PIC 9(4) VALUE ZERO.

      *> The meter's latest reading on file, if it has one.
       01  WS-LATEST-SW             PIC X VALUE "N".
           88  METER-HAS-READINGS          VALUE "Y".
       01  WS-LATEST-DATE           PIC 9(8) VALUE ZERO.
       01  WS-LATEST-VALUE          PIC 9(9)V99 VALUE ZERO.
       01  WS-LATEST-BUILDING       PIC X(4) VALUE SPACES.
       01  WS-LATEST-FUEL           PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (E)nter reading, (L)ist meter: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter E or L."
              END-IF
           END-PERFORM.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O METER-READING-FILE.
           IF WS-METER-STATUS = "35"
              CLOSE METER-READING-FILE
              OPEN OUTPUT METER-READING-FILE
              CLOSE METER-READING-FILE
              OPEN I-O METER-READING-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ENTER
                 PERFORM 1000-ENTER-READING
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-METER
           END-EVALUATE.
           CLOSE METER-READING-FILE.
           GOBACK.

       1000-ENTER-READING.
           PERFORM 1100-GET-METER-ID.
           PERFORM 1200-FIND-LATEST-READING.
           IF METER-HAS-READINGS
              DISPLAY "Meter " WS-METER-ID " building "
                 WS-LATEST-BUILDING " fuel " WS-LATEST-FUEL
                 " last read " WS-LATEST-DATE " at " WS-LATEST-VALUE
              MOVE WS-LATEST-BUILDING TO WS-BUILDING-ID
              MOVE WS-LATEST-FUEL     TO WS-FUEL-TYPE
           ELSE
              DISPLAY "Meter " WS-METER-ID " has no readings - it"
                 " is new."
              PERFORM 1300-GET-BUILDING-ID
              MOVE SPACE TO WS-FUEL-TYPE
              PERFORM UNTIL FUEL-TYPE-VALID
                 DISPLAY "Fuel (E)lectricity, (G)as, (O)il: "
                    WITH NO ADVANCING
                 ACCEPT WS-FUEL-TYPE
                 IF NOT FUEL-TYPE-VALID
                    DISPLAY "Invalid fuel type - enter E, G or O."
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 1400-GET-READING-DATE.
           DISPLAY "Input meter reading: " WITH NO ADVANCING.
           ACCEPT WS-READING-VALUE.
           IF METER-HAS-READINGS
              AND WS-READING-DATE NOT > WS-LATEST-DATE
              DISPLAY "Reading rejected - meter " WS-METER-ID
                 " was already read on " WS-LATEST-DATE "."
           ELSE IF METER-HAS-READINGS
              AND WS-READING-VALUE < WS-LATEST-VALUE
              DISPLAY "Reading rejected - " WS-READING-VALUE
                 " is below the latest reading of "
                 WS-LATEST-VALUE "; a meter does not run backwards."
           ELSE
              MOVE WS-METER-ID      TO MR-METER-ID
              MOVE WS-READING-DATE  TO MR-READING-DATE
              MOVE WS-BUILDING-ID   TO MR-BUILDING-ID
              MOVE WS-FUEL-TYPE     TO MR-FUEL-TYPE
              MOVE WS-READING-VALUE TO MR-READING-VALUE
              IF METER-HAS-READINGS
                 COMPUTE MR-CONSUMPTION =
                    WS-READING-VALUE - WS-LATEST-VALUE
              ELSE
                 MOVE ZERO TO MR-CONSUMPTION
              END-IF
              MOVE WS-RUN-DATE      TO MR-ENTERED-DATE
              WRITE METER-READING-RECORD
              IF WS-METER-STATUS NOT = "00"
                 DISPLAY "Unable to save meter reading, status "
                    WS-METER-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-READING
              END-IF
           END-IF
           END-IF.

       1100-GET-METER-ID.
           MOVE SPACES TO WS-METER-ID.
           PERFORM UNTIL WS-METER-ID NOT = SPACES
              DISPLAY "Input meter id: " WITH NO ADVANCING
              ACCEPT WS-METER-ID
              IF WS-METER-ID = SPACES
                 DISPLAY "Invalid meter id - it may not be blank."
              END-IF
           END-PERFORM.

       1200-FIND-LATEST-READING.
           *> The meter's readings come in date order; the last one
           *> read is the latest.
           MOVE "N" TO WS-LATEST-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-METER-ID TO MR-METER-ID.
           MOVE ZERO TO MR-READING-DATE.
           START METER-READING-FILE KEY IS >= MR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ METER-READING-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF MR-METER-ID NOT = WS-METER-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       MOVE "Y" TO WS-LATEST-SW
                       MOVE MR-READING-DATE  TO WS-LATEST-DATE
                       MOVE MR-READING-VALUE TO WS-LATEST-VALUE
                       MOVE MR-BUILDING-ID   TO WS-LATEST-BUILDING
                       MOVE MR-FUEL-TYPE     TO WS-LATEST-FUEL
                    END-IF
              END-READ
           END-PERFORM.

       1300-GET-BUILDING-ID.
           *> Held to the zone master when there is one; without it
           *> the id is taken as keyed.
           OPEN INPUT ZONE-MASTER-FILE.
           MOVE "N" TO WS-VALID-BUILDING-SW.
           PERFORM UNTIL VALID-BUILDING-ID
              DISPLAY "Input building (comfort zone id): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-BUILDING-ID
              ACCEPT WS-BUILDING-ID
              IF WS-BUILDING-ID = SPACES
                 DISPLAY "Invalid building - it may not be blank."
              ELSE IF WS-ZONE-STATUS NOT = "00"
                 AND WS-ZONE-STATUS NOT = "23"
                 MOVE "Y" TO WS-VALID-BUILDING-SW
              ELSE
                 MOVE WS-BUILDING-ID TO ZN-ZONE-ID
                 READ ZONE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Zone " WS-BUILDING-ID " is not on"
                          " the zone master."
                    NOT INVALID KEY
                       DISPLAY "Building is " ZN-DESCRIPTION
                       MOVE "Y" TO WS-VALID-BUILDING-SW
                 END-READ
              END-IF
              END-IF
           END-PERFORM.
           CLOSE ZONE-MASTER-FILE.

       1400-GET-READING-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input reading date (YYYYMMDD, 0 = today): "
                 WITH NO ADVANCING
              ACCEPT WS-READING-DATE
              IF WS-READING-DATE = ZERO
                 MOVE WS-RUN-DATE TO WS-READING-DATE
              END-IF
              MOVE "N" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-READING-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real, non-future"
                    " YYYYMMDD date."
              END-IF
           END-PERFORM.

       3000-DISPLAY-READING.
           DISPLAY "Meter: " MR-METER-ID.
           DISPLAY "Building is: " MR-BUILDING-ID.
           DISPLAY "Fuel is: " MR-FUEL-TYPE.
           DISPLAY "Read on: " MR-READING-DATE.
           DISPLAY "Reading is: " MR-READING-VALUE.
           DISPLAY "Consumption since last reading: " MR-CONSUMPTION.

       6000-LIST-METER.
           PERFORM 1100-GET-METER-ID.
           MOVE ZERO TO WS-READING-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-METER-ID TO MR-METER-ID.
           MOVE ZERO TO MR-READING-DATE.
           START METER-READING-FILE KEY IS >= MR-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ METER-READING-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF MR-METER-ID NOT = WS-METER-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-READING-COUNT
                       DISPLAY MR-READING-DATE " " MR-BUILDING-ID
                          " " MR-FUEL-TYPE " " MR-READING-VALUE
                          " " MR-CONSUMPTION
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-READING-COUNT " reading(s) for meter "
              WS-METER-ID ".".
