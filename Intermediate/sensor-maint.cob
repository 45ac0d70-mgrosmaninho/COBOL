      *            TEMP-BATCH HOLDS THE LAST-SEEN DATE TO - A DEAD
      *            SENSOR IS CALLED OUT INSTEAD OF SIMPLY VANISHING
      *            FROM THE FEED.
      * 15/10/26 - EACH SENSOR NOW NAMES THE COMFORT ZONE IT IS
      *            COUNTED IN (HELD TO THE ZONE MASTER MAINTAINED BY
      *            ZONE-MAINT), SO TEMP-BATCH CAN JUDGE A BUILDING
      *            OR FLOOR AS A WHOLE AGAINST ITS COMFORT BAND.
      ****************************************************************

       ENVIRONMENT DIVISION.
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ZN-ZONE-ID
              FILE STATUS IS WS-ZONE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       FD  ZONE-MASTER-FILE.
       COPY ZONEMAST.

       WORKING-STORAGE SECTION.
       01  WS-SENSOR-STATUS         PIC XX VALUE SPACES.
       01  WS-ZONE-STATUS           PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
       01  WS-REPORT-INTERVAL       PIC 9(3) VALUE ZERO.
       01  WS-VALID-INTERVAL-SW     PIC X VALUE "N".
           88  VALID-INTERVAL              VALUE "Y".
       01  WS-ZONE-ID               PIC X(4) VALUE SPACES.
       01  WS-VALID-ZONE-SW         PIC X VALUE "N".
           88  VALID-ZONE-ID               VALUE "Y".
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88  VALID-SENSOR-ID             VALUE "Y".
       01  WS-VALID-DATE-SW         PIC X VALUE "N".
           MOVE WS-ACTIVE-FLAG  TO SN-ACTIVE-FLAG.
           MOVE WS-REPORT-INTERVAL TO SN-REPORT-INTERVAL.
           MOVE ZERO            TO SN-LAST-SEEN-DATE.
           MOVE WS-ZONE-ID      TO SN-ZONE-ID.
           WRITE SENSOR-MASTER-RECORD.
           IF WS-SENSOR-STATUS NOT = "00"
              DISPLAY "Unable to save sensor record, status "
                 DISPLAY "Invalid interval - enter a day count."
              END-IF
           END-PERFORM.
           PERFORM 1300-GET-ZONE-ID.

       1300-GET-ZONE-ID.
           *> Held to the zone master when there is one; without it
           *> the id is taken as keyed.
           OPEN INPUT ZONE-MASTER-FILE.
           MOVE "N" TO WS-VALID-ZONE-SW.
           PERFORM UNTIL VALID-ZONE-ID
              DISPLAY "Input comfort zone id (blank = none): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-ZONE-ID
              ACCEPT WS-ZONE-ID
              IF WS-ZONE-ID = SPACES
                 OR (WS-ZONE-STATUS NOT = "00"
                    AND WS-ZONE-STATUS NOT = "23")
                 MOVE "Y" TO WS-VALID-ZONE-SW
              ELSE
                 MOVE WS-ZONE-ID TO ZN-ZONE-ID
                 READ ZONE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Zone " WS-ZONE-ID " is not on the"
                          " zone master."
                    NOT INVALID KEY
                       MOVE "Y" TO WS-VALID-ZONE-SW
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE ZONE-MASTER-FILE.

       3000-DISPLAY-SENSOR-DETAILS.
           DISPLAY "Sensor id: " SN-SENSOR-ID.
           DISPLAY "Expected reporting interval is: "
              SN-REPORT-INTERVAL " day(s).".
           DISPLAY "Last seen on: " SN-LAST-SEEN-DATE.
           DISPLAY "Comfort zone is: " SN-ZONE-ID.

       4000-CHANGE-SENSOR.
           PERFORM 1100-GET-SENSOR-ID.
              MOVE WS-INSTALL-DATE TO SN-INSTALL-DATE
              MOVE WS-ACTIVE-FLAG  TO SN-ACTIVE-FLAG
              MOVE WS-REPORT-INTERVAL TO SN-REPORT-INTERVAL
              MOVE WS-ZONE-ID      TO SN-ZONE-ID
              REWRITE SENSOR-MASTER-RECORD
              IF WS-SENSOR-STATUS NOT = "00"
                 DISPLAY "Unable to change sensor record, status "
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    DISPLAY SN-SENSOR-ID " " SN-ACTIVE-FLAG " "
                       SN-LOCATION " " SN-ZONE-ID " " SN-DESCRIPTION
              END-READ
           END-PERFORM.
