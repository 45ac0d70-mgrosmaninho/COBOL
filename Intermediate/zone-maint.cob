       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONE-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE COMFORT ZONE MASTER
      * FILE, IN THE STYLE OF SENSOR-MAINT. ADDS, CHANGES, DELETES
      * AND LISTS THE ZONES - BUILDINGS, FLOORS OR WINGS - THE
      * SENSORS ARE GROUPED INTO, EACH WITH A HEATING-SEASON AND A
      * COOLING-SEASON TARGET TEMPERATURE AND TOLERANCE BAND THAT
      * TEMP-BATCH HOLDS THE ZONE'S READINGS TO. SENSORS ARE PUT IN
      * A ZONE THROUGH SENSOR-MAINT; A ZONE STILL NAMED BY A SENSOR
      * CANNOT BE DELETED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ZN-ZONE-ID
              FILE STATUS IS WS-ZONE-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-MASTER-FILE.
       COPY ZONEMAST.

       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       WORKING-STORAGE SECTION.
       01  WS-ZONE-STATUS           PIC XX VALUE SPACES.
       01  WS-SENSOR-STATUS         PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "C" "D" "L".

       01  WS-ZONE-ID               PIC X(4) VALUE SPACES.
       01  WS-DESCRIPTION           PIC X(30) VALUE SPACES.
       01  WS-SEASON-IDX            PIC 9 VALUE ZERO.
       01  WS-SEASON-NAME           PIC X(7) VALUE SPACES.
       01  WS-SEASON-TABLE.
           05  WS-SEASON-ENTRY OCCURS 2 TIMES.
               10  WS-START-MONTH   PIC 9(2).
               10  WS-TARGET-F      PIC S9(3)
                     SIGN LEADING SEPARATE CHARACTER.
               10  WS-TOLERANCE-F   PIC 9(2)V9.
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88  VALID-ZONE-ID               VALUE "Y".
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-SENSORS-IN-ZONE       PIC 9(3) VALUE ZERO.

       01  WS-BAND-LINE.
           05  WS-B-SEASON          PIC X(8).
           05  FILLER               PIC X(6)  VALUE "FROM M".
           05  WS-B-START-MONTH     PIC 99.
           05  FILLER               PIC X(8)  VALUE " TARGET ".
           05  WS-B-TARGET          PIC -ZZ9.
           05  FILLER               PIC X(6)  VALUE " F +/-".
           05  WS-B-TOLERANCE       PIC Z9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D"
                    " or L."
              END-IF
           END-PERFORM.
           OPEN I-O ZONE-MASTER-FILE.
           IF WS-ZONE-STATUS = "35"
              CLOSE ZONE-MASTER-FILE
              OPEN OUTPUT ZONE-MASTER-FILE
              CLOSE ZONE-MASTER-FILE
              OPEN I-O ZONE-MASTER-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-ZONE
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-ZONE
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-ZONE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-ZONES
           END-EVALUATE.
           CLOSE ZONE-MASTER-FILE.
           GOBACK.

       1000-ADD-ZONE.
           PERFORM 1150-GET-NEW-ZONE-ID.
           PERFORM 1200-GET-ZONE-DETAILS.
           MOVE WS-ZONE-ID     TO ZN-ZONE-ID.
           PERFORM 1400-MOVE-DETAILS-TO-RECORD.
           WRITE ZONE-MASTER-RECORD.
           IF WS-ZONE-STATUS NOT = "00"
              DISPLAY "Unable to save zone record, status "
                 WS-ZONE-STATUS
           ELSE
              PERFORM 3000-DISPLAY-ZONE-DETAILS
           END-IF.

       1100-GET-ZONE-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ZONE-ID
              DISPLAY "Input zone id (e.g. BLD1): "
                 WITH NO ADVANCING
              ACCEPT WS-ZONE-ID
              IF WS-ZONE-ID NOT = SPACES
                 MOVE "Y" TO WS-VALID-ID-SW
              ELSE
                 DISPLAY "Invalid zone id - it may not be blank."
              END-IF
           END-PERFORM.

       1150-GET-NEW-ZONE-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ZONE-ID
              PERFORM 1100-GET-ZONE-ID
              MOVE WS-ZONE-ID TO ZN-ZONE-ID
              READ ZONE-MASTER-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF WS-ZONE-STATUS = "00"
                 DISPLAY "Zone " WS-ZONE-ID " already exists -"
                    " use a CHANGE transaction to update it."
                 MOVE "N" TO WS-VALID-ID-SW
              END-IF
           END-PERFORM.

       1200-GET-ZONE-DETAILS.
           DISPLAY "Input description (e.g. BLOCK A FLOOR 2): "
              WITH NO ADVANCING.
           ACCEPT WS-DESCRIPTION.
           PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                 UNTIL WS-SEASON-IDX > 2
              PERFORM 1300-GET-SEASON-BAND
           END-PERFORM.

       1300-GET-SEASON-BAND.
           *> The season runs from its start month until the other
           *> season's; zero leaves the other season in force all
           *> year.
           IF WS-SEASON-IDX = 1
              MOVE "Heating" TO WS-SEASON-NAME
           ELSE
              MOVE "Cooling" TO WS-SEASON-NAME
           END-IF.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY WS-SEASON-NAME " season start month (1-12,"
                 " 0 = none): " WITH NO ADVANCING
              ACCEPT WS-START-MONTH (WS-SEASON-IDX)
              IF WS-START-MONTH (WS-SEASON-IDX) NUMERIC
                 AND WS-START-MONTH (WS-SEASON-IDX) <= 12
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid month - enter 0 through 12."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY WS-SEASON-NAME " target temperature (F): "
                 WITH NO ADVANCING
              ACCEPT WS-TARGET-F (WS-SEASON-IDX)
              IF WS-TARGET-F (WS-SEASON-IDX) NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid temperature - enter whole degrees"
                    " as +nnn or -nnn."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY WS-SEASON-NAME " tolerance either side"
                 " (F, e.g. 020 = 2.0): " WITH NO ADVANCING
              ACCEPT WS-TOLERANCE-F (WS-SEASON-IDX)
              IF WS-TOLERANCE-F (WS-SEASON-IDX) NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid tolerance - enter tenths of a"
                    " degree as three digits."
              END-IF
           END-PERFORM.

       1400-MOVE-DETAILS-TO-RECORD.
           MOVE WS-DESCRIPTION TO ZN-DESCRIPTION.
           PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                 UNTIL WS-SEASON-IDX > 2
              MOVE WS-START-MONTH (WS-SEASON-IDX)
                 TO ZN-START-MONTH (WS-SEASON-IDX)
              MOVE WS-TARGET-F (WS-SEASON-IDX)
                 TO ZN-TARGET-F (WS-SEASON-IDX)
              MOVE WS-TOLERANCE-F (WS-SEASON-IDX)
                 TO ZN-TOLERANCE-F (WS-SEASON-IDX)
           END-PERFORM.

       3000-DISPLAY-ZONE-DETAILS.
           DISPLAY "Zone id: " ZN-ZONE-ID.
           DISPLAY "Description is: " ZN-DESCRIPTION.
           PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                 UNTIL WS-SEASON-IDX > 2
              IF WS-SEASON-IDX = 1
                 MOVE "HEATING" TO WS-B-SEASON
              ELSE
                 MOVE "COOLING" TO WS-B-SEASON
              END-IF
              MOVE ZN-START-MONTH (WS-SEASON-IDX) TO WS-B-START-MONTH
              MOVE ZN-TARGET-F (WS-SEASON-IDX)    TO WS-B-TARGET
              MOVE ZN-TOLERANCE-F (WS-SEASON-IDX) TO WS-B-TOLERANCE
              DISPLAY WS-BAND-LINE
           END-PERFORM.

       4000-CHANGE-ZONE.
           PERFORM 1100-GET-ZONE-ID.
           MOVE WS-ZONE-ID TO ZN-ZONE-ID.
           READ ZONE-MASTER-FILE
              INVALID KEY
                 DISPLAY "Zone " WS-ZONE-ID
                    " not found - nothing changed."
           END-READ.
           IF WS-ZONE-STATUS = "00"
              DISPLAY "Changing zone " ZN-ZONE-ID " ("
                 ZN-DESCRIPTION ")."
              PERFORM 3000-DISPLAY-ZONE-DETAILS
              PERFORM 1200-GET-ZONE-DETAILS
              PERFORM 1400-MOVE-DETAILS-TO-RECORD
              REWRITE ZONE-MASTER-RECORD
              IF WS-ZONE-STATUS NOT = "00"
                 DISPLAY "Unable to change zone record, status "
                    WS-ZONE-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ZONE-DETAILS
              END-IF
           END-IF.

       5000-DELETE-ZONE.
           PERFORM 1100-GET-ZONE-ID.
           MOVE WS-ZONE-ID TO ZN-ZONE-ID.
           READ ZONE-MASTER-FILE
              INVALID KEY
                 DISPLAY "Zone " WS-ZONE-ID
                    " not found - nothing deleted."
           END-READ.
           IF WS-ZONE-STATUS = "00"
              PERFORM 5100-COUNT-ZONE-SENSORS
              IF WS-SENSORS-IN-ZONE > ZERO
                 DISPLAY "Zone " WS-ZONE-ID " still has "
                    WS-SENSORS-IN-ZONE " sensor(s) - move them"
                    " through SENSOR-MAINT first."
              ELSE
                 DELETE ZONE-MASTER-FILE
                 IF WS-ZONE-STATUS NOT = "00"
                    DISPLAY "Unable to delete zone record, status "
                       WS-ZONE-STATUS
                 ELSE
                    DISPLAY "Zone " WS-ZONE-ID " deleted."
                 END-IF
              END-IF
           END-IF.

       5100-COUNT-ZONE-SENSORS.
           MOVE ZERO TO WS-SENSORS-IN-ZONE.
           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSOR-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ SENSOR-MASTER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF SN-ZONE-ID = WS-ZONE-ID
                          ADD 1 TO WS-SENSORS-IN-ZONE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SENSOR-MASTER-FILE
           END-IF.

       6000-LIST-ZONES.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ZONE-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    DISPLAY ZN-ZONE-ID " " ZN-DESCRIPTION
                       " H " ZN-START-MONTH (1) " "
                       ZN-TARGET-F (1) "/" ZN-TOLERANCE-F (1)
                       " C " ZN-START-MONTH (2) " "
                       ZN-TARGET-F (2) "/" ZN-TOLERANCE-F (2)
              END-READ
           END-PERFORM.
