       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCERT-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE SENSOR CALIBRATION
      * CERTIFICATE HISTORY, IN THE STYLE OF ZONE-MAINT. (A)DDS THE
      * CERTIFICATE A LAB ISSUED FOR A SENSOR - NUMBER, DATE
      * CALIBRATED, DATE DUE, LAB AND THE OFFSET FOUND - (C)HANGES
      * OR (D)ELETES ONE KEYED IN WRONG, AND (L)ISTS A SENSOR'S
      * CERTIFICATES. THE LATEST CERTIFICATE IS THE CURRENT ONE;
      * EARLIER ONES STAY ON FILE AS THE SENSOR'S HISTORY.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIBRATION-CERT-FILE ASSIGN TO "CALCERT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CC-KEY
              FILE STATUS IS WS-CALCERT-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIBRATION-CERT-FILE.
       COPY CALCERT.

       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       WORKING-STORAGE SECTION.
       01  WS-CALCERT-STATUS        PIC XX VALUE SPACES.
       01  WS-SENSOR-STATUS         PIC XX VALUE SPACES.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "A" "C" "D" "L".

       01  WS-SENSOR-ID             PIC X(4) VALUE SPACES.
       01  WS-VALID-SENSOR-SW       PIC X VALUE "N".
           88  VALID-SENSOR-ID             VALUE "Y".
       01  WS-CALIBRATED-DATE       PIC 9(8) VALUE ZERO.
       01  WS-CERT-NO               PIC X(12) VALUE SPACES.
       01  WS-DUE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-LAB                   PIC X(20) VALUE SPACES.
       01  WS-OFFSET-FOUND          PIC S9(3)
             SIGN LEADING SEPARATE CHARACTER VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88  DATE-IS-VALID               VALUE "Y".
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-CERT-COUNT            PIC 9(4) VALUE ZERO.

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
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN I-O CALIBRATION-CERT-FILE.
           IF WS-CALCERT-STATUS = "35"
              CLOSE CALIBRATION-CERT-FILE
              OPEN OUTPUT CALIBRATION-CERT-FILE
              CLOSE CALIBRATION-CERT-FILE
              OPEN I-O CALIBRATION-CERT-FILE
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-CERTIFICATE
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-CERTIFICATE
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-CERTIFICATE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-CERTIFICATES
           END-EVALUATE.
           CLOSE CALIBRATION-CERT-FILE.
           GOBACK.

       1000-ADD-CERTIFICATE.
           PERFORM 1200-GET-SENSOR-ID.
           PERFORM 1300-GET-CALIBRATED-DATE.
           MOVE WS-SENSOR-ID       TO CC-SENSOR-ID.
           MOVE WS-CALIBRATED-DATE TO CC-CALIBRATED-DATE.
           READ CALIBRATION-CERT-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-CALCERT-STATUS = "00"
              DISPLAY "Sensor " WS-SENSOR-ID " already has"
                 " certificate " CC-CERT-NO " dated "
                 WS-CALIBRATED-DATE " - use a CHANGE transaction."
           ELSE
              PERFORM 1400-GET-CERTIFICATE-DETAILS
              MOVE WS-SENSOR-ID       TO CC-SENSOR-ID
              MOVE WS-CALIBRATED-DATE TO CC-CALIBRATED-DATE
              PERFORM 1500-MOVE-DETAILS-TO-RECORD
              WRITE CALIBRATION-CERT-RECORD
              IF WS-CALCERT-STATUS NOT = "00"
                 DISPLAY "Unable to save certificate, status "
                    WS-CALCERT-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-CERTIFICATE
              END-IF
           END-IF.

       1100-GET-SENSOR-ID.
           MOVE SPACES TO WS-SENSOR-ID.
           PERFORM UNTIL WS-SENSOR-ID NOT = SPACES
              DISPLAY "Input sensor id: " WITH NO ADVANCING
              ACCEPT WS-SENSOR-ID
              IF WS-SENSOR-ID = SPACES
                 DISPLAY "Invalid sensor id - it may not be blank."
              END-IF
           END-PERFORM.

       1200-GET-SENSOR-ID.
           *> A new certificate is held to the sensor master when
           *> there is one.
           OPEN INPUT SENSOR-MASTER-FILE.
           MOVE "N" TO WS-VALID-SENSOR-SW.
           PERFORM UNTIL VALID-SENSOR-ID
              PERFORM 1100-GET-SENSOR-ID
              IF WS-SENSOR-STATUS NOT = "00"
                 AND WS-SENSOR-STATUS NOT = "23"
                 MOVE "Y" TO WS-VALID-SENSOR-SW
              ELSE
                 MOVE WS-SENSOR-ID TO SN-SENSOR-ID
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

       1300-GET-CALIBRATED-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input date calibrated (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-CALIBRATED-DATE
              MOVE "N" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-CALIBRATED-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real, non-future"
                    " YYYYMMDD date."
              END-IF
           END-PERFORM.

       1400-GET-CERTIFICATE-DETAILS.
           MOVE SPACES TO WS-CERT-NO.
           PERFORM UNTIL WS-CERT-NO NOT = SPACES
              DISPLAY "Input certificate number: " WITH NO ADVANCING
              ACCEPT WS-CERT-NO
              IF WS-CERT-NO = SPACES
                 DISPLAY "Invalid certificate number - it may not"
                    " be blank."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input date due for recalibration (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-DUE-DATE
              MOVE "Y" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-DUE-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF DATE-IS-VALID
                 AND WS-DUE-DATE NOT > WS-CALIBRATED-DATE
                 MOVE "N" TO WS-DATE-VALID-SW
              END-IF
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real YYYYMMDD date"
                    " after the date calibrated."
              END-IF
           END-PERFORM.
           DISPLAY "Input calibration lab: " WITH NO ADVANCING.
           MOVE SPACES TO WS-LAB.
           ACCEPT WS-LAB.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input offset found (C, +nnn or -nnn): "
                 WITH NO ADVANCING
              ACCEPT WS-OFFSET-FOUND
              IF WS-OFFSET-FOUND NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid offset - enter whole degrees as"
                    " +nnn or -nnn."
              END-IF
           END-PERFORM.

       1500-MOVE-DETAILS-TO-RECORD.
           MOVE WS-CERT-NO      TO CC-CERT-NO.
           MOVE WS-DUE-DATE     TO CC-DUE-DATE.
           MOVE WS-LAB          TO CC-LAB.
           MOVE WS-OFFSET-FOUND TO CC-OFFSET-FOUND.

       3000-DISPLAY-CERTIFICATE.
           DISPLAY "Sensor: " CC-SENSOR-ID.
           DISPLAY "Certificate number is: " CC-CERT-NO.
           DISPLAY "Calibrated on: " CC-CALIBRATED-DATE.
           DISPLAY "Due on: " CC-DUE-DATE.
           DISPLAY "Lab is: " CC-LAB.
           DISPLAY "Offset found is: " CC-OFFSET-FOUND " C".

       4000-CHANGE-CERTIFICATE.
           PERFORM 1100-GET-SENSOR-ID.
           PERFORM 1300-GET-CALIBRATED-DATE.
           MOVE WS-SENSOR-ID       TO CC-SENSOR-ID.
           MOVE WS-CALIBRATED-DATE TO CC-CALIBRATED-DATE.
           READ CALIBRATION-CERT-FILE
              INVALID KEY
                 DISPLAY "No certificate for sensor " WS-SENSOR-ID
                    " dated " WS-CALIBRATED-DATE
                    " - nothing changed."
           END-READ.
           IF WS-CALCERT-STATUS = "00"
              PERFORM 3000-DISPLAY-CERTIFICATE
              PERFORM 1400-GET-CERTIFICATE-DETAILS
              PERFORM 1500-MOVE-DETAILS-TO-RECORD
              REWRITE CALIBRATION-CERT-RECORD
              IF WS-CALCERT-STATUS NOT = "00"
                 DISPLAY "Unable to change certificate, status "
                    WS-CALCERT-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-CERTIFICATE
              END-IF
           END-IF.

       5000-DELETE-CERTIFICATE.
           PERFORM 1100-GET-SENSOR-ID.
           PERFORM 1300-GET-CALIBRATED-DATE.
           MOVE WS-SENSOR-ID       TO CC-SENSOR-ID.
           MOVE WS-CALIBRATED-DATE TO CC-CALIBRATED-DATE.
           READ CALIBRATION-CERT-FILE
              INVALID KEY
                 DISPLAY "No certificate for sensor " WS-SENSOR-ID
                    " dated " WS-CALIBRATED-DATE
                    " - nothing deleted."
           END-READ.
           IF WS-CALCERT-STATUS = "00"
              DELETE CALIBRATION-CERT-FILE
              IF WS-CALCERT-STATUS NOT = "00"
                 DISPLAY "Unable to delete certificate, status "
                    WS-CALCERT-STATUS
              ELSE
                 DISPLAY "Certificate " CC-CERT-NO " deleted."
              END-IF
           END-IF.

       6000-LIST-CERTIFICATES.
           *> Oldest first; the last one listed is current.
           PERFORM 1100-GET-SENSOR-ID.
           MOVE ZERO TO WS-CERT-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-SENSOR-ID TO CC-SENSOR-ID.
           MOVE ZERO TO CC-CALIBRATED-DATE.
           START CALIBRATION-CERT-FILE KEY IS >= CC-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ CALIBRATION-CERT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CC-SENSOR-ID NOT = WS-SENSOR-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-CERT-COUNT
                       MOVE CC-DUE-DATE TO WS-DUE-DATE
                       DISPLAY CC-CALIBRATED-DATE " " CC-CERT-NO
                          " DUE " CC-DUE-DATE " " CC-LAB " "
                          CC-OFFSET-FOUND
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-CERT-COUNT = ZERO
              DISPLAY "Sensor " WS-SENSOR-ID " has no calibration"
                 " certificate on file."
           ELSE
              IF WS-DUE-DATE < WS-RUN-DATE
                 DISPLAY WS-CERT-COUNT " certificate(s) - the"
                    " current one ran out on " WS-DUE-DATE "."
              ELSE
                 DISPLAY WS-CERT-COUNT " certificate(s) - current"
                    " until " WS-DUE-DATE "."
              END-IF
           END-IF.
