      *            NOTIFICATION QUEUE THROUGH THE SHARED NOTIFY
      *            ROUTINE, SO FACILITIES SEES THEM ON THE OPERATOR
      *            BULLETIN INSTEAD OF WATCHING TEMPALRT.LOG.
      * 15/10/26 - A SENSOR ALERT OR A SILENT SENSOR NOW RAISES A
      *            MAINTENANCE WORK ORDER ON WORKORD.DAT - SENSOR,
      *            LOCATION, PROBLEM TYPE AND DATE RAISED - UNLESS
      *            ONE IS ALREADY OPEN FOR THE SENSOR, SO NOBODY HAS
      *            TO SPOT IT IN THE MORNING SWEEP AND PHONE
      *            FACILITIES. WORKORD-MAINT TAKES IT FROM THERE.
      * 15/10/26 - TEMPERATURE READINGS FROM A SENSOR IN A COMFORT
      *            ZONE (ZONEMAST.DAT) ARE NOW HELD TO THE ZONE'S
      *            BAND FOR THE SEASON, AND ONE SUMMARY PER ZONE PER
      *            READING DATE - PERCENTAGE IN BAND, WORST
      *            EXCURSION, HOURS OUT - IS PRINTED AND APPENDED TO
      *            ZONEHIST.DAT FOR ZONE-COMP-RPT.
      * 15/10/26 - EVERY ACCEPTED READING IS NOW KEPT, RAW AND
      *            CALIBRATED, ON THE READARCH.DAT READING ARCHIVE,
      *            SO A WRONG CALIBRATION OFFSET CAN BE PUT RIGHT
      *            AFTERWARDS BY TEMP-REPROC INSTEAD OF LIVING IN
      *            THE HISTORY FOR GOOD.
      * 15/10/26 - EACH READING IS NOW HELD TO ITS SENSOR'S CURRENT
      *            CALIBRATION CERTIFICATE (CALCERT.DAT, MAINTAINED
      *            BY CALCERT-MAINT). A READING TAKEN AFTER THE
      *            CERTIFICATE FELL DUE, OR FROM A SENSOR THAT NEVER
      *            HAD ONE, IS MARKED ON THE REPORT AND THE ARCHIVE
      *            BUT KEPT OUT OF THE OFFICIAL DAILY SUMMARY AND
      *            THE ZONE FIGURES.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      ****************************************************************

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TYPELIM-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WO-ORDER-NO
              ALTERNATE RECORD KEY IS WO-SENSOR-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-WORKORD-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ZN-ZONE-ID
              FILE STATUS IS WS-ZONEMAST-STATUS.

           SELECT ZONE-HISTORY-FILE ASSIGN TO "ZONEHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ZONEHIST-STATUS.

           SELECT READING-ARCHIVE-FILE ASSIGN TO "READARCH.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RA-KEY
              ALTERNATE RECORD KEY IS RA-RUN-DATE
                 WITH DUPLICATES
              FILE STATUS IS WS-READARCH-STATUS.

           SELECT CALIBRATION-CERT-FILE ASSIGN TO "CALCERT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CC-KEY
              FILE STATUS IS WS-CALCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMP-READING-FILE.
       FD  TYPE-LIMIT-FILE.
       COPY TYPELIM.

       FD  WORK-ORDER-FILE.
       COPY WORKORD.

       FD  ZONE-MASTER-FILE.
       COPY ZONEMAST.

       FD  ZONE-HISTORY-FILE.
       COPY ZONEHIST.

       FD  READING-ARCHIVE-FILE.
       COPY READARCH.

       FD  CALIBRATION-CERT-FILE.
       COPY CALCERT.

       WORKING-STORAGE SECTION.
       01  WS-READING-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS           PIC XX VALUE SPACES.
       01  WS-NOTIFY-SW               PIC X VALUE "N".
           88  MESSAGE-QUEUED                VALUE "Y".

      *> Work orders raised from the alerts - opened on the first
      *> one, when the next order number is found.
       01  WS-WORKORD-STATUS          PIC XX VALUE SPACES.
       01  WS-WORKORD-OPEN-SW         PIC X VALUE "N".
           88  WORKORD-FILE-OPEN             VALUE "Y".
       01  WS-NEXT-ORDER-NO           PIC 9(6) VALUE ZERO.
       01  WS-WO-SENSOR-ID            PIC X(4) VALUE SPACES.
       01  WS-WO-LOCATION             PIC X(20) VALUE SPACES.
       01  WS-WO-PROBLEM-TYPE         PIC X VALUE SPACE.
       01  WS-MORE-ORDERS-SW          PIC X VALUE "Y".
           88  NO-MORE-ORDERS                VALUE "N".
       01  WS-ORDER-OPEN-SW           PIC X VALUE "N".
           88  ORDER-ALREADY-OPEN            VALUE "Y".
       01  WS-ORDERS-RAISED           PIC 9(3) VALUE ZERO.

       01  WS-WORK-ORDER-DETAIL.
           05  FILLER          PIC X(11) VALUE "WORK ORDER ".
           05  WS-W-ORDER-NO   PIC 9(6).
           05  FILLER          PIC X(19) VALUE " RAISED FOR SENSOR ".
           05  WS-W-SENSOR-ID  PIC X(4).
           05  FILLER          PIC X(3)  VALUE " - ".
           05  WS-W-PROBLEM    PIC X(12).

      *> The raw reading archive, and what went on it this run.
       01  WS-READARCH-STATUS         PIC XX VALUE SPACES.
       01  WS-READARCH-SW             PIC X VALUE "N".
           88  READING-ARCHIVE-AVAILABLE    VALUE "Y".
       01  WS-ARCHIVED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ARCHIVE-DUP-COUNT       PIC 9(6) VALUE ZERO.

      *> The due date of each sensor's current calibration
      *> certificate, loaded from CALCERT.DAT.
       01  WS-CALCERT-STATUS          PIC XX VALUE SPACES.
       01  WS-CALCERT-SW              PIC X VALUE "N".
           88  CERTIFICATES-AVAILABLE       VALUE "Y".
       01  WS-CERT-LIMIT              PIC 9(2) VALUE 50.
       01  WS-CERT-TOTAL              PIC 9(2) VALUE ZERO.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 50 TIMES
                 INDEXED BY CERT-IDX.
               10  WS-CT-SENSOR-ID    PIC X(4).
               10  WS-CT-DUE-DATE     PIC 9(8).
       01  WS-MORE-CERTS-SW           PIC X VALUE "Y".
           88  NO-MORE-CERTS                 VALUE "N".
       01  WS-OUT-OF-CERT-SW          PIC X VALUE "N".
           88  READING-OUT-OF-CERT           VALUE "Y".
       01  WS-OUT-OF-CERT-COUNT       PIC 9(6) VALUE ZERO.

      *> Comfort zones loaded from ZONEMAST.DAT, and one slot per
      *> zone per reading date seen in the feed.
       01  WS-ZONEMAST-STATUS         PIC XX VALUE SPACES.
       01  WS-ZONEHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-ZONE-LIMIT              PIC 9(2) VALUE 30.
       01  WS-ZONE-TOTAL              PIC 9(2) VALUE ZERO.
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY OCCURS 30 TIMES
                 INDEXED BY ZONE-IDX.
               10  WS-ZN-ZONE-ID      PIC X(4).
               10  WS-ZN-SEASON OCCURS 2 TIMES.
                   15  WS-ZN-START-MONTH  PIC 9(2).
                   15  WS-ZN-TARGET-F     PIC S9(3)
                         SIGN LEADING SEPARATE CHARACTER.
                   15  WS-ZN-TOLERANCE-F  PIC 9(2)V9.
       01  WS-MORE-ZONES-SW           PIC X VALUE "Y".
           88  NO-MORE-ZONES                 VALUE "N".
       01  WS-ZONE-DAY-LIMIT          PIC 9(3) VALUE 100.
       01  WS-ZONE-DAY-TOTAL          PIC 9(3) VALUE ZERO.
       01  WS-ZONE-DAY-TABLE.
           05  WS-ZONE-DAY-ENTRY OCCURS 100 TIMES
                 INDEXED BY ZD-IDX.
               10  WS-ZD-ZONE-ID      PIC X(4).
               10  WS-ZD-DATE         PIC 9(8).
               10  WS-ZD-TARGET-F     PIC S9(3)
                     SIGN LEADING SEPARATE CHARACTER.
               10  WS-ZD-TOLERANCE-F  PIC 9(2)V9.
               10  WS-ZD-COUNT        PIC 9(5).
               10  WS-ZD-IN-BAND      PIC 9(5).
               10  WS-ZD-WORST        PIC S999V999
                     SIGN LEADING SEPARATE CHARACTER.
               10  WS-ZD-HOUR-MAP.
                   15  WS-ZD-HOUR     PIC X OCCURS 24 TIMES.
       01  WS-ZONE-FOUND-SW           PIC X VALUE "N".
           88  ZONE-FOUND                    VALUE "Y".
       01  WS-ZONE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ZONE-DATE-SPLIT REDEFINES WS-ZONE-DATE.
           05  WS-ZONE-YEAR           PIC 9(4).
           05  WS-ZONE-MONTH          PIC 9(2).
           05  WS-ZONE-DAY            PIC 9(2).
       01  WS-SEASON-IDX              PIC 9 VALUE ZERO.
       01  WS-SEASON-PICK             PIC 9 VALUE ZERO.
       01  WS-SEASON-START            PIC 9(2) VALUE ZERO.
       01  WS-HOUR-IDX                PIC 9(2) VALUE ZERO.
       01  WS-BAND-LOW                PIC S9(3)V9 VALUE ZERO.
       01  WS-BAND-HIGH               PIC S9(3)V9 VALUE ZERO.
       01  WS-EXCURSION               PIC S999V999 VALUE ZERO.
       01  WS-ABS-EXCURSION           PIC 999V999 VALUE ZERO.
       01  WS-ABS-WORST               PIC 999V999 VALUE ZERO.
       01  WS-HOURS-OUT               PIC 9(2) VALUE ZERO.
       01  WS-ZONE-PCT                PIC 9(3)V9 VALUE ZERO.

       01  WS-ZONE-DETAIL.
           05  FILLER          PIC X(5)  VALUE "ZONE ".
           05  WS-Z-ZONE-ID    PIC X(4).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-Z-DATE       PIC 9(8).
           05  FILLER          PIC X     VALUE SPACE.
           05  WS-Z-COUNT      PIC ZZZZ9.
           05  FILLER          PIC X(5)  VALUE " RDGS".
           05  WS-Z-PCT        PIC ZZZ9.9.
           05  FILLER          PIC X(15) VALUE "% IN BAND WORST".
           05  WS-Z-WORST      PIC +ZZ9.9.
           05  FILLER          PIC X(11) VALUE " HOURS OUT ".
           05  WS-Z-HOURS      PIC Z9.

       01  WS-MORE-SENSORS-SW         PIC X VALUE "Y".
           88  NO-MORE-SENSORS               VALUE "N".
       01  WS-SEEN-THIS-RUN-SW        PIC X VALUE "N".
       01  WS-JOB-NAME                PIC X(8) VALUE "TEMPBTCH".
       01  WS-JOB-STATUS              PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT             PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.

      *> Per-sensor calibration offsets loaded from SENSCAL.DAT.
       01  WS-CAL-LIMIT               PIC 9(2) VALUE 50.
           05  WS-D-CELSIUS           PIC -(2)9.
           05  FILLER                 PIC X(9)  VALUE SPACES.
           05  WS-D-FAHRENHEIT        PIC -(2)9.999.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-D-CERT-FLAG         PIC X(18).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                 PIC X(23) VALUE
               "READINGS REJECTED".
           05  WS-S-REJECTED          PIC ZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER                 PIC X(23) VALUE
               "OUT OF CERTIFICATE".
           05  WS-S-OUT-OF-CERT       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-LOAD-LIMITS.
           PERFORM 0055-SET-UP-TYPE-TABLE.
           PERFORM 0060-LOAD-CALIBRATION-OFFSETS.
           PERFORM 0070-LOAD-ZONES.
           PERFORM 0080-LOAD-CERTIFICATES.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0090-CHECK-FEED-REGISTER.
           IF FC-FEED-REFUSED
              GOBACK
           END-IF.
      *> I-O, not INPUT - the run stamps each sensor's last-seen
      *> date for the silent-sensor check.
           OPEN I-O SENSOR-MASTER-FILE.
                 "status " WS-SENSMAST-STATUS " - sensor ids"
                 " cannot be validated."
           END-IF.
           OPEN I-O READING-ARCHIVE-FILE.
           IF WS-READARCH-STATUS = "35"
              CLOSE READING-ARCHIVE-FILE
              OPEN OUTPUT READING-ARCHIVE-FILE
              CLOSE READING-ARCHIVE-FILE
              OPEN I-O READING-ARCHIVE-FILE
           END-IF.
           IF WS-READARCH-STATUS = "00"
              MOVE "Y" TO WS-READARCH-SW
           ELSE
              DISPLAY "Warning: unable to open the reading archive, "
                 "status " WS-READARCH-STATUS " - readings will not"
                 " be archived."
           END-IF.
           OPEN INPUT TEMP-READING-FILE.
           IF WS-READING-STATUS NOT = "00"
              DISPLAY "Unable to open temperature reading file, "
              PERFORM 2000-PROCESS-READINGS
              PERFORM 3000-PRINT-SUMMARY
              PERFORM 5000-APPEND-HISTORY-RECORD
              PERFORM 5200-APPEND-ZONE-HISTORY
              PERFORM 5500-CHECK-SILENT-SENSORS
              MOVE "RECORD" TO FC-FUNCTION
              CALL "FEEDCHK" USING FEED-CHECK-AREA
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RECORD-COUNT
              DISPLAY "Temperature batch complete - "
                 WS-RECORD-COUNT " reading(s) processed, "
                 WS-REJECT-COUNT " rejected, " WS-SILENT-COUNT
                 " silent sensor(s), " WS-ORDERS-RAISED
                 " work order(s) raised."
              DISPLAY "Reading archive - " WS-ARCHIVED-COUNT
                 " reading(s) archived, " WS-ARCHIVE-DUP-COUNT
                 " already on file."
              IF CERTIFICATES-AVAILABLE
                 DISPLAY "Calibration certificates - "
                    WS-OUT-OF-CERT-COUNT " reading(s) out of"
                    " certificate, kept out of the summary."
              END-IF
              CLOSE TEMP-READING-FILE
              CLOSE TEMP-REPORT-FILE
              IF EXCP-FILE-OPEN
              IF ALERT-FILE-OPEN
                 CLOSE TEMP-ALERT-FILE
              END-IF
              IF WORKORD-FILE-OPEN
                 CLOSE WORK-ORDER-FILE
              END-IF
           END-IF.
           IF SENSOR-MASTER-AVAILABLE
              CLOSE SENSOR-MASTER-FILE
           END-IF.
           IF READING-ARCHIVE-AVAILABLE
              CLOSE READING-ARCHIVE-FILE
           END-IF.
           GOBACK.

       0055-SET-UP-TYPE-TABLE.
              CLOSE SENSOR-CAL-FILE
           END-IF.

       0070-LOAD-ZONES.
           *> No zone master means no zone figures - the per-sensor
           *> run goes on as before.
           OPEN INPUT ZONE-MASTER-FILE.
           IF WS-ZONEMAST-STATUS = "00"
              PERFORM UNTIL NO-MORE-ZONES
                 READ ZONE-MASTER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-ZONES-SW
                    NOT AT END
                       IF WS-ZONE-TOTAL < WS-ZONE-LIMIT
                          ADD 1 TO WS-ZONE-TOTAL
                          SET ZONE-IDX TO WS-ZONE-TOTAL
                          MOVE ZN-ZONE-ID TO WS-ZN-ZONE-ID (ZONE-IDX)
                          PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                                UNTIL WS-SEASON-IDX > 2
                             MOVE ZN-START-MONTH (WS-SEASON-IDX) TO
                                WS-ZN-START-MONTH
                                   (ZONE-IDX, WS-SEASON-IDX)
                             MOVE ZN-TARGET-F (WS-SEASON-IDX) TO
                                WS-ZN-TARGET-F
                                   (ZONE-IDX, WS-SEASON-IDX)
                             MOVE ZN-TOLERANCE-F (WS-SEASON-IDX) TO
                                WS-ZN-TOLERANCE-F
                                   (ZONE-IDX, WS-SEASON-IDX)
                          END-PERFORM
                       ELSE
                          DISPLAY "Zone table full - zone "
                             ZN-ZONE-ID " not checked."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ZONE-MASTER-FILE
           END-IF.

       0080-LOAD-CERTIFICATES.
           *> The file runs in sensor and calibration-date order, so
           *> the last certificate read for a sensor is its current
           *> one. With no certificate file on hand every reading
           *> counts, as before.
           OPEN INPUT CALIBRATION-CERT-FILE.
           IF WS-CALCERT-STATUS = "00"
              MOVE "Y" TO WS-CALCERT-SW
              PERFORM UNTIL NO-MORE-CERTS
                 READ CALIBRATION-CERT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-CERTS-SW
                    NOT AT END
                       IF WS-CERT-TOTAL > ZERO
                          AND WS-CT-SENSOR-ID (WS-CERT-TOTAL)
                             = CC-SENSOR-ID
                          MOVE CC-DUE-DATE
                             TO WS-CT-DUE-DATE (WS-CERT-TOTAL)
                       ELSE IF WS-CERT-TOTAL < WS-CERT-LIMIT
                          ADD 1 TO WS-CERT-TOTAL
                          SET CERT-IDX TO WS-CERT-TOTAL
                          MOVE CC-SENSOR-ID
                             TO WS-CT-SENSOR-ID (CERT-IDX)
                          MOVE CC-DUE-DATE
                             TO WS-CT-DUE-DATE (CERT-IDX)
                       ELSE
                          DISPLAY "Certificate table full - sensor "
                             CC-SENSOR-ID " has no certificate."
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALIBRATION-CERT-FILE
           ELSE
              DISPLAY "Warning: no calibration certificate file, "
                 "status " WS-CALCERT-STATUS " - certificates"
                 " cannot be checked."
           END-IF.

       0050-LOAD-LIMITS.
           OPEN INPUT TEMP-LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
              CLOSE TEMP-LIMIT-FILE
           END-IF.

       0090-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           *> The raw readings are hashed - the feed carries no
           *> money.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "TEMPREAD.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT TEMP-READING-FILE.
           IF WS-READING-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TEMP-READING-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE TEMP-READING-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE TEMP-READING-RECORD TO FC-LAST-RECORD
                       IF TR-CELSIUS IS NUMERIC
                          ADD TR-CELSIUS TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMP-READING-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "RUN REFUSED - the feed register cannot be"
                    " read, so TEMPREAD.DAT is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "RUN REFUSED - TEMPREAD.DAT matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - nothing posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              MOVE "SKIPPED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-RECORD-COUNT
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
                 TR-READING-DATE "."
           END-IF.
           PERFORM 2050-APPLY-CALIBRATION.
           PERFORM 2045-CHECK-CERTIFICATE.
           EVALUATE TRUE
              WHEN TR-TYPE-HUMIDITY
                 MOVE 2 TO WS-TYPE-IDX
              MOVE WS-ADJ-CELSIUS TO WS-FAHRENHEIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
      *> A reading out of certificate is printed and archived, but
      *> the official summary is built from certified readings only.
           IF READING-OUT-OF-CERT
              ADD 1 TO WS-OUT-OF-CERT-COUNT
              MOVE "OUT OF CERTIFICATE" TO WS-D-CERT-FLAG
           ELSE
              MOVE SPACES TO WS-D-CERT-FLAG
              ADD 1 TO WS-TY-COUNT (WS-TYPE-IDX)
              ADD WS-FAHRENHEIT TO WS-TY-TOTAL (WS-TYPE-IDX)
              IF WS-TY-COUNT (WS-TYPE-IDX) = 1
                 MOVE WS-FAHRENHEIT TO WS-TY-MIN (WS-TYPE-IDX)
                 MOVE WS-FAHRENHEIT TO WS-TY-MAX (WS-TYPE-IDX)
              ELSE
                 IF WS-FAHRENHEIT < WS-TY-MIN (WS-TYPE-IDX)
                    MOVE WS-FAHRENHEIT TO WS-TY-MIN (WS-TYPE-IDX)
                 END-IF
                 IF WS-FAHRENHEIT > WS-TY-MAX (WS-TYPE-IDX)
                    MOVE WS-FAHRENHEIT TO WS-TY-MAX (WS-TYPE-IDX)
                 END-IF
              END-IF
           END-IF.
           MOVE WS-ADJ-CELSIUS TO WS-D-CELSIUS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2200-TALLY-SENSOR.
           IF READING-ARCHIVE-AVAILABLE
              PERFORM 2060-ARCHIVE-READING
           END-IF.
           IF WS-TYPE-IDX = 1
              AND NOT READING-OUT-OF-CERT
              AND SENSOR-MASTER-AVAILABLE
              AND SN-ZONE-ID NOT = SPACES
              AND WS-ZONE-TOTAL > ZERO
              PERFORM 2300-TALLY-ZONE
           END-IF.
           PERFORM 4000-CHECK-RANGE.

       2050-APPLY-CALIBRATION.
              END-SEARCH
           END-IF.

       2045-CHECK-CERTIFICATE.
           *> Out of certificate when the sensor's current
           *> certificate fell due before the reading was taken, or
           *> when it has none - every sensor must hold one.
           MOVE "N" TO WS-OUT-OF-CERT-SW.
           IF CERTIFICATES-AVAILABLE
              MOVE "Y" TO WS-OUT-OF-CERT-SW
              IF WS-CERT-TOTAL > ZERO
                 SET CERT-IDX TO 1
                 SEARCH WS-CERT-ENTRY
                    AT END
                       CONTINUE
                    WHEN CERT-IDX > WS-CERT-TOTAL
                       CONTINUE
                    WHEN WS-CT-SENSOR-ID (CERT-IDX) = TR-SENSOR-ID
                       IF WS-CT-DUE-DATE (CERT-IDX)
                          >= TR-READING-DATE
                          MOVE "N" TO WS-OUT-OF-CERT-SW
                       END-IF
                 END-SEARCH
              END-IF
           END-IF.

       2060-ARCHIVE-READING.
           *> Raw and calibrated side by side, so the offset can be
           *> taken back out. A reading already on file - a re-sent
           *> feed - keeps its first copy.
           MOVE TR-SENSOR-ID             TO RA-SENSOR-ID.
           MOVE TR-READING-DATE          TO RA-READING-DATE.
           MOVE TR-READING-TIME          TO RA-READING-TIME.
           MOVE WS-TY-CODE (WS-TYPE-IDX) TO RA-READING-TYPE.
           MOVE WS-RUN-DATE              TO RA-RUN-DATE.
           MOVE TR-CELSIUS               TO RA-RAW-VALUE.
           COMPUTE RA-OFFSET = WS-ADJ-CELSIUS - TR-CELSIUS.
           MOVE WS-ADJ-CELSIUS           TO RA-CALIBRATED-VALUE.
           MOVE WS-FAHRENHEIT            TO RA-CONVERTED-VALUE.
           MOVE ZERO                     TO RA-REPROCESSED-DATE.
           IF READING-OUT-OF-CERT
              MOVE "X"                   TO RA-CERT-FLAG
           ELSE
              MOVE SPACE                 TO RA-CERT-FLAG
           END-IF.
           WRITE READING-ARCHIVE-RECORD
              INVALID KEY
                 ADD 1 TO WS-ARCHIVE-DUP-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-ARCHIVED-COUNT
           END-WRITE.

       2200-TALLY-SENSOR.
           *> Keep min/max/average per sensor so one drifting sensor
           *> stands out instead of hiding in the batch figures.
              MOVE ZERO          TO WS-ST-CONSEC-EXCP (SENSOR-IDX)
           END-IF.

       2300-TALLY-ZONE.
           *> A reading outside the sensor limits is a glitch, not
           *> the room - it goes to the exception log and is kept
           *> out of the zone's comfort figures.
           IF WS-ADJ-CELSIUS >= WS-TY-MIN-LIMIT (1)
              AND WS-ADJ-CELSIUS <= WS-TY-MAX-LIMIT (1)
              MOVE "N" TO WS-ZONE-FOUND-SW
              SET ZONE-IDX TO 1
              SEARCH WS-ZONE-ENTRY
                 AT END
                    CONTINUE
                 WHEN ZONE-IDX > WS-ZONE-TOTAL
                    CONTINUE
                 WHEN WS-ZN-ZONE-ID (ZONE-IDX) = SN-ZONE-ID
                    MOVE "Y" TO WS-ZONE-FOUND-SW
              END-SEARCH
              IF ZONE-FOUND
                 PERFORM 2310-FIND-ZONE-DAY
                 IF ZD-IDX <= WS-ZONE-DAY-TOTAL
                    PERFORM 2330-TALLY-ZONE-READING
                 END-IF
              END-IF
           END-IF.

       2310-FIND-ZONE-DAY.
           SET ZD-IDX TO 1.
           SEARCH WS-ZONE-DAY-ENTRY
              AT END
                 PERFORM 2320-ADD-ZONE-DAY
              WHEN ZD-IDX > WS-ZONE-DAY-TOTAL
                 PERFORM 2320-ADD-ZONE-DAY
              WHEN WS-ZD-ZONE-ID (ZD-IDX) = SN-ZONE-ID
                 AND WS-ZD-DATE (ZD-IDX) = TR-READING-DATE
                 CONTINUE
           END-SEARCH.

       2320-ADD-ZONE-DAY.
           *> The band is the one in force for the season of the
           *> reading date: the season whose start month most
           *> recently passed, wrapping round the year end.
           IF WS-ZONE-DAY-TOTAL >= WS-ZONE-DAY-LIMIT
              DISPLAY "Zone day table full - zone " SN-ZONE-ID
                 " " TR-READING-DATE " not summarized."
              SET ZD-IDX TO WS-ZONE-DAY-LIMIT
              SET ZD-IDX UP BY 1
           ELSE
              MOVE TR-READING-DATE TO WS-ZONE-DATE
              MOVE ZERO TO WS-SEASON-PICK WS-SEASON-START
              PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                    UNTIL WS-SEASON-IDX > 2
                 IF WS-ZN-START-MONTH (ZONE-IDX, WS-SEASON-IDX)
                       > WS-SEASON-START
                    AND WS-ZN-START-MONTH (ZONE-IDX, WS-SEASON-IDX)
                       <= WS-ZONE-MONTH
                    MOVE WS-SEASON-IDX TO WS-SEASON-PICK
                    MOVE WS-ZN-START-MONTH (ZONE-IDX, WS-SEASON-IDX)
                       TO WS-SEASON-START
                 END-IF
              END-PERFORM
              IF WS-SEASON-PICK = ZERO
                 PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                       UNTIL WS-SEASON-IDX > 2
                    IF WS-ZN-START-MONTH (ZONE-IDX, WS-SEASON-IDX)
                          > WS-SEASON-START
                       MOVE WS-SEASON-IDX TO WS-SEASON-PICK
                       MOVE WS-ZN-START-MONTH
                          (ZONE-IDX, WS-SEASON-IDX)
                          TO WS-SEASON-START
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-SEASON-PICK = ZERO
                 MOVE 1 TO WS-SEASON-PICK
              END-IF
              ADD 1 TO WS-ZONE-DAY-TOTAL
              SET ZD-IDX TO WS-ZONE-DAY-TOTAL
              MOVE SN-ZONE-ID      TO WS-ZD-ZONE-ID (ZD-IDX)
              MOVE TR-READING-DATE TO WS-ZD-DATE (ZD-IDX)
              MOVE WS-ZN-TARGET-F (ZONE-IDX, WS-SEASON-PICK)
                 TO WS-ZD-TARGET-F (ZD-IDX)
              MOVE WS-ZN-TOLERANCE-F (ZONE-IDX, WS-SEASON-PICK)
                 TO WS-ZD-TOLERANCE-F (ZD-IDX)
              MOVE ZERO TO WS-ZD-COUNT (ZD-IDX)
                           WS-ZD-IN-BAND (ZD-IDX)
                           WS-ZD-WORST (ZD-IDX)
              MOVE ALL "." TO WS-ZD-HOUR-MAP (ZD-IDX)
           END-IF.

       2330-TALLY-ZONE-READING.
           ADD 1 TO WS-ZD-COUNT (ZD-IDX).
           COMPUTE WS-BAND-LOW =
              WS-ZD-TARGET-F (ZD-IDX) - WS-ZD-TOLERANCE-F (ZD-IDX).
           COMPUTE WS-BAND-HIGH =
              WS-ZD-TARGET-F (ZD-IDX) + WS-ZD-TOLERANCE-F (ZD-IDX).
           EVALUATE TRUE
              WHEN WS-FAHRENHEIT < WS-BAND-LOW
                 COMPUTE WS-EXCURSION = WS-FAHRENHEIT - WS-BAND-LOW
              WHEN WS-FAHRENHEIT > WS-BAND-HIGH
                 COMPUTE WS-EXCURSION = WS-FAHRENHEIT - WS-BAND-HIGH
              WHEN OTHER
                 MOVE ZERO TO WS-EXCURSION
           END-EVALUATE.
           IF WS-EXCURSION = ZERO
              ADD 1 TO WS-ZD-IN-BAND (ZD-IDX)
           ELSE
              *> Hour of the day the zone was out, and the worst
              *> excursion either way.
              COMPUTE WS-HOUR-IDX = TR-READING-TIME / 100 + 1
              IF WS-HOUR-IDX >= 1 AND WS-HOUR-IDX <= 24
                 MOVE "X" TO WS-ZD-HOUR (ZD-IDX, WS-HOUR-IDX)
              END-IF
              MOVE WS-EXCURSION TO WS-ABS-EXCURSION
              MOVE WS-ZD-WORST (ZD-IDX) TO WS-ABS-WORST
              IF WS-ABS-EXCURSION > WS-ABS-WORST
                 MOVE WS-EXCURSION TO WS-ZD-WORST (ZD-IDX)
              END-IF
           END-IF.

       4000-CHECK-RANGE.
           IF WS-ADJ-CELSIUS < WS-TY-MIN-LIMIT (WS-TYPE-IDX)
              OR WS-ADJ-CELSIUS > WS-TY-MAX-LIMIT (WS-TYPE-IDX)
                 CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
                    WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE
                    WS-NOTIFY-TEXT WS-NOTIFY-SW
                 MOVE TR-SENSOR-ID TO WS-WO-SENSOR-ID
                 MOVE SPACES TO WS-WO-LOCATION
                 IF SENSOR-MASTER-AVAILABLE
                    MOVE SN-LOCATION TO WS-WO-LOCATION
                 END-IF
                 MOVE "R" TO WS-WO-PROBLEM-TYPE
                 PERFORM 5800-RAISE-WORK-ORDER
              END-IF
           END-IF.

           MOVE WS-REJECT-COUNT TO WS-S-REJECTED.
           MOVE WS-SUMMARY-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CERTIFICATES-AVAILABLE
              MOVE WS-OUT-OF-CERT-COUNT TO WS-S-OUT-OF-CERT
              MOVE WS-SUMMARY-LINE-5 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                 WS-TEMPHIST-STATUS
           END-IF.

       5200-APPEND-ZONE-HISTORY.
           *> One line per zone per reading date on the batch
           *> report, and the same figures appended to ZONEHIST.DAT.
           IF WS-ZONE-DAY-TOTAL > ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              OPEN EXTEND ZONE-HISTORY-FILE
              IF WS-ZONEHIST-STATUS = "35"
                 OPEN OUTPUT ZONE-HISTORY-FILE
              END-IF
              PERFORM VARYING ZD-IDX FROM 1 BY 1
                    UNTIL ZD-IDX > WS-ZONE-DAY-TOTAL
                 PERFORM 5210-WRITE-ONE-ZONE-DAY
              END-PERFORM
              CLOSE ZONE-HISTORY-FILE
           END-IF.

       5210-WRITE-ONE-ZONE-DAY.
           MOVE ZERO TO WS-HOURS-OUT.
           INSPECT WS-ZD-HOUR-MAP (ZD-IDX)
              TALLYING WS-HOURS-OUT FOR ALL "X".
           MOVE WS-ZD-ZONE-ID (ZD-IDX)     TO ZH-ZONE-ID.
           MOVE WS-ZD-DATE (ZD-IDX)        TO ZH-READING-DATE.
           MOVE WS-RUN-DATE                TO ZH-RUN-DATE.
           MOVE WS-ZD-TARGET-F (ZD-IDX)    TO ZH-TARGET-F.
           MOVE WS-ZD-TOLERANCE-F (ZD-IDX) TO ZH-TOLERANCE-F.
           MOVE WS-ZD-COUNT (ZD-IDX)       TO ZH-READING-COUNT.
           MOVE WS-ZD-IN-BAND (ZD-IDX)     TO ZH-IN-BAND-COUNT.
           MOVE WS-ZD-WORST (ZD-IDX)       TO ZH-WORST-EXCURSION.
           MOVE WS-HOURS-OUT               TO ZH-HOURS-OUT.
           MOVE WS-ZD-HOUR-MAP (ZD-IDX)    TO ZH-HOUR-MAP.
           WRITE ZONE-HISTORY-RECORD.
           IF WS-ZONEHIST-STATUS NOT = "00"
              DISPLAY "Unable to write zone history, status "
                 WS-ZONEHIST-STATUS
           END-IF.
           COMPUTE WS-ZONE-PCT ROUNDED =
              WS-ZD-IN-BAND (ZD-IDX) * 100 / WS-ZD-COUNT (ZD-IDX).
           MOVE WS-ZD-ZONE-ID (ZD-IDX) TO WS-Z-ZONE-ID.
           MOVE WS-ZD-DATE (ZD-IDX)    TO WS-Z-DATE.
           MOVE WS-ZD-COUNT (ZD-IDX)   TO WS-Z-COUNT.
           MOVE WS-ZONE-PCT            TO WS-Z-PCT.
           MOVE WS-ZD-WORST (ZD-IDX)   TO WS-Z-WORST.
           MOVE WS-HOURS-OUT           TO WS-Z-HOURS.
           MOVE WS-ZONE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       5500-CHECK-SILENT-SENSORS.
           *> Walk the whole master: a sensor heard in this run
           *> gets its last-seen date stamped; an active sensor
           CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
              WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
              WS-NOTIFY-SW.
           MOVE SN-SENSOR-ID TO WS-WO-SENSOR-ID.
           MOVE SN-LOCATION  TO WS-WO-LOCATION.
           MOVE "S"          TO WS-WO-PROBLEM-TYPE.
           PERFORM 5800-RAISE-WORK-ORDER.

       5800-RAISE-WORK-ORDER.
           *> One open order per sensor - a sensor still alerting
           *> while its order is open adds nothing new for the
           *> technician.
           IF NOT WORKORD-FILE-OPEN
              PERFORM 5850-OPEN-WORK-ORDERS
           END-IF.
           MOVE "N" TO WS-ORDER-OPEN-SW.
           MOVE "Y" TO WS-MORE-ORDERS-SW.
           MOVE WS-WO-SENSOR-ID TO WO-SENSOR-ID.
           START WORK-ORDER-FILE KEY IS = WO-SENSOR-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-ORDERS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ORDERS
              READ WORK-ORDER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ORDERS-SW
                 NOT AT END
                    IF WO-SENSOR-ID NOT = WS-WO-SENSOR-ID
                       MOVE "N" TO WS-MORE-ORDERS-SW
                    ELSE
                       IF WO-NOT-CLOSED
                          MOVE "Y" TO WS-ORDER-OPEN-SW
                          MOVE "N" TO WS-MORE-ORDERS-SW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT ORDER-ALREADY-OPEN
              ADD 1 TO WS-NEXT-ORDER-NO
              MOVE WS-NEXT-ORDER-NO   TO WO-ORDER-NO
              MOVE WS-WO-SENSOR-ID    TO WO-SENSOR-ID
              MOVE WS-WO-LOCATION     TO WO-LOCATION
              MOVE WS-WO-PROBLEM-TYPE TO WO-PROBLEM-TYPE
              MOVE WS-RUN-DATE        TO WO-RAISED-DATE
              MOVE SPACES             TO WO-TECHNICIAN
              MOVE "O"                TO WO-STATUS
              MOVE ZERO               TO WO-CLOSED-DATE
              MOVE SPACES             TO WO-NOTES
              WRITE WORK-ORDER-RECORD
              IF WS-WORKORD-STATUS NOT = "00"
                 DISPLAY "Unable to raise a work order for sensor "
                    WS-WO-SENSOR-ID ", status " WS-WORKORD-STATUS
              ELSE
                 ADD 1 TO WS-ORDERS-RAISED
                 MOVE WO-ORDER-NO  TO WS-W-ORDER-NO
                 MOVE WO-SENSOR-ID TO WS-W-SENSOR-ID
                 IF WO-SILENT
                    MOVE "SILENT" TO WS-W-PROBLEM
                 ELSE
                    MOVE "OUT OF RANGE" TO WS-W-PROBLEM
                 END-IF
                 MOVE WS-WORK-ORDER-DETAIL TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

       5850-OPEN-WORK-ORDERS.
           OPEN I-O WORK-ORDER-FILE.
           IF WS-WORKORD-STATUS = "35"
              CLOSE WORK-ORDER-FILE
              OPEN OUTPUT WORK-ORDER-FILE
              CLOSE WORK-ORDER-FILE
              OPEN I-O WORK-ORDER-FILE
           END-IF.
           MOVE "Y" TO WS-WORKORD-OPEN-SW.
           MOVE ZERO TO WS-NEXT-ORDER-NO.
           MOVE "Y" TO WS-MORE-ORDERS-SW.
           MOVE ZERO TO WO-ORDER-NO.
           START WORK-ORDER-FILE KEY IS >= WO-ORDER-NO
              INVALID KEY
                 MOVE "N" TO WS-MORE-ORDERS-SW
           END-START.
           PERFORM UNTIL NO-MORE-ORDERS
              READ WORK-ORDER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ORDERS-SW
                 NOT AT END
                    MOVE WO-ORDER-NO TO WS-NEXT-ORDER-NO
              END-READ
           END-PERFORM.
