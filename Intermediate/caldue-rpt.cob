       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDUE-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MONTHLY CALIBRATION DUE REPORT. WALKS THE
      * ACTIVE SENSORS ON THE SENSOR MASTER AND, FROM EACH ONE'S
      * LATEST CERTIFICATE ON CALCERT.DAT, LISTS THOSE FALLING DUE
      * IN THE NEXT 30 DAYS SO THE LAB CAN BE BOOKED IN TIME -
      * ALONG WITH ANY WHOSE CERTIFICATE HAS ALREADY RUN OUT OR
      * WHICH HAVE NEVER HAD ONE, SINCE TEMP-BATCH IS ALREADY
      * KEEPING THEIR READINGS OUT OF THE DAILY SUMMARY.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-SENSOR-ID
              FILE STATUS IS WS-SENSOR-STATUS.

           SELECT CALIBRATION-CERT-FILE ASSIGN TO "CALCERT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CC-KEY
              FILE STATUS IS WS-CALCERT-STATUS.

           SELECT CALDUE-REPORT-FILE ASSIGN TO "CALDUE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
       COPY SENSMAST.

       FD  CALIBRATION-CERT-FILE.
       COPY CALCERT.

       FD  CALDUE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SENSOR-STATUS          PIC XX VALUE SPACES.
       01  WS-CALCERT-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-CALCERT-SW             PIC X VALUE "N".
           88  CERTIFICATES-AVAILABLE       VALUE "Y".
       01  WS-MORE-SENSORS-SW        PIC X VALUE "Y".
           88  NO-MORE-SENSORS              VALUE "N".
       01  WS-MORE-CERTS-SW          PIC X VALUE "Y".
           88  NO-MORE-CERTS                VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 30.
       01  WS-WINDOW-END             PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "CALDUE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-SENSOR-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "CALDUE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> The sensor's latest certificate, if it has one.
       01  WS-CERT-FOUND-SW          PIC X VALUE "N".
           88  CERT-FOUND                   VALUE "Y".
       01  WS-CUR-CERT-NO            PIC X(12) VALUE SPACES.
       01  WS-CUR-DUE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CUR-LAB                PIC X(20) VALUE SPACES.
       01  WS-DAYS-TO-DUE            PIC S9(5) VALUE ZERO.

       01  WS-DUE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-EXPIRED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-NONE-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "CALIBRATION DUE REPORT AS AT".
           05  WS-T-RUN-DATE         PIC 9(8).
           05  FILLER                PIC X(15) VALUE
               "  DUE BY".
           05  WS-T-WINDOW-END       PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(5)  VALUE "SENS".
           05  FILLER                PIC X(21) VALUE "LOCATION".
           05  FILLER                PIC X(13) VALUE "CERTIFICATE".
           05  FILLER                PIC X(13) VALUE "LAB".
           05  FILLER                PIC X(9)  VALUE "DUE".
           05  FILLER                PIC X(6)  VALUE " DAYS".
           05  FILLER                PIC X(12) VALUE "STATUS".

       01  WS-DETAIL-LINE.
           05  WS-D-SENSOR-ID        PIC X(4).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-LOCATION         PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CERT-NO          PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-LAB              PIC X(12).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DUE-DATE-X       PIC X(8).
           05  WS-D-DUE-DATE REDEFINES WS-D-DUE-DATE-X
                                     PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DAYS-X           PIC X(5).
           05  WS-D-DAYS REDEFINES WS-D-DAYS-X
                                     PIC -ZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-STATUS           PIC X(12).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 + WS-WINDOW-DAYS).
           OPEN INPUT SENSOR-MASTER-FILE.
           IF WS-SENSOR-STATUS NOT = "00"
              DISPLAY "Unable to open the sensor master, status "
                 WS-SENSOR-STATUS
              GOBACK
           END-IF.
           OPEN INPUT CALIBRATION-CERT-FILE.
           IF WS-CALCERT-STATUS = "00"
              MOVE "Y" TO WS-CALCERT-SW
           ELSE
              DISPLAY "Warning: no calibration certificate file, "
                 "status " WS-CALCERT-STATUS " - every sensor is"
                 " listed as uncertified."
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SENSOR-COUNT.
           OPEN OUTPUT CALDUE-REPORT-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-CHECK-SENSORS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE CALDUE-REPORT-FILE.
           IF CERTIFICATES-AVAILABLE
              CLOSE CALIBRATION-CERT-FILE
           END-IF.
           CLOSE SENSOR-MASTER-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-SENSOR-COUNT.
           DISPLAY "Calibration due report written - " WS-DUE-COUNT
              " due, " WS-EXPIRED-COUNT " expired, " WS-NONE-COUNT
              " without a certificate.".
           GOBACK.

       1000-PRINT-HEADINGS.
           MOVE WS-RUN-DATE   TO WS-T-RUN-DATE.
           MOVE WS-WINDOW-END TO WS-T-WINDOW-END.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-CHECK-SENSORS.
           *> Inactive sensors send nothing and need no certificate.
           MOVE LOW-VALUES TO SN-SENSOR-ID.
           START SENSOR-MASTER-FILE KEY IS >= SN-SENSOR-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-SENSORS-SW
           END-START.
           PERFORM UNTIL NO-MORE-SENSORS
              READ SENSOR-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-SENSORS-SW
                 NOT AT END
                    IF SN-SENSOR-ACTIVE
                       ADD 1 TO WS-SENSOR-COUNT
                       PERFORM 2100-FIND-CURRENT-CERT
                       PERFORM 2200-CHECK-ONE-SENSOR
                    END-IF
              END-READ
           END-PERFORM.

       2100-FIND-CURRENT-CERT.
           *> Certificates run oldest first; the last one read for
           *> the sensor is current.
           MOVE "N" TO WS-CERT-FOUND-SW.
           IF CERTIFICATES-AVAILABLE
              MOVE "Y" TO WS-MORE-CERTS-SW
              MOVE SN-SENSOR-ID TO CC-SENSOR-ID
              MOVE ZERO TO CC-CALIBRATED-DATE
              START CALIBRATION-CERT-FILE KEY IS >= CC-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-CERTS-SW
              END-START
              PERFORM UNTIL NO-MORE-CERTS
                 READ CALIBRATION-CERT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-CERTS-SW
                    NOT AT END
                       IF CC-SENSOR-ID NOT = SN-SENSOR-ID
                          MOVE "N" TO WS-MORE-CERTS-SW
                       ELSE
                          MOVE "Y" TO WS-CERT-FOUND-SW
                          MOVE CC-CERT-NO  TO WS-CUR-CERT-NO
                          MOVE CC-DUE-DATE TO WS-CUR-DUE-DATE
                          MOVE CC-LAB      TO WS-CUR-LAB
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2200-CHECK-ONE-SENSOR.
           MOVE SN-SENSOR-ID TO WS-D-SENSOR-ID.
           MOVE SN-LOCATION  TO WS-D-LOCATION.
           IF NOT CERT-FOUND
              ADD 1 TO WS-NONE-COUNT
              MOVE SPACES TO WS-D-CERT-NO WS-D-LAB WS-D-DUE-DATE-X
                             WS-D-DAYS-X
              MOVE "NONE ON FILE" TO WS-D-STATUS
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE IF WS-CUR-DUE-DATE <= WS-WINDOW-END
              COMPUTE WS-DAYS-TO-DUE =
                 FUNCTION INTEGER-OF-DATE (WS-CUR-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              MOVE WS-CUR-CERT-NO  TO WS-D-CERT-NO
              MOVE WS-CUR-LAB      TO WS-D-LAB
              MOVE WS-CUR-DUE-DATE TO WS-D-DUE-DATE
              MOVE WS-DAYS-TO-DUE  TO WS-D-DAYS
              IF WS-CUR-DUE-DATE < WS-RUN-DATE
                 ADD 1 TO WS-EXPIRED-COUNT
                 MOVE "EXPIRED" TO WS-D-STATUS
              ELSE
                 ADD 1 TO WS-DUE-COUNT
                 MOVE "DUE" TO WS-D-STATUS
              END-IF
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           END-IF.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTIVE SENSORS CHECKED" TO WS-S-LABEL.
           MOVE WS-SENSOR-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CERTIFICATES DUE IN THE NEXT 30 DAYS" TO WS-S-LABEL.
           MOVE WS-DUE-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CERTIFICATES ALREADY EXPIRED" TO WS-S-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENSORS WITHOUT A CERTIFICATE" TO WS-S-LABEL.
           MOVE WS-NONE-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
