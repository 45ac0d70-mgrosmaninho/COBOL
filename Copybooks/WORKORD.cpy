      ****************************************************************
      * WORKORD - RECORD LAYOUT FOR THE SENSOR MAINTENANCE WORK
      * ORDER FILE, KEYED ON THE WORK ORDER NUMBER WITH THE SENSOR
      * AS AN ALTERNATE KEY. TEMP-BATCH RAISES AN ORDER WHEN A
      * SENSOR ALERTS (REPEAT OUT-OF-RANGE READINGS) OR GOES SILENT,
      * UNLESS ONE IS ALREADY OPEN FOR THE SENSOR; WORKORD-MAINT
      * ASSIGNS, UPDATES AND CLOSES IT, AND SENSOR-REL-RPT READS THE
      * RAISED AND CLOSED DATES FOR THE MONTHLY RELIABILITY FIGURES.
      ****************************************************************
       01  WORK-ORDER-RECORD.
           05  WO-ORDER-NO          PIC 9(6).
           05  WO-SENSOR-ID         PIC X(4).
           05  WO-LOCATION          PIC X(20).
           05  WO-PROBLEM-TYPE      PIC X.
               88  WO-OUT-OF-RANGE        VALUE "R".
               88  WO-SILENT              VALUE "S".
               88  WO-OTHER-FAULT         VALUE "O".
               88  WO-PROBLEM-VALID       VALUES "R" "S" "O".
           05  WO-RAISED-DATE       PIC 9(8).
           05  WO-TECHNICIAN        PIC X(8).
      *> Open and unassigned ("O"), assigned to a technician ("A"),
      *> or closed ("C") once the sensor is back in service.
           05  WO-STATUS            PIC X.
               88  WO-OPEN                VALUE "O".
               88  WO-ASSIGNED            VALUE "A".
               88  WO-CLOSED              VALUE "C".
               88  WO-NOT-CLOSED          VALUES "O" "A".
           05  WO-CLOSED-DATE       PIC 9(8).
           05  WO-NOTES             PIC X(40).
