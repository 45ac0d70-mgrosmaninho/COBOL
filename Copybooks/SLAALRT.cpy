      ****************************************************************
      * SLAALRT - RECORD LAYOUT FOR THE JOB SERVICE-LEVEL ALERT
      * FILE, KEYED ON JOB NAME, BUSINESS DATE AND ALERT TYPE. ONE
      * RECORD FOR EVERY ALERT SLA-MONITOR HAS QUEUED, SO A MONITOR
      * RUN EVERY HOUR RAISES EACH LATE START, MISSED DEADLINE OR
      * LONG RUN ONCE AND NOT AGAIN ON EVERY PASS.
      ****************************************************************
       01  SLA-ALERT-RECORD.
           05  SA-ALERT-KEY.
               10  SA-JOB-NAME      PIC X(8).
               10  SA-RUN-DATE      PIC 9(8).
               10  SA-ALERT-TYPE    PIC X.
                   88  SA-LATE-START        VALUE "S".
                   88  SA-PAST-DEADLINE     VALUE "D".
                   88  SA-LONG-RUN          VALUE "R".
           05  SA-ALERT-DATE        PIC 9(8).
           05  SA-ALERT-TIME        PIC 9(8).
           05  SA-TEXT              PIC X(60).
