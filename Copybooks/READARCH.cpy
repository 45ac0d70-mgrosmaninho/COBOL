      ****************************************************************
      * READARCH - RECORD LAYOUT FOR THE RAW READING ARCHIVE,
      * INDEXED ON SENSOR, READING DATE/TIME AND READING TYPE, WITH
      * THE BUSINESS DATE OF THE TEMP-BATCH RUN THAT TOOK IT AS AN
      * ALTERNATE KEY. EVERY ACCEPTED READING IS KEPT HERE RAW AND
      * CALIBRATED, SO WHEN A SENSCAL.DAT OFFSET TURNS OUT TO HAVE
      * BEEN WRONG TEMP-REPROC CAN CORRECT THE READINGS AND REBUILD
      * THE TEMPHIST.DAT SUMMARIES THEY FED - THE TEMPREAD.DAT FEEDS
      * THEMSELVES ARE NOT KEPT.
      ****************************************************************
       01  READING-ARCHIVE-RECORD.
           05  RA-KEY.
               10  RA-SENSOR-ID     PIC X(4).
               10  RA-READING-DATE  PIC 9(8).
               10  RA-READING-TIME  PIC 9(4).
               10  RA-READING-TYPE  PIC X.
                   88  RA-TYPE-TEMP        VALUE "T".
                   88  RA-TYPE-HUMIDITY    VALUE "H".
                   88  RA-TYPE-PRESSURE    VALUE "P".
           05  RA-RUN-DATE          PIC 9(8).
      *> The value as the sensor sent it, the calibration offset
      *> applied, the calibrated value, and that value as the
      *> summaries saw it - Fahrenheit for a temperature, the
      *> sensor's own units otherwise.
           05  RA-RAW-VALUE         PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
           05  RA-OFFSET            PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
           05  RA-CALIBRATED-VALUE  PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
           05  RA-CONVERTED-VALUE   PIC S999V999
                 SIGN LEADING SEPARATE CHARACTER.
      *> Business date of the last TEMP-REPROC correction, zero if
      *> the reading stands as first taken.
           05  RA-REPROCESSED-DATE  PIC 9(8).
      *> "X" where the sensor's calibration certificate had run out
      *> when the reading was taken - the reading is kept, but was
      *> left out of the TEMPHIST.DAT summary.
           05  RA-CERT-FLAG         PIC X.
               88  RA-OUT-OF-CERT          VALUE "X".
