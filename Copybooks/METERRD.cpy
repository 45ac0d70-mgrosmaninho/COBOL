      ****************************************************************
      * METERRD - RECORD LAYOUT FOR THE UTILITY METER READING FILE,
      * KEYED ON THE METER ID AND READING DATE. METER-MAINT CAPTURES
      * EACH READING AS THE REGISTER STANDS ON THE DAY, AND REFUSES
      * ONE THAT IS EARLIER THAN, OR LOWER THAN, THE METER'S LATEST
      * READING. THE CONSUMPTION SINCE THAT LATEST READING IS KEPT
      * ON THE RECORD; ENERGY-EFF-RPT SETS IT AGAINST THE MONTH'S
      * DEGREE-DAYS FOR EACH BUILDING AND FUEL.
      ****************************************************************
       01  METER-READING-RECORD.
           05  MR-KEY.
               10  MR-METER-ID      PIC X(6).
               10  MR-READING-DATE  PIC 9(8).
      *> The building is a comfort zone id (ZONEMAST) where the
      *> zone master is on hand.
           05  MR-BUILDING-ID       PIC X(4).
           05  MR-FUEL-TYPE         PIC X.
               88  MR-FUEL-ELECTRIC       VALUE "E".
               88  MR-FUEL-GAS            VALUE "G".
               88  MR-FUEL-OIL            VALUE "O".
               88  MR-FUEL-VALID          VALUES "E" "G" "O".
           05  MR-READING-VALUE     PIC 9(9)V99.
      *> Zero on a meter's first reading - there is nothing before
      *> it to measure from.
           05  MR-CONSUMPTION       PIC 9(9)V99.
           05  MR-ENTERED-DATE      PIC 9(8).
