      ****************************************************************
      * ZONEMAST - RECORD LAYOUT FOR THE COMFORT ZONE MASTER FILE,
      * KEYED ON THE ZONE ID AND MAINTAINED BY ZONE-MAINT. A ZONE
      * IS A BUILDING, FLOOR OR WING THE SENSORS ARE GROUPED INTO
      * (SN-ZONE-ID ON THE SENSOR MASTER), WITH A TARGET
      * TEMPERATURE AND TOLERANCE BAND FOR EACH OF TWO SEASONS -
      * HEATING AND COOLING - SO COMPLIANCE CAN BE JUDGED FOR THE
      * ZONE AS A WHOLE AND NOT ONE SENSOR AT A TIME.
      ****************************************************************
       01  ZONE-MASTER-RECORD.
           05  ZN-ZONE-ID           PIC X(4).
           05  ZN-DESCRIPTION       PIC X(30).
      *> Season 1 is heating, season 2 cooling. Each runs from its
      *> start month until the other's; a zero start month leaves
      *> the other season in force all year.
           05  ZN-SEASON OCCURS 2 TIMES.
               10  ZN-START-MONTH   PIC 9(2).
               10  ZN-TARGET-F      PIC S9(3)
                     SIGN LEADING SEPARATE CHARACTER.
               10  ZN-TOLERANCE-F   PIC 9(2)V9.
