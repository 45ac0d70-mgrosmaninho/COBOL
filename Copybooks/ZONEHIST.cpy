      ****************************************************************
      * ZONEHIST - RECORD LAYOUT FOR THE ZONE COMPLIANCE HISTORY
      * FILE. TEMP-BATCH APPENDS ONE RECORD PER ZONE PER READING
      * DATE IN THE RUN, HOLDING THE ZONE'S TEMPERATURE READINGS TO
      * THE BAND IN FORCE FOR THE SEASON, FOR ZONE-COMP-RPT TO
      * READ. A DAY SPLIT OVER TWO RUNS HAS TWO RECORDS, WHICH THE
      * REPORT PUTS BACK TOGETHER - HENCE THE HOUR MAP.
      ****************************************************************
       01  ZONE-HISTORY-RECORD.
           05  ZH-ZONE-ID           PIC X(4).
           05  ZH-READING-DATE      PIC 9(8).
           05  ZH-RUN-DATE          PIC 9(8).
           05  ZH-TARGET-F          PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
           05  ZH-TOLERANCE-F       PIC 9(2)V9.
           05  ZH-READING-COUNT     PIC 9(5).
           05  ZH-IN-BAND-COUNT     PIC 9(5).
      *> Degrees F beyond the nearer edge of the band of the
      *> reading furthest outside it - positive too warm, negative
      *> too cold, zero when every reading was inside.
           05  ZH-WORST-EXCURSION   PIC S999V999
                 SIGN LEADING SEPARATE CHARACTER.
           05  ZH-HOURS-OUT         PIC 9(2).
      *> One byte per clock hour 00-23, "X" where any reading of the
      *> zone in that hour was outside the band.
           05  ZH-HOUR-MAP          PIC X(24).
