      *> freezer sensor was dead nine days before anyone noticed.
           05  SN-REPORT-INTERVAL   PIC 9(3).
           05  SN-LAST-SEEN-DATE    PIC 9(8).
      *> The comfort zone on ZONEMAST.DAT the sensor is counted in
      *> for the zone compliance figures - blank if it is in none.
           05  SN-ZONE-ID           PIC X(4).
