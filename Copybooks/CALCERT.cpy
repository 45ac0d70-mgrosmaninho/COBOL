      ****************************************************************
      * CALCERT - RECORD LAYOUT FOR THE SENSOR CALIBRATION
      * CERTIFICATE HISTORY, KEYED ON THE SENSOR AND THE DATE IT WAS
      * CALIBRATED AND MAINTAINED BY CALCERT-MAINT. ONE RECORD PER
      * CERTIFICATE ISSUED; A SENSOR'S CURRENT CERTIFICATE IS ITS
      * LATEST. TEMP-BATCH KEEPS A READING TAKEN AFTER THE CURRENT
      * CERTIFICATE'S DUE DATE - OR FROM A SENSOR THAT NEVER HAD
      * ONE - OUT OF THE OFFICIAL DAILY SUMMARY, AND CALDUE-RPT
      * LISTS THE CERTIFICATES FALLING DUE.
      ****************************************************************
       01  CALIBRATION-CERT-RECORD.
           05  CC-KEY.
               10  CC-SENSOR-ID     PIC X(4).
               10  CC-CALIBRATED-DATE PIC 9(8).
           05  CC-CERT-NO           PIC X(12).
           05  CC-DUE-DATE          PIC 9(8).
           05  CC-LAB               PIC X(20).
      *> The Celsius error the lab found, as an offset to correct
      *> it - the figure SENSCAL.DAT is set from.
           05  CC-OFFSET-FOUND      PIC S9(3)
                 SIGN LEADING SEPARATE CHARACTER.
