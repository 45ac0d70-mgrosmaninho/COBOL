      ****************************************************************
      * GRDBAND - PARAMETER CARD FOR THE GRADE DISTRIBUTION REPORT,
      * IN THE STYLE OF ABSLIM. A COURSE WHOSE PASS RATE DIFFERS
      * FROM ITS DEPARTMENT'S BY MORE THAN THE PASS-RATE BAND
      * (PERCENTAGE POINTS), OR WHOSE MEAN GRADE POINTS DIFFER FROM
      * THE DEPARTMENT MEAN BY MORE THAN THE MEAN BAND, IS FLAGGED
      * FOR THE DEAN. CAN BE TUNED WITHOUT CHANGING THE PROGRAM
      * SOURCE.
      ****************************************************************
       01  GRADE-BAND-RECORD.
           05  GB-PASS-RATE-BAND        PIC 9(2).
           05  GB-MEAN-BAND             PIC 9V99.
