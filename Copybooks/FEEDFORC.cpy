      ****************************************************************
      * FEEDFORC - FORCE CARD FOR THE INBOUND FEED REGISTER, WRITTEN
      * BY FEED-FORCE. A CARD NAMES A FEED FILE AN OPERATOR HAS
      * CONFIRMED IS GENUINELY NEW THOUGH IT MATCHES AN EARLIER
      * RECEIPT; THE NEXT BATCH TO CHECK THAT FEED POSTS IT AND THE
      * CARD IS USED UP.
      ****************************************************************
       01  FEED-FORCE-RECORD.
           05  FF-FEED-NAME         PIC X(12).
           05  FF-OPERATOR          PIC X(8).
           05  FF-FORCE-DATE        PIC 9(8).
