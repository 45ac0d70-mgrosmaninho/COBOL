      ****************************************************************
      * FEEDREG - RECORD LAYOUT FOR THE INBOUND FEED REGISTER, KEYED
      * ON FEED FILE NAME, BUSINESS DATE AND TIME OF RECEIPT. ONE
      * RECORD FOR EVERY INBOUND FILE A BATCH HAS POSTED OR REFUSED,
      * WITH ITS FINGERPRINT - RECORD COUNT, HASH TOTAL AND THE
      * FIRST AND LAST RECORD IMAGES - SO THE SAME FILE DROPPED
      * TWICE IS CAUGHT BEFORE IT IS POSTED TWICE. WRITTEN ONLY BY
      * THE SHARED FEEDCHK ROUTINE.
      ****************************************************************
       01  FEED-REGISTER-RECORD.
           05  FR-FEED-KEY.
               10  FR-FEED-NAME     PIC X(12).
               10  FR-RECEIVED-DATE PIC 9(8).
               10  FR-RECEIVED-TIME PIC 9(8).
           05  FR-JOB-NAME          PIC X(8).
           05  FR-RECORD-COUNT      PIC 9(7).
           05  FR-HASH-TOTAL        PIC S9(11)V99
                 SIGN LEADING SEPARATE CHARACTER.
           05  FR-FIRST-RECORD      PIC X(80).
           05  FR-LAST-RECORD       PIC X(80).
           05  FR-DISPOSITION       PIC X.
               88  FR-POSTED             VALUE "A".
               88  FR-FORCED             VALUE "F".
               88  FR-REFUSED            VALUE "R".
           05  FR-FORCED-BY         PIC X(8).
      *> The earlier receipt a forced or refused feed matched.
           05  FR-MATCH-DATE        PIC 9(8).
           05  FR-MATCH-TIME        PIC 9(8).
