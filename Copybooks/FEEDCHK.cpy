      ****************************************************************
      * FEEDCHK - PARAMETER AREA FOR THE SHARED FEEDCHK ROUTINE.
      * THE CALLER SETS THE FEED FILE NAME, ITS JOB NAME AND THE
      * FEED'S FINGERPRINT - RECORD COUNT, HASH TOTAL, FIRST AND
      * LAST RECORD IMAGES - TAKEN IN A PASS BEFORE ANY POSTING.
      * FUNCTION CHECK COMPARES THE FINGERPRINT WITH EVERY RECEIPT
      * OF THE FEED ON THE FEED REGISTER AND HANDS BACK ACCEPTED,
      * FORCED (A MATCH, BUT AN OPERATOR'S FORCE CARD WAS ON HAND)
      * OR REFUSED, WITH THE MATCHING RECEIPT. FUNCTION RECORD,
      * CALLED ONCE THE FEED IS POSTED, FILES THE RECEIPT.
      ****************************************************************
       01  FEED-CHECK-AREA.
           05  FC-FUNCTION             PIC X(6).
               88  FC-CHECK-FEED              VALUE "CHECK".
               88  FC-RECORD-FEED             VALUE "RECORD".
           05  FC-FEED-NAME            PIC X(12).
           05  FC-JOB-NAME             PIC X(8).
           05  FC-RECORD-COUNT         PIC 9(7).
           05  FC-HASH-TOTAL           PIC S9(11)V99
                 SIGN LEADING SEPARATE CHARACTER.
           05  FC-FIRST-RECORD         PIC X(80).
           05  FC-LAST-RECORD          PIC X(80).
           05  FC-RESULT               PIC X.
               88  FC-FEED-ACCEPTED           VALUE "A".
               88  FC-FEED-FORCED             VALUE "F".
      *> Refused with a zero match date - the register could not
      *> be read, so the feed could not be proved new.
               88  FC-FEED-REFUSED            VALUE "R".
           05  FC-FORCED-BY            PIC X(8).
           05  FC-MATCH-DATE           PIC 9(8).
           05  FC-MATCH-TIME           PIC 9(8).
           05  FC-MATCH-JOB            PIC X(8).
