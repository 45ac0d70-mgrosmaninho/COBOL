      ****************************************************************
      * CONTPREF - RECORD LAYOUT FOR THE CONTACT PREFERENCE FILE,
      * KEYED ON PERSON TYPE/ID/SEQUENCE/MESSAGE CATEGORY AND
      * MAINTAINED BY CONTACT-PREF-MAINT. FOR EACH PERSON AND EACH
      * CATEGORY OF MESSAGE IT HOLDS HOW THE PERSON WANTS TO BE
      * REACHED - POST, EMAIL, SMS OR NOT AT ALL - AND THE DATE THE
      * CONSENT (OR THE OPT-OUT) WAS GIVEN. THE SHARED PREFCHK
      * ROUTINE READS IT FOR LETTERGEN, DUNNING-BATCH,
      * PAYMENT-DUE-BATCH AND THE NOTIFY-GATEWAY. A PERSON WITH NO
      * RECORD FOR A CATEGORY IS WRITTEN TO BY POST, AS ALWAYS.
      ****************************************************************
       01  CONTACT-PREF-RECORD.
           05  CP-PREF-KEY.
               10  CP-PERSON-TYPE   PIC X.
                   88  CP-PERSON-STUDENT     VALUE "S".
                   88  CP-PERSON-BORROWER    VALUE "B".
                   88  CP-PERSON-COBORROWER  VALUE "C".
                   88  CP-PERSON-TYPE-VALID  VALUES "S" "B" "C".
      *> Student id for S, loan account id for B and C.
               10  CP-PERSON-ID     PIC 9(6).
      *> The COBORROW.DAT sequence for a co-borrower, else zero.
               10  CP-PERSON-SEQ    PIC 9(2).
               10  CP-CATEGORY      PIC X.
                   88  CP-CAT-ACADEMIC       VALUE "A".
                   88  CP-CAT-BILLING        VALUE "B".
                   88  CP-CAT-COLLECTIONS    VALUE "C".
                   88  CP-CAT-MARKETING      VALUE "M".
                   88  CP-CATEGORY-VALID     VALUES "A" "B" "C" "M".
           05  CP-CHANNEL           PIC X.
               88  CP-BY-POST                VALUE "P".
               88  CP-BY-EMAIL               VALUE "E".
               88  CP-BY-SMS                 VALUE "S".
               88  CP-NO-CONTACT             VALUE "N".
               88  CP-CHANNEL-VALID          VALUES "P" "E" "S" "N".
           05  CP-CONSENT-DATE      PIC 9(8).
           05  CP-UPDATED-DATE      PIC 9(8).
           05  CP-UPDATED-BY        PIC X(8).
