      ****************************************************************
      * SUPPLOG - RECORD LAYOUT FOR THE CONTACT SUPPRESSION LOG. THE
      * SHARED PREFCHK ROUTINE APPENDS ONE RECORD FOR EVERY ITEM IT
      * WITHHOLDS BECAUSE THE PERSON OPTED OUT OF THE CATEGORY, AND
      * FOR EVERY LEGALLY REQUIRED NOTICE IT SENDS IN SPITE OF AN
      * OPT-OUT, WITH THE REASON. SUPPRESS-RPT PRINTS IT, SO "WHY
      * DID THIS PERSON NOT GET THE LETTER" HAS AN ANSWER.
      ****************************************************************
       01  SUPPRESS-LOG-RECORD.
           05  SL-LOG-DATE          PIC 9(8).
           05  SL-SOURCE            PIC X(8).
           05  SL-PERSON-TYPE       PIC X.
           05  SL-PERSON-ID         PIC 9(6).
           05  SL-PERSON-SEQ        PIC 9(2).
           05  SL-CATEGORY          PIC X.
      *> Template id, letter level or message the item was.
           05  SL-ITEM              PIC X(12).
      *> The channel on file when the item was decided.
           05  SL-CHANNEL           PIC X.
           05  SL-ACTION            PIC X.
               88  SL-WITHHELD               VALUE "W".
               88  SL-OVERRIDDEN             VALUE "O".
           05  SL-REASON            PIC X(30).
