      ****************************************************************
      * ELECOUT - RECORD LAYOUT FOR THE ELECTRONIC DELIVERY EXTRACT.
      * WHEN A PERSON'S CONTACT PREFERENCE FOR A CATEGORY IS EMAIL
      * OR SMS, THE SHARED PREFCHK ROUTINE APPENDS THE ITEM HERE
      * INSTEAD OF THE CALLER PRINTING IT, FOR THE MAIL AND SMS
      * BRIDGE TO SEND - THE SAME ARRANGEMENT AS THE GATEWAY'S EMAIL
      * EXTRACT.
      ****************************************************************
       01  ELECTRONIC-OUT-RECORD.
           05  EO-EXTRACT-DATE      PIC 9(8).
           05  EO-SOURCE            PIC X(8).
           05  EO-PERSON-TYPE       PIC X.
           05  EO-PERSON-ID         PIC 9(6).
           05  EO-PERSON-SEQ        PIC 9(2).
           05  EO-CATEGORY          PIC X.
           05  EO-CHANNEL           PIC X.
               88  EO-BY-EMAIL               VALUE "E".
               88  EO-BY-SMS                 VALUE "S".
           05  EO-ITEM              PIC X(12).
           05  EO-TEXT              PIC X(60).
