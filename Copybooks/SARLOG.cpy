      ****************************************************************
      * SARLOG - RECORD LAYOUT FOR THE SUBJECT-ACCESS REQUEST LOG.
      * STUDENT-DOSSIER APPENDS ONE RECORD FOR EVERY DOSSIER IT
      * PRINTS - WHEN, BY WHICH OPERATOR, FOR WHICH STUDENT, WHO
      * ASKED FOR IT AND HOW MANY ITEMS WENT OUT - SO THE COMPLIANCE
      * OFFICE CAN SHOW EVERY DISCLOSURE OF A PERSON'S DATA.
      ****************************************************************
       01  SAR-LOG-RECORD.
           05  SL-REQUEST-DATE      PIC 9(8).
           05  SL-REQUEST-TIME      PIC 9(8).
           05  SL-OPERATOR          PIC X(8).
           05  SL-STUDENT-ID        PIC 9(6).
           05  SL-REQUESTED-BY      PIC X(20).
      *> Where the person was found: "M" on the student master,
      *> "A" on the alumni archive, "N" on neither - a request for
      *> someone we hold nothing on is logged all the same.
           05  SL-FOUND-FLAG        PIC X.
               88  SL-FOUND-ON-MASTER     VALUE "M".
               88  SL-FOUND-ARCHIVED      VALUE "A".
               88  SL-NOT-FOUND           VALUE "N".
           05  SL-ITEM-COUNT        PIC 9(6).
