      ****************************************************************
      * DDRETURN - RECORD LAYOUT FOR THE BANK'S DIRECT-DEBIT RETURNS
      * FILE READ BY DD-RETURN-BATCH - ONE RECORD PER DEBIT THE BANK
      * COULD NOT COLLECT, QUOTING OUR REFERENCE AND DEBIT DATE
      * BACK WITH THE BANK'S REASON CODE. EVERY FIELD ARRIVES AS
      * TEXT AND IS PROVEN NUMERIC BEFORE IT IS USED.
      ****************************************************************
       01  BANK-RETURN-RECORD.
           05  BR-REFERENCE         PIC X(6).
           05  BR-DEBIT-DATE        PIC X(8).
           05  BR-AMOUNT            PIC X(8).
           05  BR-AMOUNT-NUM REDEFINES BR-AMOUNT
                                    PIC 9(6)V99.
           05  BR-REASON-CODE       PIC X(2).
