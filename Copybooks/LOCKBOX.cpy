      ****************************************************************
      * LOCKBOX - RECORD LAYOUT FOR THE BANK'S LOCKBOX REMITTANCE
      * FILE READ BY LOCKBOX-IMPORT. THE FILE CARRIES ONE OR MORE
      * DEPOSIT BATCHES: A HEADER RECORD WITH THE BANK'S ITEM COUNT
      * AND BATCH TOTAL, THEN ONE DETAIL RECORD PER CHECK WITH THE
      * REFERENCE THE BORROWER WROTE ON THE REMITTANCE STUB. EVERY
      * FIELD ARRIVES AS TEXT AND IS PROVEN NUMERIC BEFORE USE.
      ****************************************************************
       01  LOCKBOX-RECORD.
           05  LB-RECORD-TYPE       PIC X.
               88  LB-HEADER             VALUE "H".
               88  LB-DETAIL             VALUE "D".
           05  LB-BATCH-NUMBER      PIC X(4).
           05  LB-DETAIL-DATA.
               10  LB-D-AMOUNT      PIC X(8).
               10  LB-D-AMOUNT-NUM REDEFINES LB-D-AMOUNT
                                    PIC 9(6)V99.
      *> The loan account number, or the borrower's student id,
      *> left-justified as keyed from the stub.
               10  LB-D-REFERENCE   PIC X(10).
               10  LB-D-REF-SPLIT REDEFINES LB-D-REFERENCE.
                   15  LB-D-REF-ID  PIC X(6).
                   15  LB-D-REF-ID-NUM REDEFINES LB-D-REF-ID
                                    PIC 9(6).
                   15  LB-D-REF-REST PIC X(4).
               10  LB-D-REMITTER    PIC X(20).
               10  LB-D-CHECK-NO    PIC X(8).
           05  LB-HEADER-DATA REDEFINES LB-DETAIL-DATA.
               10  LB-H-DEPOSIT-DATE PIC X(8).
               10  LB-H-ITEM-COUNT  PIC X(5).
               10  LB-H-COUNT-NUM REDEFINES LB-H-ITEM-COUNT
                                    PIC 9(5).
               10  LB-H-BATCH-TOTAL PIC X(10).
               10  LB-H-TOTAL-NUM REDEFINES LB-H-BATCH-TOTAL
                                    PIC 9(8)V99.
               10  FILLER           PIC X(23).
