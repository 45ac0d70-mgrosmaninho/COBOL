      ****************************************************************
      * LOANPOOL - RECORD LAYOUT FOR THE POOL-SELECTION FILE READ BY
      * LOAN-SALE-BATCH. THE FILE CARRIES ONE OR MORE POOLS OF LOANS
      * BEING SOLD OR TRANSFERRED TO ANOTHER SERVICER: A HEADER
      * RECORD WITH THE POOL ID, THE SALE DATE AND THE PURCHASER,
      * THEN ONE DETAIL RECORD PER ACCOUNT IN THE POOL. EVERY FIELD
      * ARRIVES AS TEXT AND IS PROVEN BEFORE USE.
      ****************************************************************
       01  LOAN-POOL-RECORD.
           05  LP-RECORD-TYPE       PIC X.
               88  LP-HEADER             VALUE "H".
               88  LP-DETAIL             VALUE "D".
           05  LP-POOL-ID           PIC X(6).
           05  LP-DETAIL-DATA.
               10  LP-D-ACCOUNT-ID  PIC X(6).
               10  LP-D-ACCOUNT-NUM REDEFINES LP-D-ACCOUNT-ID
                                    PIC 9(6).
               10  FILLER           PIC X(30).
           05  LP-HEADER-DATA REDEFINES LP-DETAIL-DATA.
               10  LP-H-SALE-DATE   PIC X(8).
               10  LP-H-SALE-DATE-NUM REDEFINES LP-H-SALE-DATE
                                    PIC 9(8).
      *> The purchaser or new servicer, as the sale agreement names
      *> it.
               10  LP-H-PURCHASER   PIC X(20).
               10  FILLER           PIC X(8).
