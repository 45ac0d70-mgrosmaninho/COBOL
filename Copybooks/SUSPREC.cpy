      ****************************************************************
      * SUSPREC - RECORD LAYOUT FOR THE UNAPPLIED-CASH SUSPENSE
      * FILE, KEYED ON DEPOSIT DATE/BATCH/ITEM. LOCKBOX-IMPORT FILES
      * EVERY REMITTANCE IT CANNOT MATCH TO EXACTLY ONE ACTIVE LOAN
      * ACCOUNT, WITH THE REASON. THE LOAN DESK RESEARCHES AND
      * RESOLVES THE ITEMS IN SUSP-MAINT - APPLIED TO AN ACCOUNT
      * THROUGH PAYTRAN.DAT, OR RETURNED TO THE REMITTER.
      * SUSP-AGING-RPT AGES WHAT IS STILL OPEN, AND GL-POST-BATCH
      * CARRIES THE DAY'S MOVEMENTS INTO AND OUT OF SUSPENSE TO THE
      * LEDGER.
      ****************************************************************
       01  SUSPENSE-RECORD.
           05  SU-SUSP-KEY.
               10  SU-DEPOSIT-DATE  PIC 9(8).
               10  SU-BATCH-NUMBER  PIC 9(4).
               10  SU-ITEM-SEQ      PIC 9(4).
           05  SU-AMOUNT            PIC 9(6)V99.
           05  SU-REFERENCE         PIC X(10).
           05  SU-REMITTER          PIC X(20).
           05  SU-CHECK-NO          PIC X(8).
           05  SU-REASON            PIC X(30).
      *> Unapplied until the loan desk applies the money to an
      *> account or sends it back.
           05  SU-STATUS            PIC X.
               88  SU-STATUS-UNAPPLIED   VALUE "U".
               88  SU-STATUS-APPLIED     VALUE "A".
               88  SU-STATUS-RETURNED    VALUE "R".
      *> The business date the item went into suspense and the one
      *> it came out - what GL-POST-BATCH summarizes on.
           05  SU-ENTERED-DATE      PIC 9(8).
           05  SU-RESOLVED-DATE     PIC 9(8).
           05  SU-RESOLVED-BY       PIC X(8).
           05  SU-APPLIED-ACCOUNT   PIC 9(6).
           05  SU-NOTE              PIC X(30).
