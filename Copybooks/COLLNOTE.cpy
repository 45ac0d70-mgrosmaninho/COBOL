      ****************************************************************
      * COLLNOTE - RECORD LAYOUT FOR THE COLLECTION CONTACT NOTES,
      * KEYED ON ACCOUNT-ID/CONTACT DATE/SEQUENCE. COLL-MAINT FILES
      * ONE RECORD PER CONTACT ATTEMPT WITH THE COLLECTOR, THE
      * METHOD, THE OUTCOME AND A NOTE; AN OUTCOME OF "PP" ALSO
      * CARRIES THE PROMISE-TO-PAY AMOUNT AND DATE. PROMISE-BATCH
      * CHECKS AN OUTSTANDING PROMISE AGAINST PAYHIST.DAT THE DAY
      * AFTER IT FALLS DUE AND MARKS IT KEPT OR BROKEN WITH WHAT WAS
      * PAID; A NEWER PROMISE ON THE ACCOUNT SUPERSEDES IT.
      * COLLPROD-RPT COUNTS THE COLLECTORS' WORK FROM HERE.
      ****************************************************************
       01  COLLECTION-NOTE-RECORD.
           05  CN-NOTE-KEY.
               10  CN-ACCOUNT-ID    PIC 9(6).
               10  CN-CONTACT-DATE  PIC 9(8).
               10  CN-SEQUENCE      PIC 9(2).
           05  CN-COLLECTOR         PIC X(8).
      *> (P)hone, (E)mail, (S)MS, (L)etter or (V)isit.
           05  CN-METHOD            PIC X.
               88  CN-METHOD-VALID       VALUES "P" "E" "S" "L" "V".
      *> NA no answer, LM left message, WN wrong number, RP spoke
      *> to the borrower, PP promise to pay, RF refused to pay, DS
      *> disputes the debt.
           05  CN-OUTCOME           PIC X(2).
               88  CN-OUTCOME-VALID      VALUES "NA" "LM" "WN" "RP"
                                                "PP" "RF" "DS".
               88  CN-RIGHT-PARTY        VALUES "RP" "PP" "RF" "DS".
               88  CN-PROMISE-MADE       VALUE "PP".
           05  CN-NOTE              PIC X(40).
           05  CN-PROMISE-AMOUNT    PIC 9(6)V99.
           05  CN-PROMISE-DATE      PIC 9(8).
           05  CN-PROMISE-STATUS    PIC X.
               88  CN-NO-PROMISE         VALUE SPACE.
               88  CN-PROMISE-OUTSTANDING VALUE "O".
               88  CN-PROMISE-KEPT       VALUE "K".
               88  CN-PROMISE-BROKEN     VALUE "B".
               88  CN-PROMISE-SUPERSEDED VALUE "S".
           05  CN-CHECKED-DATE      PIC 9(8).
           05  CN-AMOUNT-PAID       PIC 9(6)V99.
