      ****************************************************************
      * PRODMAST - RECORD LAYOUT FOR THE LOAN PRODUCT MASTER FILE,
      * KEYED ON PM-PRODUCT-CODE. ONE RECORD PER PRODUCT CARRIES THE
      * RULES IN FORCE (PM-LIVE-RULES) AND, WHILE A CHANGE AWAITS
      * ITS CHECKER, THE PROPOSED RULES (PM-PENDING-RULES) UNDER
      * THE MAKER'S OPERATOR ID. PROD-MAINT MOVES THE PENDING RULES
      * INTO FORCE ONLY WHEN A DIFFERENT OPERATOR APPROVES THEM, AND
      * PRODLOOK ONLY EVER RETURNS THE LIVE RULES OF A PRODUCT THAT
      * HAS BEEN APPROVED AT LEAST ONCE. BOTH RULE GROUPS HAVE THE
      * SHAPE OF THE PRODRULE COPYBOOK.
      ****************************************************************
       01  PRODUCT-MASTER-RECORD.
           05  PM-PRODUCT-CODE        PIC X(4).
           05  PM-DESCRIPTION         PIC X(20).
      *> "N" until the product's first set of rules is approved.
           05  PM-RECORD-STATUS       PIC X.
               88  PM-NEVER-APPROVED        VALUE "N".
               88  PM-IN-FORCE              VALUE "A".
           05  PM-CHANGE-STATUS       PIC X.
               88  PM-CHANGE-PENDING        VALUE "P".
           05  PM-MAKER               PIC X(8).
           05  PM-CHECKER             PIC X(8).
           05  PM-APPROVED-DATE       PIC 9(8).
           05  PM-LIVE-RULES.
               10  PM-MIN-PRINCIPAL     PIC 9(5).
               10  PM-MAX-PRINCIPAL     PIC 9(5).
               10  PM-MIN-TERM-YEARS    PIC 9(2).
               10  PM-MAX-TERM-YEARS    PIC 9(2).
               10  PM-DAY-COUNT         PIC X.
               10  PM-CAPITALIZE-FLAG   PIC X.
               10  PM-LATE-FEE          PIC 9(3)V99.
               10  PM-NSF-FEE           PIC 9(3)V99.
               10  PM-GRACE-DAYS        PIC 9(2).
               10  PM-ALLOC-ORDER       PIC X.
               10  PM-OPEN-FLAG         PIC X.
           05  PM-PENDING-DESCRIPTION PIC X(20).
           05  PM-PENDING-RULES.
               10  PM-P-MIN-PRINCIPAL   PIC 9(5).
               10  PM-P-MAX-PRINCIPAL   PIC 9(5).
               10  PM-P-MIN-TERM-YEARS  PIC 9(2).
               10  PM-P-MAX-TERM-YEARS  PIC 9(2).
               10  PM-P-DAY-COUNT       PIC X.
               10  PM-P-CAPITALIZE-FLAG PIC X.
               10  PM-P-LATE-FEE        PIC 9(3)V99.
               10  PM-P-NSF-FEE         PIC 9(3)V99.
               10  PM-P-GRACE-DAYS      PIC 9(2).
               10  PM-P-ALLOC-ORDER     PIC X.
               10  PM-P-OPEN-FLAG       PIC X.
