      ****************************************************************
      * INSTPLAN - RECORD LAYOUT FOR THE TUITION PAYMENT PLAN FILE,
      * KEYED ON STUDENT-ID/TERM/INSTALLMENT NUMBER AND SET UP BY
      * PAYPLAN-MAINT. ONE RECORD PER INSTALLMENT OF A STUDENT'S
      * TERM CHARGES, WITH ITS DUE DATE AND HOW MUCH HAS BEEN PAID
      * AGAINST IT. STUPAY-BATCH APPLIES EACH RECEIPT TO THE OLDEST
      * UNPAID INSTALLMENT FIRST, AND THE MONTHLY INSTAL-REMIND RUN
      * SENDS THE REMINDERS AND MARKS AN INSTALLMENT PAST ITS DUE
      * DATE AS MISSED. THE PLAN FEE IS CHARGED ON THE STUDENT
      * ACCOUNT AND CARRIED IN THE FIRST INSTALLMENT.
      ****************************************************************
       01  INSTALLMENT-RECORD.
           05  IP-PLAN-KEY.
               10  IP-STUDENT-ID    PIC 9(6).
               10  IP-TERM-CODE     PIC X(6).
               10  IP-INSTALL-NO    PIC 9(2).
           05  IP-INSTALL-COUNT     PIC 9(2).
           05  IP-DUE-DATE          PIC 9(8).
           05  IP-AMOUNT-DUE        PIC 9(6)V99.
           05  IP-AMOUNT-PAID       PIC 9(6)V99.
           05  IP-STATUS            PIC X.
               88  IP-INSTALL-OPEN       VALUE "O".
               88  IP-INSTALL-MISSED     VALUE "M".
               88  IP-INSTALL-PAID       VALUE "P".
               88  IP-INSTALL-UNPAID     VALUES "O" "M".
           05  IP-PAID-DATE         PIC 9(8).
      *> The run date of the last reminder letter sent for the
      *> installment - zero until one has gone out.
           05  IP-REMINDED-DATE     PIC 9(8).
           05  IP-SET-UP-DATE       PIC 9(8).
           05  IP-SET-UP-BY         PIC X(8).
