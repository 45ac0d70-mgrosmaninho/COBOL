               88  SA-CHARGE             VALUE "C".
               88  SA-PAYMENT            VALUE "P".
               88  SA-CREDIT             VALUE "R".
      *> Financial aid applied by the tuition-bill run off the award
      *> file - kept apart from "R" so aid is never taken for a refund.
               88  SA-AID-CREDIT         VALUE "A".
      *> What the posting was for - COURSE+TERM on a tuition charge
      *> or credit, AWARD-TYPE+TERM on an aid credit, the receipt
      *> reference on a payment.
           05  SA-REFERENCE         PIC X(12).
           05  SA-AMOUNT            PIC 9(6)V99.
