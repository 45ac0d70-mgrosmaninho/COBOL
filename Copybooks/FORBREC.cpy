      ****************************************************************
      * FORBREC - RECORD LAYOUT FOR THE FORBEARANCE AND DEFERMENT
      * PERIOD FILE, KEYED ON ACCOUNT-ID/START DATE AND MAINTAINED
      * BY FORB-MAINT. EACH RECORD IS ONE AGREED PERIOD DURING
      * WHICH THE BORROWER OWES NO INSTALLMENTS - THE NIGHTLY
      * ACCRUAL SUSPENDS INTEREST UNLESS FB-ACCRUE-FLAG SAYS IT
      * CONTINUES, PAYMENT-DUE-BATCH SENDS NO NOTICE OR LATE FEE,
      * AND DUNNING-BATCH AND LOAN-AGING-RPT TREAT THE ACCOUNT AS
      * CURRENT. THE SHARED FORBCHK ROUTINE ANSWERS WHETHER A DATE
      * FALLS IN A PERIOD. FORB-END-BATCH CLOSES EACH PERIOD ONCE
      * ITS END DATE HAS PASSED, CAPITALIZING THE INTEREST ACCRUED
      * DURING IT WHERE THE PRODUCT IS ON FORBCAP.DAT.
      ****************************************************************
       01  FORBEARANCE-RECORD.
           05  FB-FORB-KEY.
               10  FB-ACCOUNT-ID    PIC 9(6).
               10  FB-START-DATE    PIC 9(8).
      *> The last day of the period, inclusive.
           05  FB-END-DATE          PIC 9(8).
      *> Deferments are granted for a reason the borrower proves -
      *> unemployment, military service, back in school. A general
      *> forbearance is granted at the loan desk's discretion.
           05  FB-TYPE              PIC X.
               88  FB-TYPE-UNEMPLOYMENT  VALUE "U".
               88  FB-TYPE-MILITARY      VALUE "M".
               88  FB-TYPE-IN-SCHOOL     VALUE "S".
               88  FB-TYPE-FORBEARANCE   VALUE "F".
               88  FB-TYPE-VALID         VALUES "U" "M" "S" "F".
           05  FB-ACCRUE-FLAG       PIC X.
               88  FB-INTEREST-ACCRUES   VALUE "Y".
      *> Open from entry until FORB-END-BATCH closes it after the
      *> end date; a period cancelled at the desk is ignored
      *> everywhere but kept for the record.
           05  FB-STATUS            PIC X.
               88  FB-STATUS-OPEN        VALUE "O".
               88  FB-STATUS-ENDED       VALUE "E".
               88  FB-STATUS-CANCELLED   VALUE "X".
           05  FB-ENTERED-BY        PIC X(8).
           05  FB-ENTERED-DATE      PIC 9(8).
      *> Filled in by FORB-END-BATCH: the date it closed the period,
      *> the interest accrued during it and the part capitalized.
           05  FB-CLOSED-DATE       PIC 9(8).
           05  FB-PERIOD-INTEREST   PIC 9(8)V99.
           05  FB-CAPITALIZED-AMT   PIC 9(5).
