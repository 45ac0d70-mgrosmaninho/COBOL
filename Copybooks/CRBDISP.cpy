      ****************************************************************
      * CRBDISP - RECORD LAYOUT FOR THE CREDIT BUREAU DISPUTE FILE,
      * KEYED ON ACCOUNT-ID/RECEIVED DATE AND MAINTAINED BY
      * CRB-DISPUTE-MAINT. EACH RECORD IS ONE DISPUTE A BUREAU
      * PASSED ON FROM A BORROWER. THE LOAN DESK RESEARCHES IT,
      * FIXES THE ACCOUNT OR STUDENT MASTER WHERE WE WERE WRONG AND
      * MARKS IT CORRECTED; CRBUREAU-BATCH THEN RESUBMITS THE
      * ACCOUNT ON A CORRECTION FILE AND MARKS IT RESUBMITTED. A
      * DISPUTE THAT IS NOT UPHELD IS CLOSED WITH A NOTE.
      ****************************************************************
       01  BUREAU-DISPUTE-RECORD.
           05  CD-DISPUTE-KEY.
               10  CD-ACCOUNT-ID    PIC 9(6).
               10  CD-RECEIVED-DATE PIC 9(8).
           05  CD-BUREAU-REF        PIC X(10).
           05  CD-REASON            PIC X(30).
           05  CD-STATUS            PIC X.
               88  CD-STATUS-OPEN        VALUE "O".
               88  CD-STATUS-CORRECTED   VALUE "C".
               88  CD-STATUS-RESUBMITTED VALUE "S".
               88  CD-STATUS-NOT-UPHELD  VALUE "N".
           05  CD-ENTERED-BY        PIC X(8).
           05  CD-RESOLVED-BY       PIC X(8).
           05  CD-RESOLVED-DATE     PIC 9(8).
           05  CD-RESUBMIT-DATE     PIC 9(8).
           05  CD-NOTE              PIC X(30).
