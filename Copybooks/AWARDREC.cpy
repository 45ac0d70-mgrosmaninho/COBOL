      ****************************************************************
      * AWARDREC - RECORD LAYOUT FOR THE FINANCIAL-AID AWARD FILE,
      * KEYED ON STUDENT-ID/TERM-CODE/AWARD-TYPE AND MAINTAINED BY
      * AWARD-MAINT. ONE RECORD PER SCHOLARSHIP, BURSARY OR TUITION
      * WAIVER GRANTED TO A STUDENT FOR A TERM - A FIXED AMOUNT OR A
      * PERCENTAGE OF THE TERM'S TUITION, WITH ANY CONDITIONS (A
      * MINIMUM CUMULATIVE GPA OFF GPA.DAT, FULL-TIME ONLY). THE
      * TUITION-BILL RUN APPLIES AN ELIGIBLE AWARD AS AN AID CREDIT
      * ON THE STUDENT ACCOUNT IN THE SAME RUN THAT RAISES THE
      * CHARGES - AID USED TO BE HAND-KEYED AS A PLAIN CREDIT AND
      * COULD NOT BE TOLD APART FROM A REFUND.
      ****************************************************************
       01  AWARD-RECORD.
           05  AW-AWARD-KEY.
               10  AW-STUDENT-ID    PIC 9(6).
               10  AW-TERM-CODE     PIC X(6).
      *> The award's budget line - MERT, BURS, WAIV and so on - which
      *> the term award register totals by.
               10  AW-AWARD-TYPE    PIC X(4).
           05  AW-DESCRIPTION       PIC X(20).
           05  AW-BASIS             PIC X.
               88  AW-FIXED-AMOUNT       VALUE "A".
               88  AW-PERCENTAGE         VALUE "P".
               88  AW-BASIS-VALID        VALUES "A" "P".
           05  AW-AMOUNT            PIC 9(6)V99.
           05  AW-PERCENT           PIC 9(3)V99.
      *> Conditions - zero minimum GPA means none; "Y" holds the
      *> award to a full-time load in the term.
           05  AW-MIN-GPA           PIC 9V99.
           05  AW-FULL-TIME-FLAG    PIC X.
               88  AW-FULL-TIME-ONLY     VALUE "Y".
           05  AW-STATUS            PIC X.
               88  AW-OPEN               VALUES "O" " ".
               88  AW-APPLIED            VALUE "A".
           05  AW-APPLIED-AMOUNT    PIC 9(6)V99.
           05  AW-APPLIED-DATE      PIC 9(8).
      *> What the last billing run made of the award and when -
      *> APPLIED, or why it was held back.
           05  AW-LAST-RESULT       PIC X(20).
           05  AW-LAST-CHECKED      PIC 9(8).
           05  AW-OPERATOR          PIC X(8).
           05  AW-ENTERED-DATE      PIC 9(8).
