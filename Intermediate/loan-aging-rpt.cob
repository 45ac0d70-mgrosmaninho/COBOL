      *            SHARED SPOOLREG ROUTINE, SO YESTERDAY'S AGING
      *            SURVIVES TODAY'S RUN OVERWRITING AGING.PRT AND
      *            CAN BE REPRINTED FROM SPOOL-MAINT.
      * 15/10/26 - AN ACCOUNT IN A FORBEARANCE OR DEFERMENT PERIOD
      *            ON THE RUN DATE (CHECKED THROUGH FORBCHK) NOW
      *            AGES AS CURRENT, WITH THE PERIOD TYPE FLAGGED ON
      *            THE DETAIL LINE.
      * 15/10/26 - THE BUCKETING NOW GOES THROUGH THE SHARED DPDBUCKT
      *            ROUTINE, SO THE CREDIT BUREAU FILE REPORTS EVERY
      *            ACCOUNT IN THE SAME BUCKET AS THIS REPORT.
      ****************************************************************

       ENVIRONMENT DIVISION.

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DAYS-SINCE             PIC S9(5) VALUE ZERO.
       01  WS-BUCKET                 PIC 9 VALUE ZERO.
           88  BUCKET-CURRENT               VALUE 0.
           88  BUCKET-30                    VALUE 1.
           88  BUCKET-60                    VALUE 2.
       01  WS-BUCKET-LABEL           PIC X(8) VALUE SPACES.
       01  WS-COBOR-STATUS           PIC XX VALUE SPACES.
       01  WS-COBORFILE-SW           PIC X VALUE "N".
           88  COBOR-FILE-AVAILABLE         VALUE "Y".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-ACCOUNT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-FORB-TYPE              PIC X VALUE SPACE.
       01  WS-JOB-NAME               PIC X(8) VALUE "LOANAGE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
           05  FILLER                PIC X(12) VALUE "PRINCIPAL".
           05  FILLER                PIC X(14) VALUE "LAST PAYMENT".
           05  FILLER                PIC X(10) VALUE "BUCKET".
           05  FILLER                PIC X(6)  VALUE "GUAR".
           05  FILLER                PIC X(4)  VALUE "FORB".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC Z(5)9.
           05  WS-D-BUCKET           PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-GUARANTOR        PIC X.
           05  FILLER                PIC X(5)  VALUE SPACES.
           05  WS-D-FORB-TYPE        PIC X.

       01  WS-BUCKET-LINE.
           05  WS-B-LABEL            PIC X(10).

       2100-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           *> An account in a forbearance or deferment period comes
           *> back current, with the period type to flag.
           CALL "DPDBUCKT" USING PF-ACCOUNT-ID PF-LAST-PAYMENT-DATE
              WS-RUN-DATE WS-DAYS-SINCE WS-BUCKET WS-BUCKET-LABEL
              WS-FORB-TYPE.
           MOVE WS-FORB-TYPE         TO WS-D-FORB-TYPE.
           MOVE PF-ACCOUNT-ID        TO WS-D-ACCOUNT-ID.
           MOVE PF-PRINCIPAL         TO WS-D-PRINCIPAL.
           MOVE PF-LAST-PAYMENT-DATE TO WS-D-LAST-PAYMENT.
           MOVE WS-BUCKET-LABEL      TO WS-D-BUCKET.
           EVALUATE TRUE
              WHEN BUCKET-CURRENT
                 ADD 1 TO WS-CURRENT-COUNT
                 ADD PF-PRINCIPAL TO WS-CURRENT-PRIN
              WHEN BUCKET-30
                 ADD 1 TO WS-30-COUNT
                 ADD PF-PRINCIPAL TO WS-30-PRIN
              WHEN BUCKET-60
                 ADD 1 TO WS-60-COUNT
                 ADD PF-PRINCIPAL TO WS-60-PRIN
              WHEN OTHER
                 ADD 1 TO WS-90-COUNT
                 ADD PF-PRINCIPAL TO WS-90-PRIN
           END-EVALUATE.
           PERFORM 2200-CHECK-FOR-GUARANTOR.
           IF HAS-GUARANTOR
