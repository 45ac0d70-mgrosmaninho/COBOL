      ****************************************************************
      * LOANAPP - RECORD LAYOUT FOR THE LOAN APPLICATION FILE,
      * KEYED ON A GENERATED APPLICATION NUMBER WITH THE QUOTE
      * NUMBER AS A DUPLICATE ALTERNATE KEY. AN APPLICATION IS
      * TAKEN AGAINST AN OPEN QUOTE BY LOAN-APPL-MAINT, DECIDED BY
      * LOAN-DECISION AGAINST THE PRODUCT RULES ON APPRULE.DAT, AND
      * ONLY AN APPROVED APPLICATION LETS INTEREST-RATE BOOK ITS
      * QUOTE INTO THE PORTFOLIO. LOAN-PIPELINE-RPT REPORTS THE
      * FILE BY STAGE AND AGE.
      ****************************************************************
       01  LOAN-APPLICATION-RECORD.
           05  LA-APPL-NUMBER       PIC 9(6).
           05  LA-APPL-DATE         PIC 9(8).
           05  LA-QUOTE-NUMBER      PIC 9(6).
           05  LA-APPLICANT-NAME    PIC X(30).
      *> The applicant's student id - zero when the applicant is
      *> not a student. Products whose rule card requires it are
      *> declined unless it names an active student.
           05  LA-STUDENT-ID        PIC 9(6).
           05  LA-PRODUCT-CODE      PIC X(4).
           05  LA-REQUESTED-AMOUNT  PIC 9(5).
           05  LA-PURPOSE           PIC X.
               88  LA-PURPOSE-TUITION    VALUE "T".
               88  LA-PURPOSE-LIVING     VALUE "L".
               88  LA-PURPOSE-EQUIPMENT  VALUE "E".
               88  LA-PURPOSE-OTHER      VALUE "O".
               88  LA-PURPOSE-VALID      VALUES "T" "L" "E" "O".
           05  LA-PURPOSE-TEXT      PIC X(30).
      *> Declared annual income, whole currency units.
           05  LA-DECLARED-INCOME   PIC 9(7).
           05  LA-ENTERED-BY        PIC X(8).
      *> Where the application stands, and since when.
           05  LA-STAGE             PIC X.
               88  LA-RECEIVED           VALUE "R".
               88  LA-REFERRED           VALUE "F".
               88  LA-APPROVED           VALUE "A".
               88  LA-DECLINED           VALUE "D".
               88  LA-WITHDRAWN          VALUE "W".
               88  LA-BOOKED             VALUE "B".
               88  LA-STAGE-OPEN         VALUES "R" "F" "A".
           05  LA-STAGE-DATE        PIC 9(8).
           05  LA-DECIDED-BY        PIC X(8).
      *> Up to three reason codes (APPRSN) behind the decision -
      *> kept on an approval too when it came through referral.
           05  LA-REASON-CODE       PIC X(2) OCCURS 3 TIMES.
      *> The portfolio account the quote was booked as.
           05  LA-ACCOUNT-ID        PIC 9(6).
