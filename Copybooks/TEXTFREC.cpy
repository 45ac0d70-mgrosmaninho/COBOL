      * FILE CAPTURED BY TEXT-FORM. KEYED ON STUDENT-ID/SEQUENCE
      * WITH THE CAPTURE DATE AND OPERATOR, SO A NOTE TAKEN ABOUT A
      * STUDENT CAN BE FOUND AGAIN FROM THE STUDENT INQUIRY INSTEAD
      * OF SINKING INTO AN UNKEYED APPEND-ONLY PILE. A NOTE THAT
      * NEEDS A REPLY IS ALSO A CASE: IT CARRIES THE OPERATOR WHO
      * OWNS IT, A FOLLOW-UP DUE DATE AND AN OPEN/CLOSED STATUS,
      * WORKED THROUGH CORR-CASE-MAINT AND CHASED BY THE DAILY
      * CORR-OVERDUE-RPT RUN.
      ****************************************************************
       01  TEXT-FORM-RECORD.
           05  TF-FORM-KEY.
           05  TF-COMMENT           PIC X(40).
           05  TF-CAPTURE-DATE      PIC 9(8).
           05  TF-OPERATOR          PIC X(8).
           05  TF-CATEGORY          PIC X.
               88  TF-CAT-GENERAL        VALUE "G".
               88  TF-CAT-ACADEMIC       VALUE "A".
               88  TF-CAT-FINANCE        VALUE "F".
               88  TF-CAT-RECORDS        VALUE "R".
               88  TF-CAT-COMPLAINT      VALUE "C".
               88  TF-CATEGORY-VALID     VALUES "G" "A" "F" "R" "C".
      *> Blank on a plain note that needs no reply (and on every
      *> note taken before cases were tracked).
           05  TF-CASE-STATUS       PIC X.
               88  TF-CASE-OPEN          VALUE "O".
               88  TF-CASE-CLOSED        VALUE "C".
               88  TF-NO-CASE            VALUE SPACE.
           05  TF-ASSIGNED-TO       PIC X(8).
           05  TF-FOLLOW-UP-DATE    PIC 9(8).
           05  TF-CLOSED-DATE       PIC 9(8).
           05  TF-CLOSED-BY         PIC X(8).
           05  TF-RESOLUTION        PIC X(40).
      *> Business date CORR-OVERDUE-RPT last queued an overdue
      *> notification for the case, so a rerun the same day does
      *> not queue it twice.
           05  TF-NOTIFIED-DATE     PIC 9(8).
