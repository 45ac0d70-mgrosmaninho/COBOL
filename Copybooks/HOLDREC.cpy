      ****************************************************************
      * HOLDREC - RECORD LAYOUT FOR THE STUDENT HOLDS FILE, KEYED ON
      * STUDENT-ID/SEQUENCE AND MAINTAINED BY HOLD-MAINT. ONE RECORD
      * PER HOLD AN OFFICE PLACES ON A STUDENT - MONEY OWED, LIBRARY
      * BOOKS NOT RETURNED, A DISCIPLINARY REVIEW - NAMING THE OFFICE
      * THAT PLACED IT AND WHICH SERVICES IT BLOCKS. WHILE A HOLD IS
      * ACTIVE (NO RELEASE DATE) ENROLLMENT, OFFICIAL TRANSCRIPTS,
      * VERIFICATION LETTERS AND GRADUATION CLEARANCE REFUSE THE
      * SERVICES IT BLOCKS, THROUGH THE SHARED HOLDCHK ROUTINE. A
      * RELEASED HOLD STAYS ON FILE AS THE HISTORY.
      ****************************************************************
       01  HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-STUDENT-ID    PIC 9(6).
               10  HD-SEQUENCE      PIC 9(3).
           05  HD-HOLD-TYPE         PIC X(4).
               88  HD-TYPE-FINANCIAL     VALUE "FINA".
               88  HD-TYPE-LIBRARY       VALUE "LIBR".
               88  HD-TYPE-DISCIPLINARY  VALUE "DISC".
               88  HD-TYPE-ADMIN         VALUE "ADMN".
               88  HD-TYPE-VALID         VALUES "FINA" "LIBR" "DISC"
                                                "ADMN".
      *> The office that placed the hold and answers for releasing it
      *> - BURSAR, LIBRARY, REGISTRAR, STUDENTAFF and so on.
           05  HD-OFFICE            PIC X(10).
           05  HD-REASON            PIC X(30).
           05  HD-PLACED-DATE       PIC 9(8).
           05  HD-PLACED-BY         PIC X(8).
      *> Zero release date means the hold is still active.
           05  HD-RELEASED-DATE     PIC 9(8).
               88  HD-HOLD-ACTIVE        VALUE ZERO.
           05  HD-RELEASED-BY       PIC X(8).
      *> The services the hold blocks, "Y" or "N" each.
           05  HD-BLOCKS.
               10  HD-BLOCK-ENROLL      PIC X.
                   88  HD-BLOCKS-ENROLLMENT  VALUE "Y".
               10  HD-BLOCK-TRANSCRIPT  PIC X.
                   88  HD-BLOCKS-TRANSCRIPT  VALUE "Y".
               10  HD-BLOCK-LETTER      PIC X.
                   88  HD-BLOCKS-LETTER      VALUE "Y".
               10  HD-BLOCK-GRADUATION  PIC X.
                   88  HD-BLOCKS-GRADUATION  VALUE "Y".
