           05  OP-FAIL-COUNT        PIC 9(2).
           05  OP-LOCK-FLAG         PIC X.
               88  OP-LOCKED             VALUE "Y".
      *> The operator's role, the name the access-control file
      *> grants functions to for everyone sharing the job. Blank
      *> means the operator is granted only what is filed under
      *> their own id.
           05  OP-ROLE              PIC X(8).
      *> The operator's own student and loan records, if they have
      *> any (zero if not), so the activity report can flag a change
      *> an operator makes to their own record.
           05  OP-STUDENT-ID        PIC 9(6).
           05  OP-ACCOUNT-ID        PIC 9(6).
