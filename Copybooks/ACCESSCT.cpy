      ****************************************************************
      * ACCESSCT - RECORD LAYOUT FOR THE ACCESS-CONTROL FILE, KEYED
      * ON THE SUBJECT AND THE PROGRAM. A SUBJECT IS EITHER ONE
      * OPERATOR (TYPE "O") OR AN OPERATOR ROLE (TYPE "R") CARRIED
      * ON THE OPERATOR RECORD. THE PROGRAM IS THE PROGRAM-ID, OR
      * "*ALL" FOR EVERY PROGRAM. EACH ENTRY SAYS WHICH TRANSACTION
      * FUNCTIONS THE SUBJECT MAY USE IN THE PROGRAM. THE SHARED
      * ACCCHK ROUTINE TAKES THE MOST SPECIFIC ENTRY THAT APPLIES -
      * OPERATOR AND PROGRAM, OPERATOR AND *ALL, ROLE AND PROGRAM,
      * THEN ROLE AND *ALL - AND REFUSES WHAT NO ENTRY GRANTS.
      ****************************************************************
       01  ACCESS-CONTROL-RECORD.
           05  AC-ACCESS-KEY.
               10  AC-SUBJECT-TYPE  PIC X.
                   88  AC-OPERATOR-ENTRY    VALUE "O".
                   88  AC-ROLE-ENTRY        VALUE "R".
               10  AC-SUBJECT-ID    PIC X(8).
               10  AC-PROGRAM       PIC X(30).
           05  AC-FUNCTIONS.
               10  AC-ADD-FLAG      PIC X.
                   88  AC-MAY-ADD           VALUE "Y".
               10  AC-CHANGE-FLAG   PIC X.
                   88  AC-MAY-CHANGE        VALUE "Y".
               10  AC-DELETE-FLAG   PIC X.
                   88  AC-MAY-DELETE        VALUE "Y".
               10  AC-INQUIRE-FLAG  PIC X.
                   88  AC-MAY-INQUIRE       VALUE "Y".
               10  AC-APPROVE-FLAG  PIC X.
                   88  AC-MAY-APPROVE       VALUE "Y".
           05  AC-UPDATED-DATE      PIC 9(8).
           05  AC-UPDATED-BY        PIC X(8).
