      ****************************************************************
      * SECEVENT - RECORD LAYOUT FOR THE SECEVENT.LOG SECURITY EVENT
      * LOG, WRITTEN BY SIGNON, OPER-UNLOCK AND THE SHARED ACCCHK
      * ACCESS CHECK. ONE DATED RECORD PER FAILED SIGN-ON, LOCKOUT,
      * PASSWORD CHANGE, LOCK CLEAR AND REFUSED TRANSACTION. THE
      * PROGRAM AND FUNCTION ARE FILLED IN ONLY FOR A REFUSAL.
      ****************************************************************
       01  SECURITY-EVENT-RECORD.
           05  SE-DATE              PIC 9(8).
           05  SE-TIME              PIC 9(8).
           05  SE-OPERATOR          PIC X(8).
           05  SE-EVENT             PIC X(20).
           05  SE-PROGRAM           PIC X(30).
           05  SE-FUNCTION          PIC X(8).
