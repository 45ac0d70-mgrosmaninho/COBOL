      ****************************************************************
      * PARMAUD - AUDIT RECORD LAYOUT FOR THE PARAMETER CARD AUDIT
      * TRAIL (PARMAUDT.LOG). ONE RECORD IS WRITTEN BY PARAM-MAINT
      * FOR EVERY CARD REWRITE, WITH THE OPERATOR, TIMESTAMP AND
      * THE CARD'S BEFORE AND AFTER IMAGES.
      ****************************************************************
       01  PARM-AUDIT-RECORD.
           05  PA-DATE              PIC 9(8).
           05  PA-TIME              PIC 9(8).
           05  PA-OPERATOR          PIC X(8).
           05  PA-CARD-NAME         PIC X(12).
           05  PA-BEFORE            PIC X(20).
           05  PA-AFTER             PIC X(20).
