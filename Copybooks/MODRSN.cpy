      ****************************************************************
      * MODRSN - WORKING-STORAGE TABLE OF THE LOAN MODIFICATION
      * REASON CODES. SHARED BY PORTFOL-MAINT, WHICH VALIDATES THE
      * CODE KEYED ON A MODIFICATION, AND LOAN-MOD-RPT, WHICH PRINTS
      * AND SUMMARIZES THEM, SO THE WORDING ONLY HAS TO CHANGE IN
      * ONE PLACE.
      ****************************************************************
       01  MOD-REASON-VALUES.
           05  FILLER  PIC X(32) VALUE
               "HDHARDSHIP - LOSS OF INCOME".
           05  FILLER  PIC X(32) VALUE
               "UNUNEMPLOYMENT".
           05  FILLER  PIC X(32) VALUE
               "MEMEDICAL OR DISABILITY".
           05  FILLER  PIC X(32) VALUE
               "DIDISASTER OR EMERGENCY".
           05  FILLER  PIC X(32) VALUE
               "SIINTERRUPTED STUDIES".
           05  FILLER  PIC X(32) VALUE
               "OTOTHER AGREED HARDSHIP".
       01  MOD-REASON-TABLE REDEFINES MOD-REASON-VALUES.
           05  MR-REASON-ENTRY      OCCURS 6 TIMES.
               10  MR-REASON-CODE   PIC X(2).
               10  MR-REASON-TEXT   PIC X(30).
       01  MR-REASON-COUNT          PIC 9(2) VALUE 6.
