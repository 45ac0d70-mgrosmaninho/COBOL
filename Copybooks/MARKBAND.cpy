      ****************************************************************
      * MARKBAND - RECORD LAYOUT FOR THE MARK BAND TABLE, KEYED ON THE
      * LOWEST WEIGHTED PERCENTAGE OF THE BAND AND MAINTAINED BY
      * MARK-BAND-MAINT. A WEIGHTED PERCENTAGE TAKES THE LETTER GRADE
      * OF THE HIGHEST BAND WHOSE LOWER BOUND IT REACHES, SO THE
      * CUT-OFFS ARE A FILE THE REGISTRAR SETS INSTEAD OF A CONSTANT
      * IN A PROGRAM.
      ****************************************************************
       01  MARK-BAND-RECORD.
           05  MB-LOWER-PCT         PIC 9(3)V9.
           05  MB-GRADE             PIC X(2).
