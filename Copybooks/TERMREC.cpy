           05  TR-END-DATE          PIC 9(8).
           05  TR-ADD-DEADLINE      PIC 9(8).
           05  TR-DROP-DEADLINE     PIC 9(8).
      *> The business date TERM-GPA-BATCH closed the term's grades
      *> (zero while the term is open). After that, GRADE-ENTRY will
      *> not overwrite a grade on the term - a change goes through a
      *> GRADE-CHANGE request so GPA.DAT is recomputed with it.
           05  TR-GRADES-CLOSED     PIC 9(8).
      *> Census date for official enrollment reporting, and the
      *> business date CENSUS-BATCH froze the term's snapshot on
      *> CENSUS.DAT (zero until it has run). Once frozen the census
      *> date stays as it was and the snapshot is never retaken.
           05  TR-CENSUS-DATE       PIC 9(8).
           05  TR-CENSUS-TAKEN      PIC 9(8).
