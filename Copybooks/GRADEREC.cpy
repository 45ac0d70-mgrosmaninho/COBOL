               10  GR-STUDENT-ID    PIC 9(6).
               10  GR-COURSE-CODE   PIC X(4).
               10  GR-TERM-CODE     PIC X(6).
      *> Credit brought in from another institution through the
      *> transfer equivalency table is posted by XFER-POST with
      *> the transfer grade "TR" under term code "TRANSF" - it
      *> counts toward degree requirements but feeds no GPA.
           05  GR-GRADE             PIC X(2).
               88  GR-TRANSFER-CREDIT     VALUE "TR".
           05  GR-GRADE-DATE        PIC 9(8).
      *> Repeat handling: when a course is retaken, the latest
      *> attempt counts ("C", or blank on records filed before
      *> the transcript and feeds no GPA.
           05  GR-REPEAT-FLAG       PIC X.
               88  GR-SUPERSEDED          VALUE "S".
      *> The institution a transfer credit came from (the key of
      *> the XFEREQV.DAT equivalency it was posted through) -
      *> spaces on every grade earned here.
           05  GR-TRANSFER-INST     PIC X(8).
