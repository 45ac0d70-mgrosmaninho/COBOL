           05  DW-STATUS            PIC X.
               88  DW-PLANNED            VALUE "P".
               88  DW-RELEASED           VALUE "R".
      *> Held ("H") when a student-loan draw failed the satisfactory
      *> academic progress check (SAPCHK) at draw time; the run
      *> checks it again every night and releases it once the
      *> student passes or an appeal is approved.
               88  DW-HELD               VALUE "H".
           05  DW-RELEASE-DATE      PIC 9(8).
      *> The first day the draw was held and, as of the latest
      *> check, which measures failed ("Y") and their figures - the
      *> held-draws report prints these.
           05  DW-HOLD-DATE         PIC 9(8).
           05  DW-HOLD-GPA-SW       PIC X.
           05  DW-HOLD-CUM-GPA      PIC 9V99.
           05  DW-HOLD-PACE-SW      PIC X.
           05  DW-HOLD-COMPLETION   PIC 9(3).
           05  DW-HOLD-LOAD-SW      PIC X.
           05  DW-HOLD-LOAD-STATUS  PIC X.
      *> An approved appeal: the supervisor who overrode the check
      *> in DRAW-MAINT and when. AN OVERRIDDEN DRAW IS RELEASED ON
      *> ITS DATE WITHOUT BEING CHECKED AGAIN.
           05  DW-OVERRIDE-BY       PIC X(8).
           05  DW-OVERRIDE-DATE     PIC 9(8).
