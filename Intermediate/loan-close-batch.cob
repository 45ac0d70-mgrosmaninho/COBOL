      *            THE SHARED CTLTOT ROUTINE, SO AN ARCHIVE DAY NO
      *            LONGER SHOWS THE FILE FALSELY OUT OF BALANCE ON
      *            EOD-BALANCE.
      * 15/10/26 - HISTORY IMAGES WIDENED TO THE ACCRUAL HISTORY
      *            RECORD'S NEW LENGTH (PRIOR-PERIOD MARKER ADDED).
      ****************************************************************

       ENVIRONMENT DIVISION.
      *> Byte-for-byte images of the accrual history records that
      *> move to the archive or survive the rewrite.
       FD  CLOSED-HISTORY-FILE.
       01  CLOSED-HISTORY-IMAGE      PIC X(41).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-IMAGE        PIC X(41).

       FD  RETAIN-CARD-FILE.
       COPY CLOSRET.
