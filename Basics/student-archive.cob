      *            EMPTIES OUT ARE PROVEN BY EOD-BALANCE INSTEAD OF
      *            BEING EXACTLY THE UNREPORTED BATCH ACTIVITY THE
      *            BALANCING RUN EXISTS TO CATCH.
      * 15/10/26 - THE ENROLLMENT ARCHIVE IMAGE WIDENED TO 26 BYTES
      *            FOR THE SECTION NUMBER NOW CARRIED ON THE
      *            ENROLLMENT RECORD.
      * 15/10/26 - THE GRADE ARCHIVE IMAGE WIDENED TO 35 BYTES FOR
      *            THE TRANSFER INSTITUTION NOW CARRIED ON THE GRADE
      *            RECORD.
      *********************************************************

       ENVIRONMENT DIVISION.
      *> images byte for byte, so a reinstatement can move them
      *> straight back.
       FD  ALUMNI-ENROLL-FILE.
       01  ALUMNI-ENROLL-IMAGE       PIC X(26).

       FD  ALUMNI-GRADE-FILE.
       01  ALUMNI-GRADE-IMAGE        PIC X(35).

       FD  RETAIN-CARD-FILE.
       COPY ALUMRET.
