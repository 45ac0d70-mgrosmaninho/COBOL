      * INSTEAD OF BEING RE-KEYED AS A NEW PERSON. THE ARCHIVE
      * DETAIL FILES ARE REWRITTEN WITHOUT THE RESTORED RECORDS,
      * THE WAY LOG-ARCHIVE REWRITES THE LIVE LOGS.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE ENROLLMENT ARCHIVE IMAGE WIDENED TO 26 BYTES
      *            FOR THE SECTION NUMBER NOW CARRIED ON THE
      *            ENROLLMENT RECORD.
      * 15/10/26 - THE GRADE ARCHIVE IMAGE WIDENED TO 35 BYTES FOR
      *            THE TRANSFER INSTITUTION NOW CARRIED ON THE GRADE
      *            RECORD.
      *********************************************************

       ENVIRONMENT DIVISION.
       COPY GRADEREC.

       FD  ALUMNI-ENROLL-FILE.
       01  ALUMNI-ENROLL-IMAGE       PIC X(26).

       FD  ALUMNI-GRADE-FILE.
       01  ALUMNI-GRADE-IMAGE        PIC X(35).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-IMAGE        PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-ALUMNI-STATUS          PIC XX VALUE SPACES.
                             ADD 1 TO WS-RESTORED-ENROLLS
                          END-IF
                       ELSE
                          MOVE ALUMNI-ENROLL-IMAGE (1:26)
                             TO ARCHIVE-WORK-IMAGE
                          WRITE ARCHIVE-WORK-IMAGE
                       END-IF
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    MOVE ARCHIVE-WORK-IMAGE (1:26)
                       TO ALUMNI-ENROLL-IMAGE
                    WRITE ALUMNI-ENROLL-IMAGE
              END-READ
