      *            CHANGE IS WRITTEN TO THE SECEVENT.LOG SECURITY
      *            EVENT LOG - THE LIST THE AUDITORS ASKED FOR AND
      *            WE HAD NOTHING TO SHOW THEM.
      * 15/10/26 - THE SECURITY EVENT RECORD NOW COMES FROM THE
      *            SHARED SECEVENT COPYBOOK, WHICH ALSO CARRIES THE
      *            PROGRAM AND FUNCTION OF A TRANSACTION REFUSED BY
      *            THE NEW ACCCHK ACCESS CHECK.
      ****************************************************************

       ENVIRONMENT DIVISION.
       COPY SECPARM.

       FD  SECURITY-LOG-FILE.
       COPY SECEVENT.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS       PIC XX VALUE SPACES.
           ACCEPT SE-TIME FROM TIME.
           MOVE WS-ENTERED-ID TO SE-OPERATOR.
           MOVE WS-EVENT-TEXT TO SE-EVENT.
           MOVE SPACES TO SE-PROGRAM.
           MOVE SPACES TO SE-FUNCTION.
           WRITE SECURITY-EVENT-RECORD.
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "Unable to write the security log, status "
