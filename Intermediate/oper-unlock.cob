       COPY OPERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECEVENT.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS       PIC XX VALUE SPACES.
           ACCEPT SE-TIME FROM TIME.
           MOVE WS-TARGET-ID  TO SE-OPERATOR.
           MOVE WS-EVENT-TEXT TO SE-EVENT.
           MOVE SPACES TO SE-PROGRAM.
           MOVE SPACES TO SE-FUNCTION.
           WRITE SECURITY-EVENT-RECORD.
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "Unable to write the security log, status "
