       COPY PROCDATE.

       FD  PARM-AUDIT-FILE.
       COPY PARMAUD.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS           PIC XX VALUE SPACES.
