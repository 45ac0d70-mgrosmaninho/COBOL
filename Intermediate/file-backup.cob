      * FROM THE BKPGEN.DAT PARAMETER CARD. A RESTORE REBUILDS THE
      * INDEXED FILE - ALTERNATE INDEXES AND ALL - FROM A CHOSEN
      * GENERATION, SO RECOVERY IS A DOCUMENTED RUN INSTEAD OF AN
      * IMPROVISATION. THE HEADER ALSO CARRIES THE CLOCK DATE AND
      * TIME THE UNLOAD STARTED, WHICH IS WHERE FWD-RECOVER BEGINS
      * REPLAYING THE AUDIT TRAILS AFTER A RESTORE.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-USE-GEN                PIC 9 VALUE 1.
       01  WS-BACKUP-NAME            PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CLOCK-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CLOCK-TIME             PIC 9(8) VALUE ZERO.
       01  WS-RECORD-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-HEADER-SEEN-SW         PIC X VALUE "N".
           88  HEADER-SEEN                  VALUE "Y".
              DELIMITED BY SIZE INTO WS-BACKUP-NAME
           END-STRING.

       0500-STAMP-BACKUP-HEADER.
           *> The wall-clock moment the unload starts, after the
           *> business date - anything on the audit trails stamped
           *> later than this is not in the generation.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-DATE TO BACKUP-RECORD (9:8).
           MOVE WS-CLOCK-TIME TO BACKUP-RECORD (17:8).

       1000-BACKUP-STUDENT-MASTER.
           MOVE WS-STUD-NEXT-GEN TO WS-USE-GEN.
           PERFORM 0400-BUILD-STUD-BACKUP-NAME.
              OPEN OUTPUT BACKUP-FILE
              MOVE SPACES TO BACKUP-RECORD
              MOVE WS-RUN-DATE TO BACKUP-RECORD (1:8)
              PERFORM 0500-STAMP-BACKUP-HEADER
              WRITE BACKUP-RECORD
              PERFORM UNTIL NO-MORE-RECORDS
                 READ STUDENT-MASTER-FILE NEXT RECORD
              OPEN OUTPUT BACKUP-FILE
              MOVE SPACES TO BACKUP-RECORD
              MOVE WS-RUN-DATE TO BACKUP-RECORD (1:8)
              PERFORM 0500-STAMP-BACKUP-HEADER
              WRITE BACKUP-RECORD
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PORTFOLIO-FILE NEXT RECORD
