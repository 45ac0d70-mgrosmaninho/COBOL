       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED FUNCTION-LEVEL ACCESS CHECK, IN THE STYLE
      * OF PRODLOOK. GIVEN THE SIGNED-ON OPERATOR, A PROGRAM-ID AND
      * A FUNCTION (ADD, CHANGE, DELETE, INQUIRE, APPROVE, OR ANY
      * FOR "MAY USE THE PROGRAM AT ALL") IT SAYS WHETHER THE
      * ACCESS-CONTROL FILE PERMITS IT. THE MOST SPECIFIC ENTRY
      * DECIDES: THE OPERATOR FOR THE PROGRAM, THE OPERATOR FOR
      * *ALL, THE OPERATOR'S ROLE FOR THE PROGRAM, THEN THE ROLE
      * FOR *ALL; WITH NO ENTRY THE FUNCTION IS REFUSED. EVERY
      * REFUSAL IS WRITTEN TO THE SECEVENT.LOG SECURITY EVENT LOG.
      * FUNCTION MENU IS ANY WITHOUT THE LOGGING, FOR THE MAIN MENU
      * DECIDING WHICH OPTIONS TO SHOW. WHILE NO ACCESS-CONTROL FILE
      * IS SET UP THE ANSWER IS UNKNOWN ("U") AND THE CALLER KEEPS
      * ITS OWN AUTHORIZATION-LEVEL RULE, SO AN INSTALLATION IS NOT
      * LOCKED OUT BEFORE ITS TABLE IS LOADED. A TABLE THAT IS
      * THERE BUT CANNOT BE OPENED IS NOT "NOT SET UP": THE FUNCTION
      * IS REFUSED AND THE FAILURE IS WRITTEN TO SECEVENT.LOG, SO A
      * DAMAGED OR LOCKED FILE NEVER HANDS BACK THE LOOSER RULES.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE ASSIGN TO "ACCESS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AC-ACCESS-KEY
              FILE STATUS IS WS-ACCESS-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECEVENT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-FILE.
       COPY ACCESSCT.

       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECEVENT.

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-STATUS      PIC XX VALUE SPACES.
       01  WS-OPERATOR-STATUS    PIC XX VALUE SPACES.
       01  WS-SECLOG-STATUS      PIC XX VALUE SPACES.
       01  WS-ROLE               PIC X(8) VALUE SPACES.
       01  WS-EVENT-TEXT         PIC X(20) VALUE SPACES.
       01  WS-ENTRY-FOUND-SW     PIC X VALUE "N".
           88  ENTRY-FOUND              VALUE "Y".

       LINKAGE SECTION.
       01  LK-OPERATOR-ID        PIC X(8).
       01  LK-PROGRAM            PIC X(30).
       01  LK-FUNCTION           PIC X(8).
       01  LK-ACCESS-SW          PIC X.
           88  LK-PERMITTED            VALUE "Y".
           88  LK-REFUSED              VALUE "N".
           88  LK-NO-TABLE             VALUE "U".

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-PROGRAM
             LK-FUNCTION LK-ACCESS-SW.
       0000-MAIN.
           MOVE "U" TO LK-ACCESS-SW.
           OPEN INPUT ACCESS-FILE.
           IF WS-ACCESS-STATUS = "35"
              GOBACK
           END-IF.
           IF WS-ACCESS-STATUS NOT = "00"
              DISPLAY "Unable to open the access-control file, status "
                 WS-ACCESS-STATUS " - function refused."
              MOVE "N" TO LK-ACCESS-SW
              IF LK-FUNCTION NOT = "MENU"
                 MOVE "REFUSED - ACCESS ERR" TO WS-EVENT-TEXT
                 PERFORM 9000-LOG-REFUSAL
              END-IF
              GOBACK
           END-IF.
           *> An empty table is treated as no table at all.
           MOVE LOW-VALUES TO AC-ACCESS-KEY.
           START ACCESS-FILE KEY IS >= AC-ACCESS-KEY
              INVALID KEY
                 CLOSE ACCESS-FILE
                 GOBACK
           END-START.
           MOVE "N" TO LK-ACCESS-SW.
           MOVE "N" TO WS-ENTRY-FOUND-SW.
           MOVE "O"            TO AC-SUBJECT-TYPE.
           MOVE LK-OPERATOR-ID TO AC-SUBJECT-ID.
           MOVE LK-PROGRAM     TO AC-PROGRAM.
           PERFORM 1000-READ-ENTRY.
           IF NOT ENTRY-FOUND
              MOVE "O"            TO AC-SUBJECT-TYPE
              MOVE LK-OPERATOR-ID TO AC-SUBJECT-ID
              MOVE "*ALL"         TO AC-PROGRAM
              PERFORM 1000-READ-ENTRY
           END-IF.
           IF NOT ENTRY-FOUND
              PERFORM 1100-GET-OPERATOR-ROLE
              IF WS-ROLE NOT = SPACES
                 MOVE "R"        TO AC-SUBJECT-TYPE
                 MOVE WS-ROLE    TO AC-SUBJECT-ID
                 MOVE LK-PROGRAM TO AC-PROGRAM
                 PERFORM 1000-READ-ENTRY
                 IF NOT ENTRY-FOUND
                    MOVE "R"     TO AC-SUBJECT-TYPE
                    MOVE WS-ROLE TO AC-SUBJECT-ID
                    MOVE "*ALL"  TO AC-PROGRAM
                    PERFORM 1000-READ-ENTRY
                 END-IF
              END-IF
           END-IF.
           IF ENTRY-FOUND
              PERFORM 2000-CHECK-FUNCTION
           END-IF.
           CLOSE ACCESS-FILE.
           IF LK-REFUSED AND LK-FUNCTION NOT = "MENU"
              MOVE "REFUSED - ACCESS" TO WS-EVENT-TEXT
              PERFORM 9000-LOG-REFUSAL
           END-IF.
           GOBACK.

       1000-READ-ENTRY.
           READ ACCESS-FILE
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-FOUND-SW
              NOT INVALID KEY
                 MOVE "Y" TO WS-ENTRY-FOUND-SW
           END-READ.

       1100-GET-OPERATOR-ROLE.
           MOVE SPACES TO WS-ROLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
              MOVE LK-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPERATOR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OP-ROLE TO WS-ROLE
              END-READ
              CLOSE OPERATOR-FILE
           END-IF.

       2000-CHECK-FUNCTION.
           EVALUATE LK-FUNCTION
              WHEN "ADD"
                 IF AC-MAY-ADD
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
              WHEN "CHANGE"
                 IF AC-MAY-CHANGE
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
              WHEN "DELETE"
                 IF AC-MAY-DELETE
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
              WHEN "INQUIRE"
                 IF AC-MAY-INQUIRE
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
              WHEN "APPROVE"
                 IF AC-MAY-APPROVE
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
              WHEN "ANY"
              WHEN "MENU"
                 IF AC-MAY-ADD OR AC-MAY-CHANGE OR AC-MAY-DELETE
                    OR AC-MAY-INQUIRE OR AC-MAY-APPROVE
                    MOVE "Y" TO LK-ACCESS-SW
                 END-IF
           END-EVALUATE.

       9000-LOG-REFUSAL.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
              OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           ACCEPT SE-DATE FROM DATE YYYYMMDD.
           ACCEPT SE-TIME FROM TIME.
           MOVE LK-OPERATOR-ID     TO SE-OPERATOR.
           MOVE WS-EVENT-TEXT      TO SE-EVENT.
           MOVE LK-PROGRAM         TO SE-PROGRAM.
           MOVE LK-FUNCTION        TO SE-FUNCTION.
           WRITE SECURITY-EVENT-RECORD.
           IF WS-SECLOG-STATUS NOT = "00"
              DISPLAY "Unable to write the security log, status "
                 WS-SECLOG-STATUS
           END-IF.
           CLOSE SECURITY-LOG-FILE.
