       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE ACCESS-CONTROL FILE,
      * IN THE STYLE OF ITEM-MAINT. (A)DDS AN ENTRY GRANTING AN
      * OPERATOR, OR AN OPERATOR ROLE, THE ADD, CHANGE, DELETE,
      * INQUIRE AND APPROVE FUNCTIONS IN ONE PROGRAM (OR *ALL),
      * (C)HANGES ONE, (D)ELETES ONE, (L)ISTS THE FILE, AND SETS AN
      * OPERATOR'S (R)OLE ON THE OPERATOR FILE, ALONG WITH THE
      * OPERATOR'S OWN STUDENT AND LOAN RECORDS THAT OPER-ACT-RPT
      * WATCHES FOR SELF-SERVICE CHANGES. THIS PROGRAM IS
      * ITSELF HELD TO THE ACCESS-CONTROL FILE THROUGH ACCCHK; UNTIL
      * THE FILE IS SET UP ONLY A LEVEL-2 SUPERVISOR MAY CHANGE IT.
      * EACH ADD OR CHANGE IS STAMPED WITH THE DATE AND THE SIGNED-
      * ON OPERATOR. ENTITLE-RPT PRINTS THE PERIODIC REVIEW.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-FILE.
       COPY ACCESSCT.

       FD  OPERATOR-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-STATUS       PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON          VALUE "Y".
       01  WS-ACCESS-PROGRAM        PIC X(30) VALUE "ACCESS-MAINT".
       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88  ACCESS-REFUSED              VALUE "N".
           88  ACCESS-NO-TABLE             VALUE "U".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
           88  TRANS-CHANGE                VALUE "C".
           88  TRANS-DELETE                VALUE "D".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-ROLE                  VALUE "R".
           88  TRANS-CODE-VALID            VALUES "A" "C" "D" "L"
                                                  "R".

       01  WS-SUBJECT-TYPE          PIC X VALUE SPACE.
           88  SUBJECT-TYPE-VALID          VALUES "O" "R".
           88  SUBJECT-IS-OPERATOR         VALUE "O".
       01  WS-SUBJECT-ID            PIC X(8) VALUE SPACES.
       01  WS-PROGRAM               PIC X(30) VALUE SPACES.
       01  WS-FLAGS.
           05  WS-FLAG              PIC X OCCURS 5 TIMES.
       01  WS-FUNCTION-NAMES.
           05  FILLER               PIC X(8) VALUE "ADD".
           05  FILLER               PIC X(8) VALUE "CHANGE".
           05  FILLER               PIC X(8) VALUE "DELETE".
           05  FILLER               PIC X(8) VALUE "INQUIRE".
           05  FILLER               PIC X(8) VALUE "APPROVE".
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-NAMES.
           05  WS-FUNCTION-NAME     PIC X(8) OCCURS 5 TIMES.
       01  WS-SUB                   PIC 9 VALUE ZERO.
       01  WS-ROLE                  PIC X(8) VALUE SPACES.
       01  WS-OWN-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01  WS-OWN-ACCOUNT-ID        PIC 9(6) VALUE ZERO.
       01  WS-VALID-ENTRY-SW        PIC X VALUE "N".
           88  VALID-ENTRY                 VALUE "Y".
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-OPERATOR-FILE-SW      PIC X VALUE "N".
           88  OPERATOR-FILE-AVAILABLE     VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-ENTRY-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-LIST-LINE.
           05  WS-L-SUBJECT-TYPE    PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-SUBJECT-ID      PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-PROGRAM         PIC X(24).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-FLAG            OCCURS 5 TIMES.
               10  WS-L-FLAG-VALUE  PIC X.
               10  FILLER           PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd, (C)hange, (D)elete, "
                 "(L)ist, operator (R)ole: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C, D,"
                    " L or R."
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE "ADD"     TO WS-ACCESS-FUNCTION
              WHEN TRANS-DELETE
                 MOVE "DELETE"  TO WS-ACCESS-FUNCTION
              WHEN TRANS-LIST
                 MOVE "INQUIRE" TO WS-ACCESS-FUNCTION
              WHEN OTHER
                 MOVE "CHANGE"  TO WS-ACCESS-FUNCTION
           END-EVALUATE.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.
           IF ACCESS-REFUSED
              DISPLAY "You are not permitted to "
                 WS-ACCESS-FUNCTION " in ACCESS-MAINT -"
                 " transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND NOT TRANS-LIST
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Access changes require supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O ACCESS-FILE.
           IF WS-ACCESS-STATUS = "35"
              CLOSE ACCESS-FILE
              OPEN OUTPUT ACCESS-FILE
              CLOSE ACCESS-FILE
              OPEN I-O ACCESS-FILE
           END-IF.
           IF TRANS-ROLE
              OPEN I-O OPERATOR-FILE
           ELSE
              OPEN INPUT OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS = "00"
              MOVE "Y" TO WS-OPERATOR-FILE-SW
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-ENTRY
              WHEN TRANS-CHANGE
                 PERFORM 4000-CHANGE-ENTRY
              WHEN TRANS-DELETE
                 PERFORM 5000-DELETE-ENTRY
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-ENTRIES
              WHEN TRANS-ROLE
                 PERFORM 7000-SET-OPERATOR-ROLE
           END-EVALUATE.
           IF OPERATOR-FILE-AVAILABLE
              CLOSE OPERATOR-FILE
           END-IF.
           CLOSE ACCESS-FILE.
           GOBACK.

       1000-ADD-ENTRY.
           PERFORM 1100-GET-ENTRY-KEY.
           READ ACCESS-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-ACCESS-STATUS = "00"
              DISPLAY "That entry is already on the access-control"
                 " file - use a CHANGE transaction."
           ELSE
              PERFORM 1300-GET-FUNCTION-FLAGS
              PERFORM 1200-MOVE-KEY-TO-RECORD
              PERFORM 1500-MOVE-FLAGS-TO-RECORD
              WRITE ACCESS-CONTROL-RECORD
              IF WS-ACCESS-STATUS NOT = "00"
                 DISPLAY "Unable to save entry, status "
                    WS-ACCESS-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ENTRY
              END-IF
           END-IF.

       1100-GET-ENTRY-KEY.
           MOVE SPACE TO WS-SUBJECT-TYPE.
           PERFORM UNTIL SUBJECT-TYPE-VALID
              DISPLAY "Input subject (O)perator or (R)ole: "
                 WITH NO ADVANCING
              ACCEPT WS-SUBJECT-TYPE
              IF NOT SUBJECT-TYPE-VALID
                 DISPLAY "Invalid subject - enter O or R."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SUBJECT-ID.
           PERFORM UNTIL WS-SUBJECT-ID NOT = SPACES
              IF SUBJECT-IS-OPERATOR
                 DISPLAY "Input operator id: " WITH NO ADVANCING
              ELSE
                 DISPLAY "Input role: " WITH NO ADVANCING
              END-IF
              ACCEPT WS-SUBJECT-ID
              IF WS-SUBJECT-ID = SPACES
                 DISPLAY "It may not be blank."
              END-IF
           END-PERFORM.
           IF SUBJECT-IS-OPERATOR AND OPERATOR-FILE-AVAILABLE
              MOVE WS-SUBJECT-ID TO OP-OPERATOR-ID
              READ OPERATOR-FILE
                 INVALID KEY
                    DISPLAY "Warning: operator " WS-SUBJECT-ID
                       " is not on the operator file."
              END-READ
           END-IF.
           MOVE SPACES TO WS-PROGRAM.
           PERFORM UNTIL WS-PROGRAM NOT = SPACES
              DISPLAY "Input program-id, or *ALL for every program: "
                 WITH NO ADVANCING
              ACCEPT WS-PROGRAM
              IF WS-PROGRAM = SPACES
                 DISPLAY "The program may not be blank."
              END-IF
           END-PERFORM.
           PERFORM 1200-MOVE-KEY-TO-RECORD.

       1200-MOVE-KEY-TO-RECORD.
           MOVE WS-SUBJECT-TYPE TO AC-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID   TO AC-SUBJECT-ID.
           MOVE WS-PROGRAM      TO AC-PROGRAM.

       1300-GET-FUNCTION-FLAGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
              MOVE SPACE TO WS-FLAG (WS-SUB)
              PERFORM UNTIL WS-FLAG (WS-SUB) = "Y" OR "N"
                 DISPLAY "May " WS-FUNCTION-NAME (WS-SUB) " (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-FLAG (WS-SUB)
                 IF WS-FLAG (WS-SUB) NOT = "Y" AND NOT = "N"
                    DISPLAY "Invalid answer - enter Y or N."
                 END-IF
              END-PERFORM
           END-PERFORM.

       1500-MOVE-FLAGS-TO-RECORD.
           MOVE WS-FLAGS       TO AC-FUNCTIONS.
           MOVE WS-TODAY-DATE  TO AC-UPDATED-DATE.
           MOVE WS-OPERATOR-ID TO AC-UPDATED-BY.

       3000-DISPLAY-ENTRY.
           IF AC-OPERATOR-ENTRY
              DISPLAY "Operator: " AC-SUBJECT-ID
           ELSE
              DISPLAY "Role: " AC-SUBJECT-ID
           END-IF.
           DISPLAY "Program is: " AC-PROGRAM.
           DISPLAY "Add " AC-ADD-FLAG "  Change " AC-CHANGE-FLAG
              "  Delete " AC-DELETE-FLAG "  Inquire "
              AC-INQUIRE-FLAG "  Approve " AC-APPROVE-FLAG.
           DISPLAY "Last updated " AC-UPDATED-DATE " by "
              AC-UPDATED-BY ".".

       4000-CHANGE-ENTRY.
           PERFORM 1100-GET-ENTRY-KEY.
           READ ACCESS-FILE
              INVALID KEY
                 DISPLAY "That entry is not on the access-control"
                    " file - nothing changed."
           END-READ.
           IF WS-ACCESS-STATUS = "00"
              PERFORM 3000-DISPLAY-ENTRY
              PERFORM 1300-GET-FUNCTION-FLAGS
              PERFORM 1500-MOVE-FLAGS-TO-RECORD
              REWRITE ACCESS-CONTROL-RECORD
              IF WS-ACCESS-STATUS NOT = "00"
                 DISPLAY "Unable to change entry, status "
                    WS-ACCESS-STATUS
              ELSE
                 PERFORM 3000-DISPLAY-ENTRY
              END-IF
           END-IF.

       5000-DELETE-ENTRY.
           PERFORM 1100-GET-ENTRY-KEY.
           READ ACCESS-FILE
              INVALID KEY
                 DISPLAY "That entry is not on the access-control"
                    " file - nothing deleted."
           END-READ.
           IF WS-ACCESS-STATUS = "00"
              DELETE ACCESS-FILE
              IF WS-ACCESS-STATUS NOT = "00"
                 DISPLAY "Unable to delete entry, status "
                    WS-ACCESS-STATUS
              ELSE
                 DISPLAY "Entry deleted."
              END-IF
           END-IF.

       6000-LIST-ENTRIES.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           DISPLAY "SUBJECT  ID       PROGRAM                  "
              "ADD CHG DEL INQ APR".
           MOVE LOW-VALUES TO AC-ACCESS-KEY.
           START ACCESS-FILE KEY IS >= AC-ACCESS-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ACCESS-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-ENTRY-COUNT
                    IF AC-OPERATOR-ENTRY
                       MOVE "OPERATOR" TO WS-L-SUBJECT-TYPE
                    ELSE
                       MOVE "ROLE"     TO WS-L-SUBJECT-TYPE
                    END-IF
                    MOVE AC-SUBJECT-ID TO WS-L-SUBJECT-ID
                    MOVE AC-PROGRAM    TO WS-L-PROGRAM
                    MOVE AC-ADD-FLAG     TO WS-L-FLAG-VALUE (1)
                    MOVE AC-CHANGE-FLAG  TO WS-L-FLAG-VALUE (2)
                    MOVE AC-DELETE-FLAG  TO WS-L-FLAG-VALUE (3)
                    MOVE AC-INQUIRE-FLAG TO WS-L-FLAG-VALUE (4)
                    MOVE AC-APPROVE-FLAG TO WS-L-FLAG-VALUE (5)
                    DISPLAY WS-LIST-LINE
              END-READ
           END-PERFORM.
           DISPLAY WS-ENTRY-COUNT " entr(ies) on the access-control"
              " file.".

       7000-SET-OPERATOR-ROLE.
           IF NOT OPERATOR-FILE-AVAILABLE
              DISPLAY "Unable to open the operator file, status "
                 WS-OPERATOR-STATUS
           ELSE
              MOVE SPACES TO WS-SUBJECT-ID
              PERFORM UNTIL WS-SUBJECT-ID NOT = SPACES
                 DISPLAY "Input operator id: " WITH NO ADVANCING
                 ACCEPT WS-SUBJECT-ID
              END-PERFORM
              MOVE WS-SUBJECT-ID TO OP-OPERATOR-ID
              READ OPERATOR-FILE
                 INVALID KEY
                    DISPLAY "Operator " WS-SUBJECT-ID
                       " is not on the operator file."
                 NOT INVALID KEY
                    PERFORM 7100-REWRITE-ROLE
              END-READ
           END-IF.

       7100-REWRITE-ROLE.
           DISPLAY "Current role is: " OP-ROLE.
           DISPLAY "Input new role (blank for none): "
              WITH NO ADVANCING.
           MOVE SPACES TO WS-ROLE.
           ACCEPT WS-ROLE.
           MOVE WS-ROLE TO OP-ROLE.
           *> Records from before these fields were added carry no
           *> valid own-record ids yet.
           IF OP-STUDENT-ID NOT NUMERIC
              MOVE ZERO TO OP-STUDENT-ID
           END-IF.
           IF OP-ACCOUNT-ID NOT NUMERIC
              MOVE ZERO TO OP-ACCOUNT-ID
           END-IF.
           DISPLAY "Own student id is: " OP-STUDENT-ID.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input own student id (0 for none): "
                 WITH NO ADVANCING
              ACCEPT WS-OWN-STUDENT-ID
              IF WS-OWN-STUDENT-ID NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid id - enter digits only."
              END-IF
           END-PERFORM.
           DISPLAY "Own loan account is: " OP-ACCOUNT-ID.
           MOVE "N" TO WS-VALID-ENTRY-SW.
           PERFORM UNTIL VALID-ENTRY
              DISPLAY "Input own loan account id (0 for none): "
                 WITH NO ADVANCING
              ACCEPT WS-OWN-ACCOUNT-ID
              IF WS-OWN-ACCOUNT-ID NUMERIC
                 MOVE "Y" TO WS-VALID-ENTRY-SW
              ELSE
                 DISPLAY "Invalid id - enter digits only."
              END-IF
           END-PERFORM.
           MOVE WS-OWN-STUDENT-ID TO OP-STUDENT-ID.
           MOVE WS-OWN-ACCOUNT-ID TO OP-ACCOUNT-ID.
           REWRITE OPERATOR-RECORD.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "Unable to set the role, status "
                 WS-OPERATOR-STATUS
           ELSE
              DISPLAY "Operator " WS-SUBJECT-ID " role set to "
                 WS-ROLE "."
           END-IF.
