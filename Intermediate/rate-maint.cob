      *            SIGNON ROUTINE AND EVERY RATE CHANGE (ADD,
      *            APPROVE, DELETE) REQUIRES SUPERVISOR
      *            AUTHORIZATION ON TOP OF THE MAKER/CHECKER RULE.
      * 15/10/26 - THE TRANSACTION (ADD, APPROVE, DELETE, OR INQUIRE
      *            FOR A LIST) IS NOW CHECKED AGAINST THE ACCESS-
      *            CONTROL FILE THROUGH THE SHARED ACCCHK ROUTINE.
      *            UNTIL THE ACCESS-CONTROL FILE IS SET UP A RATE
      *            CHANGE STILL NEEDS A LEVEL-2 SIGN-ON.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON          VALUE "Y".
       01  WS-ACCESS-PROGRAM        PIC X(30) VALUE "RATE-MAINT".
       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88  ACCESS-REFUSED              VALUE "N".
           88  ACCESS-NO-TABLE             VALUE "U".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-ADD                   VALUE "A".
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           PERFORM 0150-CHECK-ACCESS.
           IF ACCESS-REFUSED
              DISPLAY "You are not permitted to "
                 WS-ACCESS-FUNCTION " in RATE-MAINT -"
                 " transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE
              AND (TRANS-ADD OR TRANS-APPROVE OR TRANS-DELETE)
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Rate changes require supervisor"
                 " authorization - transaction refused."
              END-IF
           END-PERFORM.

       0150-CHECK-ACCESS.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE "ADD"     TO WS-ACCESS-FUNCTION
              WHEN TRANS-APPROVE
                 MOVE "APPROVE" TO WS-ACCESS-FUNCTION
              WHEN TRANS-DELETE
                 MOVE "DELETE"  TO WS-ACCESS-FUNCTION
              WHEN TRANS-LIST
                 MOVE "INQUIRE" TO WS-ACCESS-FUNCTION
           END-EVALUATE.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.

       1000-ADD-PENDING-RATE.
           PERFORM 1100-GET-PRODUCT-CODE.
           PERFORM 1200-GET-EFFECTIVE-DATE.
