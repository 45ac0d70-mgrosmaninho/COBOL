      * MISSING, WITH EARNED AND REQUIRED CREDIT TOTALS - "HOW
      * CLOSE IS THIS STUDENT TO FINISHING" USED TO MEAN A
      * TRANSCRIPT AND A CATALOG SIDE BY SIDE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A REQUIREMENT MET BY TRANSFER CREDIT POSTED
      *            THROUGH XFER-POST NOW SHOWS AS TRANSFER, AND ITS
      *            CREDITS COUNT AS EARNED.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-REQ-COURSE             PIC X(4) VALUE SPACES.
       01  WS-REQ-CREDITS            PIC 9(2) VALUE ZERO.
       01  WS-COMPLETED-SW           PIC X VALUE "N".
           88  REQUIREMENT-COMPLETED        VALUES "Y" "T".
           88  REQUIREMENT-BY-TRANSFER      VALUE "T".
       01  WS-IN-PROGRESS-SW         PIC X VALUE "N".
           88  REQUIREMENT-IN-PROGRESS      VALUE "Y".

              WHEN REQUIREMENT-COMPLETED
                 ADD 1 TO WS-COMPLETED-COUNT
                 ADD WS-REQ-CREDITS TO WS-EARNED-CREDITS
                 IF REQUIREMENT-BY-TRANSFER
                    MOVE "TRANSFER" TO WS-D-STANDING
                 ELSE
                    MOVE "COMPLETED" TO WS-D-STANDING
                 END-IF
              WHEN REQUIREMENT-IN-PROGRESS
                 ADD 1 TO WS-PROGRESS-COUNT
                 MOVE "IN PROGRESS" TO WS-D-STANDING

       2200-CHECK-GRADES.
           *> A counting (not superseded) grade other than F, I or W
           *> completes the requirement, any term. Transfer credit
           *> ("TR", posted by XFER-POST) completes it too, and
           *> shows as such unless a grade earned here also does.
           MOVE "N" TO WS-COMPLETED-SW.
           IF WS-GRADE-STATUS = "00" OR WS-GRADE-STATUS = "10"
              MOVE "Y" TO WS-MORE-GRADES-SW
                             AND GR-GRADE NOT = "F "
                             AND GR-GRADE NOT = "I "
                             AND GR-GRADE NOT = "W "
                             IF NOT GR-TRANSFER-CREDIT
                                MOVE "Y" TO WS-COMPLETED-SW
                             ELSE
                                IF NOT REQUIREMENT-COMPLETED
                                   MOVE "T" TO WS-COMPLETED-SW
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                 END-READ
