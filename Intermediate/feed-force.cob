       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-FORCE.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: OPERATOR OVERRIDE FOR THE INBOUND FEED REGISTER,
      * IN THE STYLE OF SCHED-MAINT. A BATCH REFUSES A FEED FILE
      * THAT MATCHES ONE ALREADY POSTED; WHEN THE OPERATOR HAS
      * CONFIRMED THE FILE IS GENUINELY NEW, (F)ORCE SHOWS THE
      * FEED'S LATEST RECEIPT AND FILES A FORCE CARD SO THE NEXT
      * RUN OF THE BATCH POSTS IT. EACH CARD LETS ONE RUN THROUGH
      * AND IS USED UP BY FEEDCHK. (L)IST SHOWS THE CARDS STILL
      * OUTSTANDING. HELD TO THE ACCESS-CONTROL FILE AS AN APPROVAL;
      * UNTIL THAT FILE IS SET UP ONLY A LEVEL-2 SUPERVISOR MAY
      * FORCE A FEED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTER-FILE ASSIGN TO "FEEDREG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FR-FEED-KEY
              FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FEED-FORCE-FILE ASSIGN TO "FEEDFORC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FORCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REGISTER-FILE.
       COPY FEEDREG.

       FD  FEED-FORCE-FILE.
       COPY FEEDFORC.

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
       01  WS-FORCE-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON          VALUE "Y".
       01  WS-ACCESS-PROGRAM        PIC X(30) VALUE "FEED-FORCE".
       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88  ACCESS-REFUSED              VALUE "N".
           88  ACCESS-NO-TABLE             VALUE "U".
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88  TRANS-FORCE                 VALUE "F".
           88  TRANS-LIST                  VALUE "L".
           88  TRANS-CODE-VALID            VALUES "F" "L".

      *> The inbound feeds the batches check against the register.
       01  WS-FEED-NAMES.
           05  FILLER               PIC X(12) VALUE "STUDTRAN.DAT".
           05  FILLER               PIC X(12) VALUE "PAYTRAN.DAT".
           05  FILLER               PIC X(12) VALUE "STUPAYTR.DAT".
           05  FILLER               PIC X(12) VALUE "ATTTRAN.DAT".
           05  FILLER               PIC X(12) VALUE "TEMPREAD.DAT".
           05  FILLER               PIC X(12) VALUE "RECVTRAN.DAT".
       01  WS-FEED-TABLE REDEFINES WS-FEED-NAMES.
           05  WS-FEED-ENTRY        PIC X(12) OCCURS 6 TIMES.
       01  WS-FEED-SUB              PIC 9 VALUE ZERO.
       01  WS-FEED-NAME             PIC X(12) VALUE SPACES.
       01  WS-VALID-FEED-SW         PIC X VALUE "N".
           88  VALID-FEED                  VALUE "Y".

       01  WS-LATEST-SW             PIC X VALUE "N".
           88  LATEST-FOUND                VALUE "Y".
       01  WS-LATEST-RECEIPT.
           05  WS-LATEST-DATE       PIC 9(8).
           05  WS-LATEST-TIME       PIC 9(8).
           05  WS-LATEST-JOB        PIC X(8).
           05  WS-LATEST-COUNT      PIC 9(7).
           05  WS-LATEST-DISP       PIC X.
               88  LATEST-REFUSED          VALUE "R".
           05  WS-LATEST-MATCH-DATE PIC 9(8).
       01  WS-PENDING-SW            PIC X VALUE "N".
           88  CARD-PENDING                VALUE "Y".
       01  WS-CONFIRM               PIC X VALUE SPACE.
           88  CONFIRMED                   VALUES "Y" "y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-CARD-COUNT            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (F)orce a feed, (L)ist force "
                 "cards: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter F or L."
              END-IF
           END-PERFORM.
           IF TRANS-FORCE
              MOVE "APPROVE" TO WS-ACCESS-FUNCTION
           ELSE
              MOVE "INQUIRE" TO WS-ACCESS-FUNCTION
           END-IF.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.
           IF ACCESS-REFUSED
              DISPLAY "You are not permitted to "
                 WS-ACCESS-FUNCTION " in FEED-FORCE -"
                 " transaction refused."
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-FORCE
              AND WS-AUTH-LEVEL < 2
              DISPLAY "Forcing a feed requires supervisor"
                 " authorization - transaction refused."
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-RUN-DATE.
           IF TRANS-FORCE
              PERFORM 1000-FORCE-FEED
           ELSE
              PERFORM 6000-LIST-CARDS
           END-IF.
           GOBACK.

       1000-FORCE-FEED.
           PERFORM 1100-GET-FEED-NAME.
           PERFORM 1200-FIND-LATEST-RECEIPT.
           IF LATEST-FOUND
              DISPLAY "Latest receipt of " WS-FEED-NAME ": "
                 WS-LATEST-DATE " " WS-LATEST-TIME (1:6) " by "
                 WS-LATEST-JOB ", " WS-LATEST-COUNT " record(s)"
              IF LATEST-REFUSED
                 DISPLAY "  REFUSED - it matched the receipt of "
                    WS-LATEST-MATCH-DATE "."
              ELSE
                 DISPLAY "  Posted - it was not refused."
              END-IF
           ELSE
              DISPLAY "No receipt of " WS-FEED-NAME
                 " is on the register."
           END-IF.
           PERFORM 1300-CHECK-PENDING-CARD.
           IF CARD-PENDING
              DISPLAY "A force card for " WS-FEED-NAME
                 " is already waiting - nothing filed."
           ELSE
              DISPLAY "Force the next run of " WS-FEED-NAME
                 " through even if it matches? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF CONFIRMED
                 PERFORM 1400-WRITE-FORCE-CARD
              ELSE
                 DISPLAY "Nothing filed."
              END-IF
           END-IF.

       1100-GET-FEED-NAME.
           MOVE "N" TO WS-VALID-FEED-SW.
           PERFORM UNTIL VALID-FEED
              DISPLAY "Input feed file name (e.g. STUDTRAN.DAT): "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-FEED-NAME
              ACCEPT WS-FEED-NAME
              PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                    UNTIL WS-FEED-SUB > 6 OR VALID-FEED
                 IF WS-FEED-ENTRY (WS-FEED-SUB) = WS-FEED-NAME
                    MOVE "Y" TO WS-VALID-FEED-SW
                 END-IF
              END-PERFORM
              IF NOT VALID-FEED
                 DISPLAY "Unknown feed - enter STUDTRAN.DAT,"
                    " PAYTRAN.DAT, STUPAYTR.DAT, ATTTRAN.DAT,"
                    " TEMPREAD.DAT or RECVTRAN.DAT."
              END-IF
           END-PERFORM.

       1200-FIND-LATEST-RECEIPT.
           *> The register is in date and time order within a feed,
           *> so the last record read for it is the latest.
           MOVE "N" TO WS-LATEST-SW.
           OPEN INPUT FEED-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-FEED-NAME TO FR-FEED-NAME
              MOVE ZERO TO FR-RECEIVED-DATE FR-RECEIVED-TIME
              START FEED-REGISTER-FILE KEY IS >= FR-FEED-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ FEED-REGISTER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF FR-FEED-NAME NOT = WS-FEED-NAME
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          MOVE "Y" TO WS-LATEST-SW
                          MOVE FR-RECEIVED-DATE TO WS-LATEST-DATE
                          MOVE FR-RECEIVED-TIME TO WS-LATEST-TIME
                          MOVE FR-JOB-NAME      TO WS-LATEST-JOB
                          MOVE FR-RECORD-COUNT  TO WS-LATEST-COUNT
                          MOVE FR-DISPOSITION   TO WS-LATEST-DISP
                          MOVE FR-MATCH-DATE
                             TO WS-LATEST-MATCH-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEED-REGISTER-FILE
           END-IF.

       1300-CHECK-PENDING-CARD.
           MOVE "N" TO WS-PENDING-SW.
           OPEN INPUT FEED-FORCE-FILE.
           IF WS-FORCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS OR CARD-PENDING
                 READ FEED-FORCE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF FF-FEED-NAME = WS-FEED-NAME
                          MOVE "Y" TO WS-PENDING-SW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEED-FORCE-FILE
           END-IF.

       1400-WRITE-FORCE-CARD.
           OPEN EXTEND FEED-FORCE-FILE.
           IF WS-FORCE-STATUS = "35"
              OPEN OUTPUT FEED-FORCE-FILE
           END-IF.
           MOVE WS-FEED-NAME   TO FF-FEED-NAME.
           MOVE WS-OPERATOR-ID TO FF-OPERATOR.
           MOVE WS-RUN-DATE    TO FF-FORCE-DATE.
           WRITE FEED-FORCE-RECORD.
           IF WS-FORCE-STATUS NOT = "00"
              DISPLAY "Unable to file the force card, status "
                 WS-FORCE-STATUS
           ELSE
              DISPLAY "Force card filed - the next run of "
                 WS-FEED-NAME " will post it."
           END-IF.
           CLOSE FEED-FORCE-FILE.

       6000-LIST-CARDS.
           MOVE ZERO TO WS-CARD-COUNT.
           OPEN INPUT FEED-FORCE-FILE.
           IF WS-FORCE-STATUS = "00"
              DISPLAY "FEED          FORCED BY  DATE"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ FEED-FORCE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       DISPLAY FF-FEED-NAME "  " FF-OPERATOR "   "
                          FF-FORCE-DATE
                 END-READ
              END-PERFORM
              CLOSE FEED-FORCE-FILE
           END-IF.
           DISPLAY WS-CARD-COUNT " force card(s) outstanding.".
