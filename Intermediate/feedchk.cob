       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED INBOUND FEED REGISTER ROUTINE, CALLED
      * LIKE CTLTOT BY EVERY BATCH THAT POSTS AN INBOUND FILE. ON A
      * CHECK CALL IT LOOKS FOR AN EARLIER POSTED RECEIPT OF THE
      * SAME FEED WITH THE SAME RECORD COUNT, HASH TOTAL AND FIRST
      * AND LAST RECORDS. A MATCH IS REFUSED - THE REFUSAL IS FILED
      * ON THE REGISTER AND QUEUED TO OPERATIONS THROUGH NOTIFY -
      * UNLESS A FEED-FORCE CARD FOR THE FEED IS ON HAND, WHICH IS
      * THEN USED UP. ON A RECORD CALL, ONCE THE FEED IS POSTED, IT
      * FILES THE RECEIPT. THE ADMISSIONS FEED WAS ONCE DROPPED AND
      * APPLIED TWICE. WITH THE REGISTER UNREADABLE NO FEED CAN BE
      * PROVED NEW, SO IT IS REFUSED THE SAME WAY - AGAIN UNLESS A
      * FEED-FORCE CARD IS ON HAND.
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
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(8) VALUE ZERO.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".
       01  WS-MATCH-SW              PIC X VALUE "N".
           88  MATCH-FOUND                 VALUE "Y".
       01  WS-DISPOSITION           PIC X VALUE SPACE.

      *> The force cards not used by this call, written back.
       01  WS-CARD-LIMIT            PIC 9(2) VALUE 20.
       01  WS-CARD-TOTAL            PIC 9(2) VALUE ZERO.
       01  WS-CARD-SUB              PIC 9(2) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 20 TIMES.
               10  WS-C-FEED-NAME   PIC X(12).
               10  WS-C-OPERATOR    PIC X(8).
               10  WS-C-FORCE-DATE  PIC 9(8).
       01  WS-CARD-USED-SW          PIC X VALUE "N".
           88  CARD-USED                   VALUE "Y".

       01  WS-NOTIFY-RECIPIENT      PIC X(12) VALUE "OPERATIONS".
       01  WS-NOTIFY-SEVERITY       PIC X VALUE "C".
       01  WS-NOTIFY-SOURCE         PIC X(8) VALUE "FEEDCHK".
       01  WS-NOTIFY-TEXT           PIC X(60) VALUE SPACES.
       01  WS-NOTIFY-SW             PIC X VALUE "N".

       LINKAGE SECTION.
       COPY FEEDCHK.

       PROCEDURE DIVISION USING FEED-CHECK-AREA.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN I-O FEED-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
              CLOSE FEED-REGISTER-FILE
              OPEN OUTPUT FEED-REGISTER-FILE
              CLOSE FEED-REGISTER-FILE
              OPEN I-O FEED-REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "Unable to open the feed register, status "
                 WS-REGISTER-STATUS " - " FC-FEED-NAME
                 " cannot be checked for a repeat."
              IF FC-CHECK-FEED
                 PERFORM 1500-REGISTER-UNAVAILABLE
              END-IF
              GOBACK
           END-IF.
           IF FC-CHECK-FEED
              PERFORM 1000-CHECK-FEED
           ELSE
              PERFORM 4000-RECORD-RECEIPT
           END-IF.
           CLOSE FEED-REGISTER-FILE.
           GOBACK.

       1000-CHECK-FEED.
           MOVE "A" TO FC-RESULT.
           MOVE SPACES TO FC-FORCED-BY FC-MATCH-JOB.
           MOVE ZERO TO FC-MATCH-DATE FC-MATCH-TIME.
           MOVE "N" TO WS-MATCH-SW.
           *> An empty feed posts nothing, so it is never a repeat.
           IF FC-RECORD-COUNT > ZERO
              PERFORM 1100-FIND-EARLIER-RECEIPT
           END-IF.
           IF MATCH-FOUND
              PERFORM 2000-LOOK-FOR-FORCE-CARD
              IF CARD-USED
                 MOVE "F" TO FC-RESULT
                 MOVE "I" TO WS-NOTIFY-SEVERITY
                 MOVE SPACES TO WS-NOTIFY-TEXT
                 STRING "FEED " DELIMITED BY SIZE
                    FC-FEED-NAME DELIMITED BY SPACE
                    " REPEAT FORCED BY " DELIMITED BY SIZE
                    FC-FORCED-BY DELIMITED BY SPACE
                    INTO WS-NOTIFY-TEXT
              ELSE
                 MOVE "R" TO FC-RESULT
                 MOVE "R" TO WS-DISPOSITION
                 PERFORM 3000-WRITE-RECEIPT
                 MOVE "C" TO WS-NOTIFY-SEVERITY
                 MOVE SPACES TO WS-NOTIFY-TEXT
                 STRING "FEED " DELIMITED BY SIZE
                    FC-FEED-NAME DELIMITED BY SPACE
                    " REFUSED - SAME AS RECEIPT OF " DELIMITED BY SIZE
                    FC-MATCH-DATE DELIMITED BY SIZE
                    INTO WS-NOTIFY-TEXT
              END-IF
              CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
                 WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
                 WS-NOTIFY-SW
           END-IF.

       1500-REGISTER-UNAVAILABLE.
           *> Nothing can be filed on the register, so a refusal
           *> carries no matching receipt - its match date is zero.
           MOVE SPACES TO FC-FORCED-BY FC-MATCH-JOB.
           MOVE ZERO TO FC-MATCH-DATE FC-MATCH-TIME.
           PERFORM 2000-LOOK-FOR-FORCE-CARD.
           MOVE SPACES TO WS-NOTIFY-TEXT.
           IF CARD-USED
              MOVE "F" TO FC-RESULT
              MOVE "I" TO WS-NOTIFY-SEVERITY
              STRING "FEED " DELIMITED BY SIZE
                 FC-FEED-NAME DELIMITED BY SPACE
                 " FORCED UNCHECKED BY " DELIMITED BY SIZE
                 FC-FORCED-BY DELIMITED BY SPACE
                 INTO WS-NOTIFY-TEXT
           ELSE
              MOVE "R" TO FC-RESULT
              MOVE "C" TO WS-NOTIFY-SEVERITY
              STRING "FEED " DELIMITED BY SIZE
                 FC-FEED-NAME DELIMITED BY SPACE
                 " REFUSED - FEED REGISTER UNREADABLE"
                    DELIMITED BY SIZE
                 INTO WS-NOTIFY-TEXT
           END-IF.
           CALL "NOTIFY" USING WS-NOTIFY-RECIPIENT
              WS-NOTIFY-SEVERITY WS-NOTIFY-SOURCE WS-NOTIFY-TEXT
              WS-NOTIFY-SW.

       1100-FIND-EARLIER-RECEIPT.
           *> Every earlier receipt of the feed, oldest first; a
           *> refused receipt was never posted and does not count.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE FC-FEED-NAME TO FR-FEED-NAME.
           MOVE ZERO TO FR-RECEIVED-DATE FR-RECEIVED-TIME.
           START FEED-REGISTER-FILE KEY IS >= FR-FEED-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS OR MATCH-FOUND
              READ FEED-REGISTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF FR-FEED-NAME NOT = FC-FEED-NAME
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE IF NOT FR-REFUSED
                          AND FR-RECORD-COUNT = FC-RECORD-COUNT
                          AND FR-HASH-TOTAL = FC-HASH-TOTAL
                          AND FR-FIRST-RECORD = FC-FIRST-RECORD
                          AND FR-LAST-RECORD = FC-LAST-RECORD
                       MOVE "Y" TO WS-MATCH-SW
                       MOVE FR-RECEIVED-DATE TO FC-MATCH-DATE
                       MOVE FR-RECEIVED-TIME TO FC-MATCH-TIME
                       MOVE FR-JOB-NAME      TO FC-MATCH-JOB
                    END-IF
                    END-IF
              END-READ
           END-PERFORM.

       2000-LOOK-FOR-FORCE-CARD.
           *> The first card for the feed is used up; every other
           *> card is written back for a later run.
           MOVE "N" TO WS-CARD-USED-SW.
           MOVE ZERO TO WS-CARD-TOTAL.
           OPEN INPUT FEED-FORCE-FILE.
           IF WS-FORCE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ FEED-FORCE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 2100-SORT-OUT-ONE-CARD
                 END-READ
              END-PERFORM
              CLOSE FEED-FORCE-FILE
              IF CARD-USED
                 OPEN OUTPUT FEED-FORCE-FILE
                 PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-TOTAL
                    MOVE WS-C-FEED-NAME (WS-CARD-SUB)
                       TO FF-FEED-NAME
                    MOVE WS-C-OPERATOR (WS-CARD-SUB) TO FF-OPERATOR
                    MOVE WS-C-FORCE-DATE (WS-CARD-SUB)
                       TO FF-FORCE-DATE
                    WRITE FEED-FORCE-RECORD
                 END-PERFORM
                 CLOSE FEED-FORCE-FILE
              END-IF
           END-IF.

       2100-SORT-OUT-ONE-CARD.
           IF FF-FEED-NAME = FC-FEED-NAME AND NOT CARD-USED
              MOVE "Y" TO WS-CARD-USED-SW
              MOVE FF-OPERATOR TO FC-FORCED-BY
           ELSE IF WS-CARD-TOTAL < WS-CARD-LIMIT
              ADD 1 TO WS-CARD-TOTAL
              MOVE FF-FEED-NAME  TO WS-C-FEED-NAME (WS-CARD-TOTAL)
              MOVE FF-OPERATOR   TO WS-C-OPERATOR (WS-CARD-TOTAL)
              MOVE FF-FORCE-DATE TO WS-C-FORCE-DATE (WS-CARD-TOTAL)
           ELSE
              DISPLAY "Force card table full - card for "
                 FF-FEED-NAME " dropped."
           END-IF
           END-IF.

       3000-WRITE-RECEIPT.
           MOVE FC-FEED-NAME     TO FR-FEED-NAME.
           MOVE WS-RUN-DATE      TO FR-RECEIVED-DATE.
           MOVE WS-RUN-TIME      TO FR-RECEIVED-TIME.
           MOVE FC-JOB-NAME      TO FR-JOB-NAME.
           MOVE FC-RECORD-COUNT  TO FR-RECORD-COUNT.
           MOVE FC-HASH-TOTAL    TO FR-HASH-TOTAL.
           MOVE FC-FIRST-RECORD  TO FR-FIRST-RECORD.
           MOVE FC-LAST-RECORD   TO FR-LAST-RECORD.
           MOVE WS-DISPOSITION   TO FR-DISPOSITION.
           MOVE FC-FORCED-BY     TO FR-FORCED-BY.
           MOVE FC-MATCH-DATE    TO FR-MATCH-DATE.
           MOVE FC-MATCH-TIME    TO FR-MATCH-TIME.
           WRITE FEED-REGISTER-RECORD.
           IF WS-REGISTER-STATUS NOT = "00"
              DISPLAY "Unable to file the feed receipt, status "
                 WS-REGISTER-STATUS
           END-IF.

       4000-RECORD-RECEIPT.
           *> A posted feed - forced if the check found a match and
           *> a force card let it through.
           IF FC-FEED-FORCED
              MOVE "F" TO WS-DISPOSITION
           ELSE
              MOVE "A" TO WS-DISPOSITION
              MOVE SPACES TO FC-FORCED-BY
              MOVE ZERO TO FC-MATCH-DATE FC-MATCH-TIME
           END-IF.
           PERFORM 3000-WRITE-RECEIPT.
