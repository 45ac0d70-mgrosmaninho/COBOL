       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB-DISPUTE-MAINT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: CREDIT BUREAU DISPUTE SCREEN, IN THE STYLE OF
      * SUSP-MAINT. RECORDS A DISPUTE A BUREAU PASSES ON FOR A LOAN
      * ACCOUNT, MARKS IT CORRECTED ONCE THE LOAN DESK HAS FIXED
      * THE ACCOUNT OR THE BORROWER'S STUDENT MASTER RECORD - THE
      * NEXT CRBUREAU-BATCH RUN THEN RESUBMITS THE ACCOUNT ON A
      * CORRECTION FILE - OR CLOSES IT AS NOT UPHELD, WHICH ONLY A
      * SUPERVISOR MAY DO. LISTS THE DISPUTES STILL OPEN OR WAITING
      * TO GO BACK TO THE BUREAU.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "CRBDISP.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CD-DISPUTE-KEY
              FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY CRBDISP.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS        PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-CORRECTED              VALUE "C".
           88 TRANS-NOT-UPHELD             VALUE "N".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "C" "N" "L".

       01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNT-ID            PIC 9(6) VALUE ZERO.
       01  WS-RECEIVED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-BUREAU-REF            PIC X(10) VALUE SPACES.
       01  WS-REASON                PIC X(30) VALUE SPACES.
       01  WS-NOTE                  PIC X(30) VALUE SPACES.
       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-ACCOUNT-ID             VALUE "Y".
       01  WS-VALID-DATE-SW         PIC X VALUE "N".
           88 VALID-RECEIVED-DATE          VALUE "Y".
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-DISPUTE-COUNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           CALL "BUSDATE" USING WS-BUSINESS-DATE.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              DISPLAY "Unable to open loan portfolio file, status "
                 WS-PORTFOLIO-STATUS
              GOBACK
           END-IF.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
              CLOSE DISPUTE-FILE
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN I-O DISPUTE-FILE
           END-IF.
           IF WS-DISPUTE-STATUS NOT = "00"
              DISPLAY "Unable to open the dispute file, status "
                 WS-DISPUTE-STATUS
              CLOSE PORTFOLIO-FILE
              GOBACK
           END-IF.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 2000-ADD-DISPUTE
              WHEN TRANS-CORRECTED
                 PERFORM 3000-MARK-CORRECTED
              WHEN TRANS-NOT-UPHELD
                 PERFORM 4000-CLOSE-NOT-UPHELD
              WHEN TRANS-LIST
                 PERFORM 5000-LIST-DISPUTES
           END-EVALUATE.
           CLOSE DISPUTE-FILE.
           CLOSE PORTFOLIO-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd dispute, (C)orrected, "
                 "(N)ot upheld, (L)ist: " WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, C,"
                    " N or L."
              END-IF
           END-PERFORM.

       1000-GET-ACCOUNT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-ACCOUNT-ID
              DISPLAY "Input account id: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-ID
              IF WS-ACCOUNT-ID NUMERIC AND WS-ACCOUNT-ID NOT = ZEROS
                 MOVE WS-ACCOUNT-ID TO PF-ACCOUNT-ID
                 READ PORTFOLIO-FILE
                    INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-ID
                          " is not on the portfolio."
                    NOT INVALID KEY
                       DISPLAY "Account " PF-ACCOUNT-ID " ("
                          PF-PRODUCT-CODE "), student "
                          PF-STUDENT-ID ", status " PF-STATUS "."
                       MOVE "Y" TO WS-VALID-ID-SW
                 END-READ
              ELSE
                 DISPLAY "Invalid account id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1100-GET-RECEIVED-DATE.
           MOVE "N" TO WS-VALID-DATE-SW.
           PERFORM UNTIL VALID-RECEIVED-DATE
              DISPLAY "Input date the dispute was received"
                 " (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-RECEIVED-DATE
              MOVE "N" TO WS-DATE-FUTURE-OPTION
              CALL "DATEVAL" USING WS-RECEIVED-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              IF DATE-IS-VALID
                 MOVE "Y" TO WS-VALID-DATE-SW
              ELSE
                 DISPLAY "Invalid date - enter a real calendar"
                    " date as YYYYMMDD, not in the future."
              END-IF
           END-PERFORM.

       1200-READ-DISPUTE.
           PERFORM 1000-GET-ACCOUNT-ID.
           PERFORM 1100-GET-RECEIVED-DATE.
           MOVE WS-ACCOUNT-ID    TO CD-ACCOUNT-ID.
           MOVE WS-RECEIVED-DATE TO CD-RECEIVED-DATE.
           READ DISPUTE-FILE
              INVALID KEY
                 DISPLAY "No dispute received " WS-RECEIVED-DATE
                    " for account " WS-ACCOUNT-ID " on file."
              NOT INVALID KEY
                 DISPLAY "Dispute " CD-BUREAU-REF " - " CD-REASON
                 DISPLAY "   status " CD-STATUS " entered by "
                    CD-ENTERED-BY
           END-READ.

       1300-GET-NOTE.
           MOVE SPACES TO WS-NOTE.
           PERFORM UNTIL WS-NOTE NOT = SPACES
              DISPLAY "Resolution note: " WITH NO ADVANCING
              ACCEPT WS-NOTE
              IF WS-NOTE = SPACES
                 DISPLAY "The note cannot be blank - say what was"
                    " found."
              END-IF
           END-PERFORM.

       2000-ADD-DISPUTE.
           PERFORM 1000-GET-ACCOUNT-ID.
           PERFORM 1100-GET-RECEIVED-DATE.
           DISPLAY "Input bureau dispute reference: "
              WITH NO ADVANCING.
           ACCEPT WS-BUREAU-REF.
           MOVE SPACES TO WS-REASON.
           PERFORM UNTIL WS-REASON NOT = SPACES
              DISPLAY "Input what the borrower disputes: "
                 WITH NO ADVANCING
              ACCEPT WS-REASON
              IF WS-REASON = SPACES
                 DISPLAY "The reason cannot be blank."
              END-IF
           END-PERFORM.
           MOVE WS-ACCOUNT-ID    TO CD-ACCOUNT-ID.
           MOVE WS-RECEIVED-DATE TO CD-RECEIVED-DATE.
           MOVE WS-BUREAU-REF    TO CD-BUREAU-REF.
           MOVE WS-REASON        TO CD-REASON.
           MOVE "O"              TO CD-STATUS.
           MOVE WS-OPERATOR-ID   TO CD-ENTERED-BY.
           MOVE SPACES           TO CD-RESOLVED-BY.
           MOVE ZERO             TO CD-RESOLVED-DATE.
           MOVE ZERO             TO CD-RESUBMIT-DATE.
           MOVE SPACES           TO CD-NOTE.
           WRITE BUREAU-DISPUTE-RECORD.
           EVALUATE WS-DISPUTE-STATUS
              WHEN "00"
                 DISPLAY "Dispute recorded for account "
                    WS-ACCOUNT-ID "."
              WHEN "22"
                 DISPLAY "A dispute received " WS-RECEIVED-DATE
                    " is already on file for account "
                    WS-ACCOUNT-ID " - nothing added."
              WHEN OTHER
                 DISPLAY "Unable to record the dispute, status "
                    WS-DISPUTE-STATUS
           END-EVALUATE.

       3000-MARK-CORRECTED.
           PERFORM 1200-READ-DISPUTE.
           EVALUATE TRUE
              WHEN WS-DISPUTE-STATUS NOT = "00"
                 CONTINUE
              WHEN NOT CD-STATUS-OPEN
                 DISPLAY "The dispute is not open (" CD-STATUS
                    ") - nothing changed."
              WHEN OTHER
                 PERFORM 1300-GET-NOTE
                 MOVE "C"              TO CD-STATUS
                 MOVE WS-OPERATOR-ID   TO CD-RESOLVED-BY
                 MOVE WS-BUSINESS-DATE TO CD-RESOLVED-DATE
                 MOVE WS-NOTE          TO CD-NOTE
                 REWRITE BUREAU-DISPUTE-RECORD
                 IF WS-DISPUTE-STATUS NOT = "00"
                    DISPLAY "Unable to update the dispute, status "
                       WS-DISPUTE-STATUS
                 ELSE
                    DISPLAY "Dispute marked corrected - the account"
                       " is resubmitted in the next bureau run."
                 END-IF
           END-EVALUATE.

       4000-CLOSE-NOT-UPHELD.
           PERFORM 1200-READ-DISPUTE.
           EVALUATE TRUE
              WHEN WS-DISPUTE-STATUS NOT = "00"
                 CONTINUE
              WHEN NOT CD-STATUS-OPEN
                 DISPLAY "The dispute is not open (" CD-STATUS
                    ") - nothing changed."
              WHEN WS-AUTH-LEVEL < 2
                 DISPLAY "Only a supervisor can close a dispute as"
                    " not upheld."
              WHEN OTHER
                 PERFORM 1300-GET-NOTE
                 MOVE "N"              TO CD-STATUS
                 MOVE WS-OPERATOR-ID   TO CD-RESOLVED-BY
                 MOVE WS-BUSINESS-DATE TO CD-RESOLVED-DATE
                 MOVE WS-NOTE          TO CD-NOTE
                 REWRITE BUREAU-DISPUTE-RECORD
                 IF WS-DISPUTE-STATUS NOT = "00"
                    DISPLAY "Unable to update the dispute, status "
                       WS-DISPUTE-STATUS
                 ELSE
                    DISPLAY "Dispute closed as not upheld."
                 END-IF
           END-EVALUATE.

       5000-LIST-DISPUTES.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO CD-ACCOUNT-ID CD-RECEIVED-DATE.
           START DISPUTE-FILE KEY IS >= CD-DISPUTE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CD-STATUS-OPEN OR CD-STATUS-CORRECTED
                       ADD 1 TO WS-DISPUTE-COUNT
                       DISPLAY CD-ACCOUNT-ID " " CD-RECEIVED-DATE
                          " " CD-STATUS " " CD-BUREAU-REF " "
                          CD-REASON
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY WS-DISPUTE-COUNT " dispute(s) open or waiting"
              " to be resubmitted.".
