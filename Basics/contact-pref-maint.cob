       IDENTIFICATION DIVISION.
        PROGRAM-ID. CONTACT-PREF-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: MAINTENANCE PROGRAM FOR THE CONTACT PREFERENCE
      * FILE, IN THE STYLE OF TEACH-RATE-MAINT. ADDS (OR REPLACES),
      * REMOVES AND LISTS, FOR A STUDENT, A LOAN BORROWER OR ONE OF
      * THE ACCOUNT'S CO-BORROWERS, HOW THE PERSON WANTS TO HEAR
      * ABOUT EACH CATEGORY OF MESSAGE - ACADEMIC, BILLING,
      * COLLECTIONS, MARKETING - BY POST, EMAIL, SMS OR NOT AT ALL,
      * AND THE DATE THE CONSENT OR OPT-OUT WAS GIVEN. THE PERSON
      * IS CHECKED AGAINST THE STUDENT MASTER, THE PORTFOLIO OR THE
      * CO-BORROWER FILE WHEN THAT FILE IS ON HAND. LETTERGEN,
      * DUNNING-BATCH, PAYMENT-DUE-BATCH AND THE NOTIFY-GATEWAY ACT
      * ON THESE THROUGH THE SHARED PREFCHK ROUTINE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-PREF-FILE ASSIGN TO "CONTPREF.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-PREF-KEY
              FILE STATUS IS WS-PREF-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SM-STUDENT-ID
              ALTERNATE RECORD KEY IS SM-COURSE-CODE
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-SURNAME
                 WITH DUPLICATES
              ALTERNATE RECORD KEY IS SM-NATIONAL-ID
                 WITH DUPLICATES
              FILE STATUS IS WS-MASTER-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT COBORROWER-FILE ASSIGN TO "COBORROW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CB-COBOR-KEY
              FILE STATUS IS WS-COBOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-PREF-FILE.
       COPY CONTPREF.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  COBORROWER-FILE.
       COPY COBORREC.

       WORKING-STORAGE SECTION.
       01  WS-PREF-STATUS           PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS      PIC XX VALUE SPACES.
       01  WS-COBOR-STATUS          PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-ADD                    VALUE "A".
           88 TRANS-REMOVE                 VALUE "R".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "R" "L".

       01  WS-PERSON-TYPE           PIC X VALUE SPACE.
           88 PERSON-STUDENT               VALUE "S".
           88 PERSON-BORROWER              VALUE "B".
           88 PERSON-COBORROWER            VALUE "C".
           88 PERSON-TYPE-VALID            VALUES "S" "B" "C".
       01  WS-PERSON-ID             PIC 9(6) VALUE ZERO.
       01  WS-PERSON-SEQ            PIC 9(2) VALUE ZERO.
       01  WS-PERSON-NAME           PIC X(21) VALUE SPACES.
       01  WS-CATEGORY              PIC X VALUE SPACE.
           88 CATEGORY-VALID               VALUES "A" "B" "C" "M".
       01  WS-CHANNEL               PIC X VALUE SPACE.
           88 CHANNEL-VALID                VALUES "P" "E" "S" "N".
       01  WS-CONSENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-FUTURE-OPTION         PIC X VALUE "N".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".
       01  WS-VALID-PERSON-SW       PIC X VALUE "N".
           88 VALID-PERSON                 VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-LIST-COUNT            PIC 9(2) VALUE ZERO.

       01  WS-LIST-LINE.
           05  WS-L-CATEGORY        PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-CHANNEL         PIC X(6).
           05  FILLER               PIC X(9)  VALUE " CONSENT ".
           05  WS-L-CONSENT-DATE    PIC 9(8).
           05  FILLER               PIC X(9)  VALUE " UPDATED ".
           05  WS-L-UPDATED-DATE    PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-UPDATED-BY      PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           OPEN I-O CONTACT-PREF-FILE.
           IF WS-PREF-STATUS = "35"
              CLOSE CONTACT-PREF-FILE
              OPEN OUTPUT CONTACT-PREF-FILE
              CLOSE CONTACT-PREF-FILE
              OPEN I-O CONTACT-PREF-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-PERSON.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 PERFORM 1000-ADD-PREFERENCE
              WHEN TRANS-REMOVE
                 PERFORM 5000-REMOVE-PREFERENCE
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PREFERENCES
           END-EVALUATE.
           CLOSE CONTACT-PREF-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)dd/replace, (R)emove, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, R"
                    " or L."
              END-IF
           END-PERFORM.

       1000-ADD-PREFERENCE.
           PERFORM 1200-GET-CATEGORY.
           MOVE WS-PERSON-TYPE TO CP-PERSON-TYPE.
           MOVE WS-PERSON-ID   TO CP-PERSON-ID.
           MOVE WS-PERSON-SEQ  TO CP-PERSON-SEQ.
           MOVE WS-CATEGORY    TO CP-CATEGORY.
           READ CONTACT-PREF-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-PREF-STATUS = "00"
              DISPLAY "Replacing channel " CP-CHANNEL " consented "
                 CP-CONSENT-DATE " set by " CP-UPDATED-BY "."
           END-IF.
           PERFORM 1300-GET-CHANNEL-DETAILS.
           MOVE WS-CHANNEL      TO CP-CHANNEL.
           MOVE WS-CONSENT-DATE TO CP-CONSENT-DATE.
           MOVE WS-TODAY-DATE   TO CP-UPDATED-DATE.
           MOVE WS-OPERATOR-ID  TO CP-UPDATED-BY.
           IF WS-PREF-STATUS = "00"
              REWRITE CONTACT-PREF-RECORD
           ELSE
              MOVE WS-PERSON-TYPE TO CP-PERSON-TYPE
              MOVE WS-PERSON-ID   TO CP-PERSON-ID
              MOVE WS-PERSON-SEQ  TO CP-PERSON-SEQ
              MOVE WS-CATEGORY    TO CP-CATEGORY
              WRITE CONTACT-PREF-RECORD
           END-IF.
           IF WS-PREF-STATUS NOT = "00"
              DISPLAY "Unable to save contact preference, status "
                 WS-PREF-STATUS
           ELSE
              DISPLAY "Contact preference filed."
           END-IF.

       1100-GET-PERSON.
           MOVE SPACE TO WS-PERSON-TYPE.
           PERFORM UNTIL PERSON-TYPE-VALID
              DISPLAY "Person (S)tudent, (B)orrower account,"
                 " (C)o-borrower: " WITH NO ADVANCING
              ACCEPT WS-PERSON-TYPE
              IF NOT PERSON-TYPE-VALID
                 DISPLAY "Invalid person type - enter S, B or C."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-PERSON-SW.
           PERFORM UNTIL VALID-PERSON
              MOVE ZERO TO WS-PERSON-SEQ
              IF PERSON-STUDENT
                 DISPLAY "Input student id: " WITH NO ADVANCING
              ELSE
                 DISPLAY "Input loan account id: " WITH NO ADVANCING
              END-IF
              ACCEPT WS-PERSON-ID
              IF PERSON-COBORROWER
                 DISPLAY "Input co-borrower sequence: "
                    WITH NO ADVANCING
                 ACCEPT WS-PERSON-SEQ
              END-IF
              PERFORM 1150-CHECK-PERSON
           END-PERFORM.
           DISPLAY "Preferences for " WS-PERSON-NAME.

       1150-CHECK-PERSON.
           *> A file that is not on hand cannot refuse the person -
           *> the id is taken as keyed.
           MOVE "Y" TO WS-VALID-PERSON-SW.
           MOVE WS-PERSON-ID TO WS-PERSON-NAME.
           EVALUATE TRUE
              WHEN WS-PERSON-ID NOT NUMERIC
                 OR WS-PERSON-ID = ZERO
                 MOVE "N" TO WS-VALID-PERSON-SW
              WHEN PERSON-STUDENT
                 OPEN INPUT STUDENT-MASTER-FILE
                 IF WS-MASTER-STATUS = "00"
                    MOVE WS-PERSON-ID TO SM-STUDENT-ID
                    READ STUDENT-MASTER-FILE
                       INVALID KEY
                          MOVE "N" TO WS-VALID-PERSON-SW
                       NOT INVALID KEY
                          STRING SM-FORENAME DELIMITED BY "  "
                             " " DELIMITED BY SIZE
                             SM-SURNAME DELIMITED BY "  "
                             INTO WS-PERSON-NAME
                    END-READ
                    CLOSE STUDENT-MASTER-FILE
                 END-IF
              WHEN PERSON-BORROWER
                 OPEN INPUT PORTFOLIO-FILE
                 IF WS-PORTFOLIO-STATUS = "00"
                    MOVE WS-PERSON-ID TO PF-ACCOUNT-ID
                    READ PORTFOLIO-FILE
                       INVALID KEY
                          MOVE "N" TO WS-VALID-PERSON-SW
                    END-READ
                    CLOSE PORTFOLIO-FILE
                 END-IF
              WHEN OTHER
                 OPEN INPUT COBORROWER-FILE
                 IF WS-COBOR-STATUS = "00"
                    MOVE WS-PERSON-ID  TO CB-ACCOUNT-ID
                    MOVE WS-PERSON-SEQ TO CB-SEQUENCE
                    READ COBORROWER-FILE
                       INVALID KEY
                          MOVE "N" TO WS-VALID-PERSON-SW
                       NOT INVALID KEY
                          MOVE CB-NAME TO WS-PERSON-NAME
                    END-READ
                    CLOSE COBORROWER-FILE
                 END-IF
           END-EVALUATE.
           IF NOT VALID-PERSON
              DISPLAY "No such person on file - re-enter."
           END-IF.

       1200-GET-CATEGORY.
           MOVE SPACE TO WS-CATEGORY.
           PERFORM UNTIL CATEGORY-VALID
              DISPLAY "Input category (A)cademic, (B)illing,"
                 " (C)ollections, (M)arketing: " WITH NO ADVANCING
              ACCEPT WS-CATEGORY
              IF NOT CATEGORY-VALID
                 DISPLAY "Invalid category - enter A, B, C or M."
              END-IF
           END-PERFORM.

       1300-GET-CHANNEL-DETAILS.
           MOVE SPACE TO WS-CHANNEL.
           PERFORM UNTIL CHANNEL-VALID
              DISPLAY "Input channel (P)ost, (E)mail, (S)MS,"
                 " (N)one: " WITH NO ADVANCING
              ACCEPT WS-CHANNEL
              IF NOT CHANNEL-VALID
                 DISPLAY "Invalid channel - enter P, E, S or N."
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Input date consent given or withdrawn"
                 " (YYYYMMDD, 0 = today): " WITH NO ADVANCING
              ACCEPT WS-CONSENT-DATE
              IF WS-CONSENT-DATE = ZERO
                 MOVE WS-TODAY-DATE TO WS-CONSENT-DATE
              END-IF
              CALL "DATEVAL" USING WS-CONSENT-DATE WS-FUTURE-OPTION
                 WS-DATE-VALID-SW
              IF NOT DATE-IS-VALID
                 DISPLAY "Invalid date - enter a real date not in"
                    " the future."
              END-IF
           END-PERFORM.

       5000-REMOVE-PREFERENCE.
           *> With the record gone the person is written to by post
           *> again in that category.
           PERFORM 1200-GET-CATEGORY.
           MOVE WS-PERSON-TYPE TO CP-PERSON-TYPE.
           MOVE WS-PERSON-ID   TO CP-PERSON-ID.
           MOVE WS-PERSON-SEQ  TO CP-PERSON-SEQ.
           MOVE WS-CATEGORY    TO CP-CATEGORY.
           READ CONTACT-PREF-FILE
              INVALID KEY
                 DISPLAY "No preference on file for that category."
           END-READ.
           IF WS-PREF-STATUS = "00"
              DELETE CONTACT-PREF-FILE
              IF WS-PREF-STATUS NOT = "00"
                 DISPLAY "Unable to remove contact preference, status "
                    WS-PREF-STATUS
              ELSE
                 DISPLAY "Contact preference removed."
              END-IF
           END-IF.

       6000-LIST-PREFERENCES.
           MOVE WS-PERSON-TYPE TO CP-PERSON-TYPE.
           MOVE WS-PERSON-ID   TO CP-PERSON-ID.
           MOVE WS-PERSON-SEQ  TO CP-PERSON-SEQ.
           MOVE LOW-VALUE      TO CP-CATEGORY.
           START CONTACT-PREF-FILE KEY IS >= CP-PREF-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ CONTACT-PREF-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CP-PERSON-TYPE NOT = WS-PERSON-TYPE
                       OR CP-PERSON-ID NOT = WS-PERSON-ID
                       OR CP-PERSON-SEQ NOT = WS-PERSON-SEQ
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       PERFORM 6100-LIST-ONE-PREFERENCE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "No preferences on file - every category goes"
                 " by post, and no marketing is sent."
           END-IF.

       6100-LIST-ONE-PREFERENCE.
           ADD 1 TO WS-LIST-COUNT.
           EVALUATE TRUE
              WHEN CP-CAT-ACADEMIC
                 MOVE "ACADEMIC"    TO WS-L-CATEGORY
              WHEN CP-CAT-BILLING
                 MOVE "BILLING"     TO WS-L-CATEGORY
              WHEN CP-CAT-COLLECTIONS
                 MOVE "COLLECTIONS" TO WS-L-CATEGORY
              WHEN OTHER
                 MOVE "MARKETING"   TO WS-L-CATEGORY
           END-EVALUATE.
           EVALUATE TRUE
              WHEN CP-BY-POST
                 MOVE "POST"  TO WS-L-CHANNEL
              WHEN CP-BY-EMAIL
                 MOVE "EMAIL" TO WS-L-CHANNEL
              WHEN CP-BY-SMS
                 MOVE "SMS"   TO WS-L-CHANNEL
              WHEN OTHER
                 MOVE "NONE"  TO WS-L-CHANNEL
           END-EVALUATE.
           MOVE CP-CONSENT-DATE TO WS-L-CONSENT-DATE.
           MOVE CP-UPDATED-DATE TO WS-L-UPDATED-DATE.
           MOVE CP-UPDATED-BY   TO WS-L-UPDATED-BY.
           DISPLAY WS-LIST-LINE.
