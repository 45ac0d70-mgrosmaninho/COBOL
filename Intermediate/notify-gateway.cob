      * MAIL BRIDGE THAT COMES LATER, THEN MARKS THE MESSAGE
      * DISPATCHED WITH THE BUSINESS DATE SO DELIVERY IS TRACKED
      * PER MESSAGE AND A RERUN SENDS NOTHING TWICE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A MESSAGE ADDRESSED TO A STUDENT (A SIX-DIGIT
      *            STUDENT ID AS RECIPIENT) NOW GOES THROUGH PREFCHK
      *            FOR THE STUDENT'S CONTACT PREFERENCE IN THE
      *            CATEGORY ITS SOURCE BELONGS TO: POST PRINTS ONLY
      *            THE BULLETIN LINE, EMAIL OR SMS ONLY THE EXTRACT
      *            RECORD (WHICH NOW CARRIES THE CHANNEL), AND AN
      *            OPT-OUT MARKS THE MESSAGE SUPPRESSED AND LOGS IT.
      *            A CRITICAL MESSAGE OVERRIDES AN OPT-OUT. STAFF
      *            RECIPIENTS ARE DISPATCHED EXACTLY AS BEFORE.
      ****************************************************************

       ENVIRONMENT DIVISION.
           05  EX-SOURCE            PIC X(8).
           05  EX-QUEUE-DATE        PIC 9(8).
           05  EX-TEXT              PIC X(60).
           05  EX-CHANNEL           PIC X.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS           PIC XX VALUE SPACES.
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-DISPATCH-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-PREF-PERSON-TYPE       PIC X VALUE "S".
       01  WS-PREF-PERSON-ID         PIC 9(6) VALUE ZERO.
       01  WS-PREF-PERSON-SEQ        PIC 9(2) VALUE ZERO.
       01  WS-PREF-CATEGORY          PIC X VALUE "A".
       01  WS-PREF-LEGAL-SW          PIC X VALUE "N".
       01  WS-PREF-ITEM              PIC X(12) VALUE SPACES.
       01  WS-PREF-TEXT              PIC X(60) VALUE SPACES.
       01  WS-PREF-ROUTE             PIC X VALUE "P".
           88  ROUTE-BY-POST                VALUE "P".
           88  ROUTE-WITHHELD               VALUE "N".

       01  WS-BULLETIN-TITLE.
           05  FILLER           PIC X(22) VALUE
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-DISPATCH-COUNT.
           DISPLAY "Gateway dispatched " WS-DISPATCH-COUNT
              " message(s), suppressed " WS-SUPPRESSED-COUNT ".".
           GOBACK.

       2000-DISPATCH-THE-QUEUE.
           END-PERFORM.

       2100-DISPATCH-ONE-MESSAGE.
           *> Staff recipients get both the bulletin line and the
           *> email record, as always; a student gets one or the
           *> other, or nothing, by preference.
           MOVE "B" TO WS-PREF-ROUTE.
           IF NQ-RECIPIENT (1:6) IS NUMERIC
              AND NQ-RECIPIENT (7:6) = SPACES
              PERFORM 2200-CHECK-STUDENT-PREFERENCE
           END-IF.
           IF ROUTE-WITHHELD
              MOVE "S" TO NQ-STATUS
           ELSE
              MOVE "D" TO NQ-STATUS
              IF WS-PREF-ROUTE = "B" OR ROUTE-BY-POST
                 MOVE NQ-SEVERITY  TO WS-B-SEVERITY
                 MOVE NQ-RECIPIENT TO WS-B-RECIPIENT
                 MOVE NQ-SOURCE    TO WS-B-SOURCE
                 MOVE NQ-TEXT      TO WS-B-TEXT
                 MOVE WS-BULLETIN-DETAIL TO BULLETIN-LINE
                 WRITE BULLETIN-LINE
              END-IF
              IF NOT ROUTE-BY-POST
                 MOVE NQ-RECIPIENT  TO EX-RECIPIENT
                 MOVE NQ-SEVERITY   TO EX-SEVERITY
                 MOVE NQ-SOURCE     TO EX-SOURCE
                 MOVE NQ-QUEUE-DATE TO EX-QUEUE-DATE
                 MOVE NQ-TEXT       TO EX-TEXT
                 IF WS-PREF-ROUTE = "S"
                    MOVE "S" TO EX-CHANNEL
                 ELSE
                    MOVE "E" TO EX-CHANNEL
                 END-IF
                 WRITE EMAIL-EXTRACT-RECORD
              END-IF
           END-IF.
           MOVE WS-RUN-DATE TO NQ-DISPATCH-DATE.
           REWRITE NOTIFY-RECORD.
           IF WS-QUEUE-STATUS NOT = "00"
              DISPLAY "Unable to mark the message dispatched, "
                 "status " WS-QUEUE-STATUS
           ELSE
              IF NQ-SUPPRESSED
                 ADD 1 TO WS-SUPPRESSED-COUNT
              ELSE
                 ADD 1 TO WS-DISPATCH-COUNT
              END-IF
           END-IF.

       2200-CHECK-STUDENT-PREFERENCE.
           *> The category follows the program that queued the
           *> message; a critical message is treated as a notice
           *> that must reach the student.
           MOVE NQ-RECIPIENT (1:6) TO WS-PREF-PERSON-ID.
           EVALUATE NQ-SOURCE
              WHEN "PAYDUE"
              WHEN "INSTREM"
              WHEN "BILLING"
                 MOVE "B" TO WS-PREF-CATEGORY
              WHEN "DUNNING"
                 MOVE "C" TO WS-PREF-CATEGORY
              WHEN OTHER
                 MOVE "A" TO WS-PREF-CATEGORY
           END-EVALUATE.
           IF NQ-SEV-CRITICAL
              MOVE "Y" TO WS-PREF-LEGAL-SW
           ELSE
              MOVE "N" TO WS-PREF-LEGAL-SW
           END-IF.
           MOVE SPACES TO WS-PREF-ITEM.
           STRING "MSG " DELIMITED BY SIZE
              NQ-SEQUENCE DELIMITED BY SIZE
              INTO WS-PREF-ITEM.
           MOVE SPACES TO WS-PREF-TEXT.
           CALL "PREFCHK" USING WS-PREF-PERSON-TYPE WS-PREF-PERSON-ID
              WS-PREF-PERSON-SEQ WS-PREF-CATEGORY WS-PREF-LEGAL-SW
              WS-JOB-NAME WS-PREF-ITEM WS-PREF-TEXT WS-PREF-ROUTE.
