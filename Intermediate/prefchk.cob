       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED CONTACT PREFERENCE ROUTINE, CALLABLE
      * LIKE NOTIFY OR DATEVAL. A CALLER ABOUT TO SEND A PERSON
      * SOMETHING PASSES WHO (STUDENT, BORROWER ACCOUNT OR
      * CO-BORROWER), THE MESSAGE CATEGORY, WHETHER THE ITEM IS A
      * LEGALLY REQUIRED NOTICE, AND A ONE-LINE DESCRIPTION OF IT.
      * THE ROUTINE LOOKS UP CONTPREF.DAT AND ANSWERS WITH THE
      * ROUTE: "P" PRINT IT FOR POST AS BEFORE, "E" OR "S" IT HAS
      * GONE ON THE ELECTRONIC DELIVERY EXTRACT (ELECOUT.DAT) AND
      * IS NOT TO BE PRINTED, OR "N" IT IS WITHHELD. A WITHHELD
      * ITEM, AND A LEGAL NOTICE SENT IN SPITE OF AN OPT-OUT, IS
      * LOGGED WITH ITS REASON TO SUPPRESS.LOG FOR SUPPRESS-RPT.
      * A PERSON WITH NO PREFERENCE ON FILE IS WRITTEN TO BY POST,
      * EXCEPT FOR MARKETING, WHICH NEEDS CONSENT ON FILE. A
      * CALLER THAT DELIVERS ELECTRONICALLY ITSELF (THE GATEWAY)
      * PASSES THE TEXT BLANK AND NOTHING IS EXTRACTED FOR IT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-PREF-FILE ASSIGN TO "CONTPREF.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CP-PREF-KEY
              FILE STATUS IS WS-PREF-STATUS.

           SELECT SUPPRESS-LOG-FILE ASSIGN TO "SUPPRESS.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT ELECTRONIC-OUT-FILE ASSIGN TO "ELECOUT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ELECOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-PREF-FILE.
       COPY CONTPREF.

       FD  SUPPRESS-LOG-FILE.
       COPY SUPPLOG.

       FD  ELECTRONIC-OUT-FILE.
       COPY ELECOUT.

       WORKING-STORAGE SECTION.
       01  WS-PREF-STATUS           PIC XX VALUE SPACES.
       01  WS-SUPPRESS-STATUS       PIC XX VALUE SPACES.
       01  WS-ELECOUT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01  WS-PREF-FOUND-SW         PIC X VALUE "N".
           88  PREFERENCE-ON-FILE          VALUE "Y".
       01  WS-CHANNEL               PIC X VALUE SPACE.
           88  WS-BY-POST                  VALUE "P".
           88  WS-BY-ELECTRONIC            VALUES "E" "S".
           88  WS-NO-CONTACT               VALUE "N".
       01  WS-LOG-ACTION            PIC X VALUE SPACE.
       01  WS-LOG-REASON            PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PERSON-TYPE           PIC X.
       01  LK-PERSON-ID             PIC 9(6).
       01  LK-PERSON-SEQ            PIC 9(2).
       01  LK-CATEGORY              PIC X.
           88  LK-CAT-MARKETING            VALUE "M".
       01  LK-LEGAL-SW              PIC X.
           88  LK-LEGALLY-REQUIRED         VALUE "Y".
       01  LK-SOURCE                PIC X(8).
       01  LK-ITEM                  PIC X(12).
       01  LK-TEXT                  PIC X(60).
       01  LK-ROUTE                 PIC X.
           88  LK-ROUTE-POST               VALUE "P".
           88  LK-ROUTE-EMAIL              VALUE "E".
           88  LK-ROUTE-SMS                VALUE "S".
           88  LK-ROUTE-WITHHELD           VALUE "N".

       PROCEDURE DIVISION USING LK-PERSON-TYPE LK-PERSON-ID
             LK-PERSON-SEQ LK-CATEGORY LK-LEGAL-SW LK-SOURCE
             LK-ITEM LK-TEXT LK-ROUTE.
       0000-MAIN.
           MOVE "P" TO LK-ROUTE.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 1000-READ-PREFERENCE.
           EVALUATE TRUE
              WHEN NOT PREFERENCE-ON-FILE
                 AND LK-CAT-MARKETING
                 AND NOT LK-LEGALLY-REQUIRED
                 MOVE "N" TO LK-ROUTE
                 MOVE "W" TO WS-LOG-ACTION
                 MOVE "NO MARKETING CONSENT" TO WS-LOG-REASON
                 PERFORM 2000-LOG-SUPPRESSION
              WHEN NOT PREFERENCE-ON-FILE
                 CONTINUE
              WHEN WS-NO-CONTACT AND LK-LEGALLY-REQUIRED
                 MOVE "O" TO WS-LOG-ACTION
                 MOVE "LEGALLY REQUIRED NOTICE" TO WS-LOG-REASON
                 PERFORM 2000-LOG-SUPPRESSION
              WHEN WS-NO-CONTACT
                 MOVE "N" TO LK-ROUTE
                 MOVE "W" TO WS-LOG-ACTION
                 MOVE "OPTED OUT OF CATEGORY" TO WS-LOG-REASON
                 PERFORM 2000-LOG-SUPPRESSION
              WHEN WS-BY-ELECTRONIC AND LK-TEXT = SPACES
                 MOVE WS-CHANNEL TO LK-ROUTE
              WHEN WS-BY-ELECTRONIC
                 PERFORM 3000-EXTRACT-ELECTRONIC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GOBACK.

       1000-READ-PREFERENCE.
           *> No file, no record, or a consent dated after today all
           *> mean no preference in force - the item goes by post.
           MOVE "N" TO WS-PREF-FOUND-SW.
           MOVE "P" TO WS-CHANNEL.
           OPEN INPUT CONTACT-PREF-FILE.
           IF WS-PREF-STATUS = "00"
              MOVE LK-PERSON-TYPE TO CP-PERSON-TYPE
              MOVE LK-PERSON-ID   TO CP-PERSON-ID
              MOVE LK-PERSON-SEQ  TO CP-PERSON-SEQ
              MOVE LK-CATEGORY    TO CP-CATEGORY
              READ CONTACT-PREF-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CP-CHANNEL-VALID
                       AND CP-CONSENT-DATE <= WS-RUN-DATE
                       MOVE "Y" TO WS-PREF-FOUND-SW
                       MOVE CP-CHANNEL TO WS-CHANNEL
                    END-IF
              END-READ
              CLOSE CONTACT-PREF-FILE
           END-IF.

       2000-LOG-SUPPRESSION.
           *> A log that cannot be opened does not change the
           *> decision - it is reported and the caller carries on.
           OPEN EXTEND SUPPRESS-LOG-FILE.
           IF WS-SUPPRESS-STATUS = "35"
              OPEN OUTPUT SUPPRESS-LOG-FILE
           END-IF.
           IF WS-SUPPRESS-STATUS = "00"
              MOVE WS-RUN-DATE    TO SL-LOG-DATE
              MOVE LK-SOURCE      TO SL-SOURCE
              MOVE LK-PERSON-TYPE TO SL-PERSON-TYPE
              MOVE LK-PERSON-ID   TO SL-PERSON-ID
              MOVE LK-PERSON-SEQ  TO SL-PERSON-SEQ
              MOVE LK-CATEGORY    TO SL-CATEGORY
              MOVE LK-ITEM        TO SL-ITEM
              MOVE WS-CHANNEL     TO SL-CHANNEL
              MOVE WS-LOG-ACTION  TO SL-ACTION
              MOVE WS-LOG-REASON  TO SL-REASON
              WRITE SUPPRESS-LOG-RECORD
              CLOSE SUPPRESS-LOG-FILE
           ELSE
              DISPLAY "Warning: suppression of " LK-ITEM " for "
                 LK-PERSON-TYPE LK-PERSON-ID " not logged, status "
                 WS-SUPPRESS-STATUS
           END-IF.

       3000-EXTRACT-ELECTRONIC.
           *> A legal notice still prints for post as well - the
           *> electronic copy is a courtesy, the paper is the
           *> notice. An extract that cannot be opened leaves the
           *> item to print, so nothing is lost.
           OPEN EXTEND ELECTRONIC-OUT-FILE.
           IF WS-ELECOUT-STATUS = "35"
              OPEN OUTPUT ELECTRONIC-OUT-FILE
           END-IF.
           IF WS-ELECOUT-STATUS = "00"
              MOVE WS-RUN-DATE    TO EO-EXTRACT-DATE
              MOVE LK-SOURCE      TO EO-SOURCE
              MOVE LK-PERSON-TYPE TO EO-PERSON-TYPE
              MOVE LK-PERSON-ID   TO EO-PERSON-ID
              MOVE LK-PERSON-SEQ  TO EO-PERSON-SEQ
              MOVE LK-CATEGORY    TO EO-CATEGORY
              MOVE WS-CHANNEL     TO EO-CHANNEL
              MOVE LK-ITEM        TO EO-ITEM
              MOVE LK-TEXT        TO EO-TEXT
              WRITE ELECTRONIC-OUT-RECORD
              CLOSE ELECTRONIC-OUT-FILE
              IF NOT LK-LEGALLY-REQUIRED
                 MOVE WS-CHANNEL TO LK-ROUTE
              END-IF
           ELSE
              DISPLAY "Warning: electronic extract unavailable,"
                 " status " WS-ELECOUT-STATUS " - " LK-ITEM
                 " goes by post."
           END-IF.
