       IDENTIFICATION DIVISION.
        PROGRAM-ID. STUDENT-LIST-GEN.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: AD-HOC STUDENT LIST GENERATOR. A DECK OF
      * SELECTION CARDS (STUDSEL LAYOUT - STUDSEL.DAT UNLESS
      * ANOTHER DECK IS NAMED AT RUN TIME) PICKS STUDENTS BY
      * STATUS, COURSE, TERM, GENDER, AGE RANGE AND THE BAD-ADDRESS
      * FLAG, SAYS HOW TO SORT THEM AND WHICH COLUMNS TO PRINT. THE
      * LIST DRIVES FROM THE NIGHTLY REPORTING EXTRACT, ONE LINE
      * PER ENROLLMENT, OR FROM THE MASTER, ONE LINE PER STUDENT,
      * WITH THE MASTER JOINED ON FOR THE PERSONAL FIELDS. THE LIST
      * PRINTS TO STUDLIST.PRT WITH THE SELECTION CARDS ECHOED ON
      * THE HEADING, AND ON REQUEST THE SAME ROWS GO TO
      * STUDLIST.CSV, COMMA-DELIMITED, FOR THE OFFICE. A ONE-OFF
      * LIST IS NOW A NEW CARD DECK RATHER THAN A NEW PROGRAM.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The deck is named at run time - each list is its own deck.
           SELECT SELECTION-CARD-FILE ASSIGN TO DYNAMIC WS-DECK-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT REPORT-EXTRACT-FILE ASSIGN TO "STUDRPTX.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTRACT-STATUS.

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

           SELECT SORT-WORK-FILE ASSIGN TO "LISTSORT.WRK".

           SELECT LIST-REPORT-FILE ASSIGN TO "STUDLIST.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

           SELECT LIST-CSV-FILE ASSIGN TO "STUDLIST.CSV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECTION-CARD-FILE.
       COPY STUDSEL.

       FD  REPORT-EXTRACT-FILE.
       COPY RPTXTREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-SORT-KEY          PIC X(40).
           05  SR-STUDENT-ID        PIC 9(6).
           05  SR-SURNAME           PIC X(10).
           05  SR-FORENAME          PIC X(10).
           05  SR-STATUS            PIC X.
           05  SR-COURSE-CODE       PIC X(4).
           05  SR-TERM-CODE         PIC X(6).
           05  SR-SECTION-NO        PIC 9(2).
           05  SR-GENDER            PIC X.
           05  SR-DATE-OF-BIRTH     PIC 9(8).
           05  SR-AGE               PIC 9(3).
           05  SR-ADDRESS           PIC X(30).
           05  SR-PHONE             PIC X(12).
           05  SR-EMAIL             PIC X(30).
           05  SR-BAD-ADDRESS       PIC X.

       FD  LIST-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       FD  LIST-CSV-FILE.
       01  CSV-LINE                  PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS            PIC XX VALUE SPACES.
       01  WS-EXTRACT-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-CSV-STATUS             PIC XX VALUE SPACES.
       01  WS-DECK-NAME              PIC X(12) VALUE SPACES.
       01  WS-DECK-READ-SW           PIC X VALUE "N".
           88  DECK-READ                    VALUE "Y".
       01  WS-MORE-CARDS-SW          PIC X VALUE "Y".
           88  NO-MORE-CARDS                VALUE "N".
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-CARD-OK-SW             PIC X VALUE "Y".
           88  CARD-UNDERSTOOD              VALUE "Y".
       01  WS-CARD-ERRORS            PIC 9(3) VALUE ZERO.

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "STUDLIST".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-LISTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "STUDLIST.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".

      *> The selection the deck asks for - a criterion left blank
      *> takes everyone.
       01  WS-SEL-STATUSES           PIC X(3) VALUE SPACES.
       01  WS-SEL-COURSE             PIC X(4) VALUE SPACES.
       01  WS-SEL-TERM               PIC X(6) VALUE SPACES.
       01  WS-SEL-GENDER             PIC X VALUE SPACE.
       01  WS-SEL-BAD-ADDRESS        PIC X VALUE SPACE.
       01  WS-SEL-AGE-MIN            PIC 9(3) VALUE ZERO.
       01  WS-SEL-AGE-MAX            PIC 9(3) VALUE 999.
       01  WS-SEL-LEVEL              PIC X VALUE "E".
           88  LIST-PER-ENROLLMENT          VALUE "E".
           88  LIST-PER-STUDENT             VALUE "S".
       01  WS-CSV-SW                 PIC X VALUE "N".
           88  CSV-WANTED                   VALUE "Y".
       01  WS-LIST-TITLE             PIC X(40) VALUE
           "AD-HOC STUDENT LIST".

       01  WS-SORT-KEY-TABLE.
           05  WS-SORT-KEY           PIC X(4) OCCURS 4 TIMES.
       01  WS-SORT-KEY-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-COLUMN-TABLE.
           05  WS-COLUMN             PIC X(4) OCCURS 12 TIMES.
       01  WS-COLUMN-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-ITEM-CODE              PIC X(4) VALUE SPACES.
           88  SORT-KEY-VALID               VALUES "NAME" "ID"
                                              "CRSE" "TERM" "AGE"
                                              "STAT" "GEND".
           88  COLUMN-CODE-VALID            VALUES "ID" "NAME"
                                              "STAT" "CRSE" "TERM"
                                              "SEC" "GEND" "DOB"
                                              "AGE" "ADDR" "PHON"
                                              "MAIL" "BADA".

      *> The cards as read, for the heading - an "I" flag marks a
      *> card that was not understood and was ignored.
       01  WS-ECHO-TABLE.
           05  WS-ECHO-ENTRY         OCCURS 20 TIMES.
               10  WS-ECHO-FLAG      PIC X.
               10  WS-ECHO-CARD      PIC X(65).
       01  WS-ECHO-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-IDX                    PIC 9(2) VALUE ZERO.
       01  WS-SLOT                   PIC 9(2) VALUE ZERO.

       01  WS-ROW-STATUS             PIC X VALUE SPACE.
       01  WS-ROW-COURSE             PIC X(4) VALUE SPACES.
       01  WS-ROW-TERM               PIC X(6) VALUE SPACES.
       01  WS-ROW-SECTION            PIC 9(2) VALUE ZERO.
       01  WS-MASTER-FOUND-SW        PIC X VALUE "N".
           88  MASTER-FOUND                 VALUE "Y".
       01  WS-SELECTED-SW            PIC X VALUE "N".
           88  ROW-SELECTED                 VALUE "Y".
       01  WS-STATUS-TALLY           PIC 9(2) VALUE ZERO.
       01  WS-AGE                    PIC 9(3) VALUE ZERO.
       01  WS-KEY-PTR                PIC 9(3) VALUE 1.

      *> One print line and one CSV line are built column by
      *> column; with the heading switch on the same pass builds
      *> the column headings.
       01  WS-PRINT-BUILD            PIC X(200) VALUE SPACES.
       01  WS-PRINT-PTR              PIC 9(3) VALUE 1.
       01  WS-CSV-BUILD              PIC X(250) VALUE SPACES.
       01  WS-CSV-PTR                PIC 9(3) VALUE 1.
       01  WS-COL-VALUE              PIC X(30) VALUE SPACES.
       01  WS-COL-WIDTH              PIC 9(2) VALUE ZERO.
       01  WS-COL-LEAD               PIC 9(2) VALUE ZERO.
       01  WS-COL-TEXT-SW            PIC X VALUE "N".
           88  COLUMN-IS-TEXT               VALUE "Y".
       01  WS-HEADING-MODE-SW        PIC X VALUE "N".
           88  BUILDING-HEADINGS            VALUE "Y".
       01  WS-AGE-EDITED             PIC ZZ9.
       01  WS-COLUMN-HEADINGS        PIC X(80) VALUE SPACES.
       01  WS-CSV-HEADINGS           PIC X(250) VALUE SPACES.
       01  WS-WIDE-SW                PIC X VALUE "N".
           88  COLUMNS-TOO-WIDE             VALUE "Y".

       01  WS-PAGE-NUMBER            PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-LINES-PER-PAGE         PIC 9(2) VALUE 40.

       01  WS-REPORT-TITLE.
           05  WS-T-TITLE            PIC X(40).
           05  FILLER                PIC X(8)  VALUE " RUN ON ".
           05  WS-T-RUN-DATE         PIC 9(8).
           05  FILLER                PIC X(6)  VALUE " PAGE ".
           05  WS-T-PAGE             PIC ZZZ9.

       01  WS-ECHO-LINE.
           05  WS-E-LABEL            PIC X(15).
           05  WS-E-CARD             PIC X(65).

       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(20) VALUE
               "LINES LISTED".
           05  WS-S-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Selection card deck (blank = STUDSEL.DAT): "
              WITH NO ADVANCING.
           ACCEPT WS-DECK-NAME.
           IF WS-DECK-NAME = SPACES
              MOVE "STUDSEL.DAT" TO WS-DECK-NAME
           END-IF.
           PERFORM 1000-READ-SELECTION-DECK.
           IF NOT DECK-READ
              GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open the student master, status "
                 WS-MASTER-STATUS " - no list produced."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-LISTED-COUNT.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-SORT-KEY SR-STUDENT-ID
              INPUT PROCEDURE IS 2000-SELECT-STUDENTS
              OUTPUT PROCEDURE IS 3000-PRINT-LIST.
           CLOSE STUDENT-MASTER-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-LISTED-COUNT.
           DISPLAY "Student list written to STUDLIST.PRT - "
              WS-LISTED-COUNT " line(s).".
           IF CSV-WANTED
              DISPLAY "Comma-delimited copy written to STUDLIST.CSV."
           END-IF.
           GOBACK.

       1000-READ-SELECTION-DECK.
           OPEN INPUT SELECTION-CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
              DISPLAY "Unable to open selection deck " WS-DECK-NAME
                 ", status " WS-CARD-STATUS " - no list produced."
           ELSE
              MOVE "Y" TO WS-DECK-READ-SW
              PERFORM UNTIL NO-MORE-CARDS
                 READ SELECTION-CARD-FILE
                    AT END
                       MOVE "N" TO WS-MORE-CARDS-SW
                    NOT AT END
                       IF SELECTION-CARD NOT = SPACES
                          AND SC-CARD-TYPE (1:1) NOT = "*"
                          PERFORM 1100-TAKE-ONE-CARD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SELECTION-CARD-FILE
           END-IF.
           *> A term belongs to an enrollment, so a term selection
           *> lists per enrollment whatever LEVL says.
           IF LIST-PER-STUDENT AND WS-SEL-TERM NOT = SPACES
              DISPLAY "A TERM card lists per enrollment - LEVL S"
                 " ignored."
              MOVE "E" TO WS-SEL-LEVEL
           END-IF.
           IF WS-SORT-KEY-COUNT = ZERO
              MOVE 1 TO WS-SORT-KEY-COUNT
              MOVE "NAME" TO WS-SORT-KEY (1)
           END-IF.
           IF WS-COLUMN-COUNT = ZERO
              MOVE "ID"   TO WS-COLUMN (1)
              MOVE "NAME" TO WS-COLUMN (2)
              MOVE "STAT" TO WS-COLUMN (3)
              MOVE "CRSE" TO WS-COLUMN (4)
              MOVE 4 TO WS-COLUMN-COUNT
              IF LIST-PER-ENROLLMENT
                 MOVE "TERM" TO WS-COLUMN (5)
                 MOVE "SEC"  TO WS-COLUMN (6)
                 MOVE 6 TO WS-COLUMN-COUNT
              END-IF
           END-IF.
           IF DECK-READ
              PERFORM 1300-BUILD-HEADINGS
           END-IF.

       1100-TAKE-ONE-CARD.
           MOVE "Y" TO WS-CARD-OK-SW.
           EVALUATE TRUE
              WHEN SC-STATUS-CARD
                 MOVE SC-CARD-VALUE (1:3) TO WS-SEL-STATUSES
              WHEN SC-COURSE-CARD
                 MOVE SC-CARD-VALUE (1:4) TO WS-SEL-COURSE
              WHEN SC-TERM-CARD
                 MOVE SC-CARD-VALUE (1:6) TO WS-SEL-TERM
              WHEN SC-GENDER-CARD
                 MOVE SC-CARD-VALUE (1:1) TO WS-SEL-GENDER
              WHEN SC-BAD-ADDRESS-CARD
                 IF SC-CARD-VALUE (1:1) = "Y" OR "N"
                    MOVE SC-CARD-VALUE (1:1) TO WS-SEL-BAD-ADDRESS
                 ELSE
                    MOVE "N" TO WS-CARD-OK-SW
                 END-IF
              WHEN SC-AGE-CARD
                 PERFORM 1150-TAKE-AGE-CARD
              WHEN SC-LEVEL-CARD
                 IF SC-CARD-VALUE (1:1) = "E" OR "S"
                    MOVE SC-CARD-VALUE (1:1) TO WS-SEL-LEVEL
                 ELSE
                    MOVE "N" TO WS-CARD-OK-SW
                 END-IF
              WHEN SC-SORT-CARD
                 PERFORM 1200-TAKE-SORT-CARD
              WHEN SC-COLUMNS-CARD
                 PERFORM 1250-TAKE-COLUMNS-CARD
              WHEN SC-CSV-CARD
                 IF SC-CARD-VALUE (1:1) = "Y"
                    MOVE "Y" TO WS-CSV-SW
                 END-IF
              WHEN SC-TITLE-CARD
                 MOVE SC-CARD-VALUE (1:40) TO WS-LIST-TITLE
              WHEN OTHER
                 MOVE "N" TO WS-CARD-OK-SW
           END-EVALUATE.
           IF NOT CARD-UNDERSTOOD
              ADD 1 TO WS-CARD-ERRORS
              DISPLAY "Selection card not understood - ignored: "
                 SELECTION-CARD (1:30)
           END-IF.
           IF WS-ECHO-COUNT < 20
              ADD 1 TO WS-ECHO-COUNT
              MOVE SELECTION-CARD TO WS-ECHO-CARD (WS-ECHO-COUNT)
              IF CARD-UNDERSTOOD
                 MOVE SPACE TO WS-ECHO-FLAG (WS-ECHO-COUNT)
              ELSE
                 MOVE "I" TO WS-ECHO-FLAG (WS-ECHO-COUNT)
              END-IF
           END-IF.

       1150-TAKE-AGE-CARD.
           *> Ages are whole years at the business date; either end
           *> may be left blank.
           IF SC-AGE-MIN IS NUMERIC
              MOVE SC-AGE-MIN TO WS-SEL-AGE-MIN
           ELSE
              IF SC-AGE-MIN NOT = SPACES
                 MOVE "N" TO WS-CARD-OK-SW
              END-IF
           END-IF.
           IF SC-AGE-MAX IS NUMERIC
              MOVE SC-AGE-MAX TO WS-SEL-AGE-MAX
           ELSE
              IF SC-AGE-MAX NOT = SPACES
                 MOVE "N" TO WS-CARD-OK-SW
              END-IF
           END-IF.
           IF WS-SEL-AGE-MAX < WS-SEL-AGE-MIN
              MOVE "N" TO WS-CARD-OK-SW
              MOVE ZERO TO WS-SEL-AGE-MIN
              MOVE 999  TO WS-SEL-AGE-MAX
           END-IF.

       1200-TAKE-SORT-CARD.
           MOVE ZERO TO WS-SORT-KEY-COUNT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
              MOVE SC-LIST-ITEM (WS-SLOT) TO WS-ITEM-CODE
              IF WS-ITEM-CODE NOT = SPACES
                 IF SORT-KEY-VALID AND WS-SORT-KEY-COUNT < 4
                    ADD 1 TO WS-SORT-KEY-COUNT
                    MOVE WS-ITEM-CODE
                       TO WS-SORT-KEY (WS-SORT-KEY-COUNT)
                 ELSE
                    MOVE "N" TO WS-CARD-OK-SW
                 END-IF
              END-IF
           END-PERFORM.

       1250-TAKE-COLUMNS-CARD.
           MOVE ZERO TO WS-COLUMN-COUNT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
              MOVE SC-LIST-ITEM (WS-SLOT) TO WS-ITEM-CODE
              IF WS-ITEM-CODE NOT = SPACES
                 IF COLUMN-CODE-VALID
                    ADD 1 TO WS-COLUMN-COUNT
                    MOVE WS-ITEM-CODE TO WS-COLUMN (WS-COLUMN-COUNT)
                 ELSE
                    MOVE "N" TO WS-CARD-OK-SW
                 END-IF
              END-IF
           END-PERFORM.

       1300-BUILD-HEADINGS.
           MOVE "Y" TO WS-HEADING-MODE-SW.
           PERFORM 3200-BUILD-OUTPUT-LINES.
           MOVE "N" TO WS-HEADING-MODE-SW.
           MOVE WS-PRINT-BUILD TO WS-COLUMN-HEADINGS.
           MOVE WS-CSV-BUILD   TO WS-CSV-HEADINGS.
           IF WS-PRINT-PTR > 82
              MOVE "Y" TO WS-WIDE-SW
              DISPLAY "The columns chosen run past 80 print"
                 " positions - the printed list is cut at 80, the"
                 " CSV carries them all."
           END-IF.

       2000-SELECT-STUDENTS.
           IF LIST-PER-STUDENT
              PERFORM 2100-SCAN-MASTER
           ELSE
              PERFORM 2200-SCAN-EXTRACT
           END-IF.

       2100-SCAN-MASTER.
           *> One line per student - the course is the primary course
           *> on the master.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE ZERO TO SM-STUDENT-ID.
           START STUDENT-MASTER-FILE KEY IS >= SM-STUDENT-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ STUDENT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    MOVE SM-STATUS      TO WS-ROW-STATUS
                    MOVE SM-COURSE-CODE TO WS-ROW-COURSE
                    MOVE SPACES         TO WS-ROW-TERM
                    MOVE ZERO           TO WS-ROW-SECTION
                    PERFORM 2300-APPLY-CRITERIA
                    IF ROW-SELECTED
                       PERFORM 2400-RELEASE-ROW
                    END-IF
              END-READ
           END-PERFORM.

       2200-SCAN-EXTRACT.
           OPEN INPUT REPORT-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "Unable to open the reporting extract, status "
                 WS-EXTRACT-STATUS " - run STUDENT-RPT-EXTRACT"
                 " first."
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ REPORT-EXTRACT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 2250-TAKE-ONE-ENROLLMENT
                 END-READ
              END-PERFORM
              CLOSE REPORT-EXTRACT-FILE
           END-IF.

       2250-TAKE-ONE-ENROLLMENT.
           *> The extract carries the enrollment and status; the
           *> personal fields come off the master.
           MOVE RX-STATUS      TO WS-ROW-STATUS.
           MOVE RX-COURSE-CODE TO WS-ROW-COURSE.
           MOVE RX-TERM-CODE   TO WS-ROW-TERM.
           MOVE RX-SECTION-NO  TO WS-ROW-SECTION.
           MOVE "Y" TO WS-MASTER-FOUND-SW.
           MOVE RX-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
                 MOVE "N" TO WS-MASTER-FOUND-SW
           END-READ.
           IF MASTER-FOUND
              PERFORM 2300-APPLY-CRITERIA
              IF ROW-SELECTED
                 PERFORM 2400-RELEASE-ROW
              END-IF
           END-IF.

       2300-APPLY-CRITERIA.
           MOVE "Y" TO WS-SELECTED-SW.
           IF SM-DATE-OF-BIRTH IS NUMERIC
              AND SM-DATE-OF-BIRTH NOT = ZERO
              AND SM-DATE-OF-BIRTH <= WS-RUN-DATE
              COMPUTE WS-AGE = (WS-RUN-DATE - SM-DATE-OF-BIRTH)
                 / 10000
           ELSE
              MOVE ZERO TO WS-AGE
           END-IF.
           IF WS-SEL-STATUSES NOT = SPACES
              MOVE ZERO TO WS-STATUS-TALLY
              IF WS-ROW-STATUS NOT = SPACE
                 INSPECT WS-SEL-STATUSES TALLYING WS-STATUS-TALLY
                    FOR ALL WS-ROW-STATUS
              END-IF
              IF WS-STATUS-TALLY = ZERO
                 MOVE "N" TO WS-SELECTED-SW
              END-IF
           END-IF.
           IF WS-SEL-COURSE NOT = SPACES
              AND WS-ROW-COURSE NOT = WS-SEL-COURSE
              MOVE "N" TO WS-SELECTED-SW
           END-IF.
           IF WS-SEL-TERM NOT = SPACES
              AND WS-ROW-TERM NOT = WS-SEL-TERM
              MOVE "N" TO WS-SELECTED-SW
           END-IF.
           IF WS-SEL-GENDER NOT = SPACE
              AND SM-GENDER NOT = WS-SEL-GENDER
              MOVE "N" TO WS-SELECTED-SW
           END-IF.
           IF WS-SEL-BAD-ADDRESS = "Y" AND NOT SM-ADDRESS-BAD
              MOVE "N" TO WS-SELECTED-SW
           END-IF.
           IF WS-SEL-BAD-ADDRESS = "N" AND SM-ADDRESS-BAD
              MOVE "N" TO WS-SELECTED-SW
           END-IF.
           IF WS-AGE < WS-SEL-AGE-MIN OR WS-AGE > WS-SEL-AGE-MAX
              MOVE "N" TO WS-SELECTED-SW
           END-IF.

       2400-RELEASE-ROW.
           MOVE SM-STUDENT-ID       TO SR-STUDENT-ID.
           MOVE SM-SURNAME          TO SR-SURNAME.
           MOVE SM-FORENAME         TO SR-FORENAME.
           MOVE WS-ROW-STATUS       TO SR-STATUS.
           MOVE WS-ROW-COURSE       TO SR-COURSE-CODE.
           MOVE WS-ROW-TERM         TO SR-TERM-CODE.
           MOVE WS-ROW-SECTION      TO SR-SECTION-NO.
           MOVE SM-GENDER           TO SR-GENDER.
           MOVE SM-DATE-OF-BIRTH    TO SR-DATE-OF-BIRTH.
           MOVE WS-AGE              TO SR-AGE.
           MOVE SM-ADDRESS          TO SR-ADDRESS.
           MOVE SM-PHONE            TO SR-PHONE.
           MOVE SM-EMAIL            TO SR-EMAIL.
           MOVE SM-BAD-ADDRESS-FLAG TO SR-BAD-ADDRESS.
           MOVE SPACES TO SR-SORT-KEY.
           MOVE 1 TO WS-KEY-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-SORT-KEY-COUNT
              PERFORM 2450-ADD-SORT-KEY
           END-PERFORM.
           RELEASE SORT-RECORD.

       2450-ADD-SORT-KEY.
           EVALUATE WS-SORT-KEY (WS-IDX)
              WHEN "NAME"
                 STRING SR-SURNAME SR-FORENAME DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "ID"
                 STRING SR-STUDENT-ID DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "CRSE"
                 STRING SR-COURSE-CODE DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "TERM"
                 STRING SR-TERM-CODE DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "AGE"
                 STRING SR-AGE DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "STAT"
                 STRING SR-STATUS DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
              WHEN "GEND"
                 STRING SR-GENDER DELIMITED BY SIZE
                    INTO SR-SORT-KEY WITH POINTER WS-KEY-PTR
           END-EVALUATE.

       3000-PRINT-LIST.
           OPEN OUTPUT LIST-REPORT-FILE.
           IF CSV-WANTED
              OPEN OUTPUT LIST-CSV-FILE
              MOVE WS-CSV-HEADINGS TO CSV-LINE
              WRITE CSV-LINE
           END-IF.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 3050-LIST-ONE-ROW
              END-RETURN
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
              PERFORM 3100-PRINT-HEADINGS
              MOVE "NO STUDENTS MATCH THE SELECTION" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LISTED-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CSV-WANTED
              CLOSE LIST-CSV-FILE
           END-IF.
           CLOSE LIST-REPORT-FILE.

       3050-LIST-ONE-ROW.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 3100-PRINT-HEADINGS
           END-IF.
           PERFORM 3200-BUILD-OUTPUT-LINES.
           MOVE WS-PRINT-BUILD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CSV-WANTED
              MOVE WS-CSV-BUILD TO CSV-LINE
              WRITE CSV-LINE
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LISTED-COUNT.

       3100-PRINT-HEADINGS.
           *> The selection is echoed under the title of the first
           *> page, so the list always says what it is a list of.
           ADD 1 TO WS-PAGE-NUMBER.
           IF WS-PAGE-NUMBER > 1
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE WS-LIST-TITLE  TO WS-T-TITLE.
           MOVE WS-RUN-DATE    TO WS-T-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-T-PAGE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PAGE-NUMBER = 1
              PERFORM 3150-ECHO-SELECTION
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       3150-ECHO-SELECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-E-CARD.
           MOVE "SELECTION DECK " TO WS-E-LABEL.
           MOVE WS-DECK-NAME TO WS-E-CARD.
           MOVE WS-ECHO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-ECHO-COUNT
              IF WS-ECHO-FLAG (WS-IDX) = "I"
                 MOVE "IGNORED CARD   " TO WS-E-LABEL
              ELSE
                 MOVE "SELECTION CARD " TO WS-E-LABEL
              END-IF
              MOVE WS-ECHO-CARD (WS-IDX) TO WS-E-CARD
              MOVE WS-ECHO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-E-CARD.
           IF LIST-PER-STUDENT
              MOVE "ONE LINE PER STUDENT (PRIMARY COURSE)"
                 TO WS-E-CARD
           ELSE
              MOVE "ONE LINE PER ENROLLMENT" TO WS-E-CARD
           END-IF.
           MOVE "LISTING        " TO WS-E-LABEL.
           MOVE WS-ECHO-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF COLUMNS-TOO-WIDE
              MOVE "PRINT CUT AT 80 POSITIONS - SEE THE CSV"
                 TO WS-E-CARD
              MOVE "NOTE           " TO WS-E-LABEL
              MOVE WS-ECHO-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       3200-BUILD-OUTPUT-LINES.
           MOVE SPACES TO WS-PRINT-BUILD.
           MOVE SPACES TO WS-CSV-BUILD.
           MOVE 1 TO WS-PRINT-PTR.
           MOVE 1 TO WS-CSV-PTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-COLUMN-COUNT
              PERFORM 3300-ADD-ONE-COLUMN
           END-PERFORM.

       3300-ADD-ONE-COLUMN.
           MOVE SPACES TO WS-COL-VALUE.
           MOVE "Y" TO WS-COL-TEXT-SW.
           EVALUATE WS-COLUMN (WS-IDX)
              WHEN "ID"
                 MOVE 6 TO WS-COL-WIDTH
                 MOVE "N" TO WS-COL-TEXT-SW
                 MOVE SR-STUDENT-ID TO WS-COL-VALUE
              WHEN "NAME"
                 MOVE 21 TO WS-COL-WIDTH
                 STRING SR-FORENAME DELIMITED BY "  "
                    " " DELIMITED BY SIZE
                    SR-SURNAME DELIMITED BY "  "
                    INTO WS-COL-VALUE
              WHEN "STAT"
                 MOVE 4 TO WS-COL-WIDTH
                 MOVE SR-STATUS TO WS-COL-VALUE
              WHEN "CRSE"
                 MOVE 4 TO WS-COL-WIDTH
                 MOVE SR-COURSE-CODE TO WS-COL-VALUE
              WHEN "TERM"
                 MOVE 6 TO WS-COL-WIDTH
                 MOVE SR-TERM-CODE TO WS-COL-VALUE
              WHEN "SEC"
                 MOVE 3 TO WS-COL-WIDTH
                 MOVE "N" TO WS-COL-TEXT-SW
                 IF SR-SECTION-NO NOT = ZERO
                    MOVE SR-SECTION-NO TO WS-COL-VALUE
                 END-IF
              WHEN "GEND"
                 MOVE 4 TO WS-COL-WIDTH
                 MOVE SR-GENDER TO WS-COL-VALUE
              WHEN "DOB"
                 MOVE 8 TO WS-COL-WIDTH
                 MOVE "N" TO WS-COL-TEXT-SW
                 MOVE SR-DATE-OF-BIRTH TO WS-COL-VALUE
              WHEN "AGE"
                 MOVE 3 TO WS-COL-WIDTH
                 MOVE "N" TO WS-COL-TEXT-SW
                 MOVE SR-AGE TO WS-AGE-EDITED
                 MOVE WS-AGE-EDITED TO WS-COL-VALUE
              WHEN "ADDR"
                 MOVE 30 TO WS-COL-WIDTH
                 MOVE SR-ADDRESS TO WS-COL-VALUE
              WHEN "PHON"
                 MOVE 12 TO WS-COL-WIDTH
                 MOVE SR-PHONE TO WS-COL-VALUE
              WHEN "MAIL"
                 MOVE 30 TO WS-COL-WIDTH
                 MOVE SR-EMAIL TO WS-COL-VALUE
              WHEN "BADA"
                 MOVE 4 TO WS-COL-WIDTH
                 MOVE SR-BAD-ADDRESS TO WS-COL-VALUE
           END-EVALUATE.
           IF BUILDING-HEADINGS
              MOVE WS-COLUMN (WS-IDX) TO WS-COL-VALUE
              MOVE "N" TO WS-COL-TEXT-SW
           END-IF.
           MOVE WS-COL-VALUE (1:WS-COL-WIDTH)
              TO WS-PRINT-BUILD (WS-PRINT-PTR:WS-COL-WIDTH).
           COMPUTE WS-PRINT-PTR = WS-PRINT-PTR + WS-COL-WIDTH + 1.
           IF WS-IDX > 1
              STRING "," DELIMITED BY SIZE
                 INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR
           END-IF.
           IF COLUMN-IS-TEXT
              STRING QUOTE DELIMITED BY SIZE
                 WS-COL-VALUE DELIMITED BY "  "
                 QUOTE DELIMITED BY SIZE
                 INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR
           ELSE
              *> Numbers go out without the edited leading spaces.
              MOVE ZERO TO WS-COL-LEAD
              INSPECT WS-COL-VALUE TALLYING WS-COL-LEAD
                 FOR LEADING SPACES
              IF WS-COL-LEAD < 30
                 STRING WS-COL-VALUE (WS-COL-LEAD + 1:)
                    DELIMITED BY SPACE
                    INTO WS-CSV-BUILD WITH POINTER WS-CSV-PTR
              END-IF
           END-IF.
