       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTITLE-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: PERIODIC ENTITLEMENT REVIEW REPORT. FOR EVERY
      * OPERATOR ON THE OPERATOR FILE IT PRINTS THE AUTHORIZATION
      * LEVEL, THE ROLE AND LOCK STATE, THEN EVERY ACCESS-CONTROL
      * ENTRY THAT APPLIES TO THEM - THOSE FILED UNDER THEIR OWN ID
      * FIRST, SINCE THEY DECIDE, THEN THOSE OF THEIR ROLE - WITH
      * THE FUNCTIONS EACH GRANTS, SO THE OWNERS CAN SIGN OFF WHO
      * CAN DO WHAT. OPERATORS GRANTED NOTHING ARE LISTED AS SUCH,
      * AND ENTRIES FILED FOR AN OPERATOR NO LONGER ON THE OPERATOR
      * FILE ARE LISTED AT THE END FOR REMOVAL.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-OPERATOR-ID
              FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ACCESS-FILE ASSIGN TO "ACCESS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AC-ACCESS-KEY
              FILE STATUS IS WS-ACCESS-STATUS.

           SELECT ENTITLE-REPORT-FILE ASSIGN TO "ENTITLE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  ACCESS-FILE.
       COPY ACCESSCT.

       FD  ENTITLE-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-STATUS        PIC XX VALUE SPACES.
       01  WS-ACCESS-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-ACCESS-SW              PIC X VALUE "N".
           88  ACCESS-FILE-AVAILABLE        VALUE "Y".
       01  WS-MORE-OPERATORS-SW      PIC X VALUE "Y".
           88  NO-MORE-OPERATORS            VALUE "N".
       01  WS-MORE-ENTRIES-SW        PIC X VALUE "Y".
           88  NO-MORE-ENTRIES              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "ENTITLE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-OPERATOR-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "ENTITLE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".

      *> The subject whose entries are being walked.
       01  WS-SUBJECT-TYPE           PIC X VALUE SPACE.
       01  WS-SUBJECT-ID             PIC X(8) VALUE SPACES.
       01  WS-SOURCE                 PIC X(8) VALUE SPACES.
       01  WS-OPER-ENTRY-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-ENTRY-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-NO-ACCESS-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-ORPHAN-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "ENTITLEMENT REVIEW AS AT".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-HEADING-LINE.
           05  FILLER                PIC X(9)  VALUE "OPERATOR".
           05  FILLER                PIC X(4)  VALUE "LVL".
           05  FILLER                PIC X(9)  VALUE "ROLE".
           05  FILLER                PIC X(9)  VALUE "FROM".
           05  FILLER                PIC X(25) VALUE "PROGRAM".
           05  FILLER                PIC X(20) VALUE
               "ADD CHG DEL INQ APR".

       01  WS-OPERATOR-LINE.
           05  WS-O-OPERATOR-ID      PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-O-AUTH-LEVEL       PIC X(3).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-O-ROLE             PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-O-NOTE             PIC X(40).

       01  WS-DETAIL-LINE.
           05  FILLER                PIC X(22) VALUE SPACES.
           05  WS-D-SOURCE           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-PROGRAM          PIC X(24).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-FLAG             OCCURS 5 TIMES.
               10  FILLER            PIC X     VALUE SPACE.
               10  WS-D-FLAG-VALUE   PIC X.
               10  FILLER            PIC X(2)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
              DISPLAY "Unable to open the operator file, status "
                 WS-OPERATOR-STATUS
              GOBACK
           END-IF.
           OPEN INPUT ACCESS-FILE.
           IF WS-ACCESS-STATUS = "00"
              MOVE "Y" TO WS-ACCESS-SW
           ELSE
              DISPLAY "Warning: no access-control file, status "
                 WS-ACCESS-STATUS " - access is still governed by"
                 " authorization level alone."
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-OPERATOR-COUNT.
           OPEN OUTPUT ENTITLE-REPORT-FILE.
           PERFORM 1000-PRINT-HEADINGS.
           PERFORM 2000-REVIEW-OPERATORS.
           IF ACCESS-FILE-AVAILABLE
              PERFORM 3000-LIST-ORPHAN-ENTRIES
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           CLOSE ENTITLE-REPORT-FILE.
           IF ACCESS-FILE-AVAILABLE
              CLOSE ACCESS-FILE
           END-IF.
           CLOSE OPERATOR-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-OPERATOR-COUNT.
           DISPLAY "Entitlement review written - " WS-OPERATOR-COUNT
              " operator(s), " WS-NO-ACCESS-COUNT " with no access"
              " granted, " WS-ORPHAN-COUNT " orphan entr(ies).".
           GOBACK.

       1000-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-REVIEW-OPERATORS.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS >= OP-OPERATOR-ID
              INVALID KEY
                 MOVE "N" TO WS-MORE-OPERATORS-SW
           END-START.
           PERFORM UNTIL NO-MORE-OPERATORS
              READ OPERATOR-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-OPERATORS-SW
                 NOT AT END
                    ADD 1 TO WS-OPERATOR-COUNT
                    PERFORM 2100-REVIEW-ONE-OPERATOR
              END-READ
           END-PERFORM.

       2100-REVIEW-ONE-OPERATOR.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE OP-OPERATOR-ID TO WS-O-OPERATOR-ID.
           MOVE OP-AUTH-LEVEL  TO WS-O-AUTH-LEVEL.
           MOVE OP-ROLE        TO WS-O-ROLE.
           IF OP-LOCKED
              MOVE "LOCKED OUT" TO WS-O-NOTE
           ELSE
              MOVE SPACES TO WS-O-NOTE
           END-IF.
           MOVE WS-OPERATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-OPER-ENTRY-COUNT.
           IF ACCESS-FILE-AVAILABLE
              MOVE "O"            TO WS-SUBJECT-TYPE
              MOVE OP-OPERATOR-ID TO WS-SUBJECT-ID
              MOVE "OPERATOR"     TO WS-SOURCE
              PERFORM 2200-PRINT-SUBJECT-ENTRIES
              IF OP-ROLE NOT = SPACES
                 MOVE "R"     TO WS-SUBJECT-TYPE
                 MOVE OP-ROLE TO WS-SUBJECT-ID
                 MOVE "ROLE"  TO WS-SOURCE
                 PERFORM 2200-PRINT-SUBJECT-ENTRIES
              END-IF
           END-IF.
           IF WS-OPER-ENTRY-COUNT = ZERO
              ADD 1 TO WS-NO-ACCESS-COUNT
              MOVE SPACES TO REPORT-LINE
              MOVE "NO ACCESS GRANTED" TO REPORT-LINE (23:)
              WRITE REPORT-LINE
           END-IF.

       2200-PRINT-SUBJECT-ENTRIES.
           MOVE "Y" TO WS-MORE-ENTRIES-SW.
           MOVE WS-SUBJECT-TYPE TO AC-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID   TO AC-SUBJECT-ID.
           MOVE LOW-VALUES      TO AC-PROGRAM.
           START ACCESS-FILE KEY IS >= AC-ACCESS-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENTRIES-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENTRIES
              READ ACCESS-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENTRIES-SW
                 NOT AT END
                    IF AC-SUBJECT-TYPE NOT = WS-SUBJECT-TYPE
                       OR AC-SUBJECT-ID NOT = WS-SUBJECT-ID
                       MOVE "N" TO WS-MORE-ENTRIES-SW
                    ELSE
                       ADD 1 TO WS-OPER-ENTRY-COUNT
                       MOVE WS-SOURCE TO WS-D-SOURCE
                       PERFORM 2300-PRINT-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       2300-PRINT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE AC-PROGRAM      TO WS-D-PROGRAM.
           MOVE AC-ADD-FLAG     TO WS-D-FLAG-VALUE (1).
           MOVE AC-CHANGE-FLAG  TO WS-D-FLAG-VALUE (2).
           MOVE AC-DELETE-FLAG  TO WS-D-FLAG-VALUE (3).
           MOVE AC-INQUIRE-FLAG TO WS-D-FLAG-VALUE (4).
           MOVE AC-APPROVE-FLAG TO WS-D-FLAG-VALUE (5).
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-LIST-ORPHAN-ENTRIES.
           *> Operator entries run first in key order; an id no
           *> longer on the operator file is a leftover grant.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES FOR OPERATORS NOT ON THE OPERATOR FILE"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-MORE-ENTRIES-SW.
           MOVE LOW-VALUES TO AC-ACCESS-KEY.
           MOVE "O" TO AC-SUBJECT-TYPE.
           START ACCESS-FILE KEY IS >= AC-ACCESS-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-ENTRIES-SW
           END-START.
           PERFORM UNTIL NO-MORE-ENTRIES
              READ ACCESS-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-ENTRIES-SW
                 NOT AT END
                    IF NOT AC-OPERATOR-ENTRY
                       MOVE "N" TO WS-MORE-ENTRIES-SW
                    ELSE
                       PERFORM 3100-CHECK-ONE-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       3100-CHECK-ONE-ENTRY.
           MOVE AC-SUBJECT-ID TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
              INVALID KEY
                 ADD 1 TO WS-ORPHAN-COUNT
                 MOVE SPACES TO REPORT-LINE
                 MOVE AC-SUBJECT-ID TO REPORT-LINE (1:8)
                 WRITE REPORT-LINE
                 MOVE "OPERATOR" TO WS-D-SOURCE
                 PERFORM 2300-PRINT-ENTRY
           END-READ.

       4000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS REVIEWED" TO WS-S-LABEL.
           MOVE WS-OPERATOR-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS WITH NO ACCESS GRANTED" TO WS-S-LABEL.
           MOVE WS-NO-ACCESS-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCESS ENTRIES LISTED" TO WS-S-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ORPHAN OPERATOR ENTRIES" TO WS-S-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
