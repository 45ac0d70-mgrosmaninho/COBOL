       IDENTIFICATION DIVISION.
        PROGRAM-ID. OVERLOAD-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN THE CREDIT OVERLOAD
      * APPROVALS FILE, KEYED ON STUDENT-ID/TERM, VIA APPROVE/
      * WITHDRAW/LIST TRANSACTIONS IN THE SAME STYLE AS HOLD-MAINT.
      * AN APPROVAL LETS THE STUDENT ENROLL PAST THE LOADLIM.DAT
      * MAXIMUM TERM LOAD, UP TO THE CREDIT HOURS APPROVED.
      * APPROVING OR WITHDRAWING AN OVERLOAD NEEDS A SUPERVISOR-
      * LEVEL SIGN-ON; ANYONE SIGNED ON MAY LIST.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERLOAD-FILE ASSIGN TO "OVERLOAD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OV-OVERLOAD-KEY
              FILE STATUS IS WS-OVERLOAD-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  OVERLOAD-FILE.
       COPY OVLDREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       WORKING-STORAGE SECTION.
       01  WS-OVERLOAD-STATUS       PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-APPROVE                VALUE "A".
           88 TRANS-WITHDRAW               VALUE "W".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "A" "W" "L".

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-APPROVED-HOURS        PIC 9(2) VALUE ZERO.
       01  WS-REASON                PIC X(30) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-OVERLOAD-COUNT        PIC 9(3) VALUE ZERO.

      *> The maximum load without approval, from the shared LOADSTAT
      *> routine - an approval must allow more than this.
       01  WS-LOAD-HOURS            PIC 9(3) VALUE ZERO.
       01  WS-LOAD-STATUS           PIC X VALUE SPACE.
       01  WS-LOAD-DESC             PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS        PIC 9(2) VALUE ZERO.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-VALID-HOURS-SW        PIC X VALUE "N".
           88 VALID-APPROVED-HOURS         VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-TERM-CODE       PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-HOURS           PIC Z9.
           05  FILLER               PIC X(7)  VALUE " HOURS ".
           05  WS-L-REASON          PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-APPROVED-DATE   PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  WS-L-APPROVED-BY     PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF NOT TRANS-LIST
              AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Approving or withdrawing an overload requires"
                 " supervisor authorization - refused."
              GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - overloads cannot be"
                 " maintained."
              GOBACK
           END-IF.
           OPEN I-O OVERLOAD-FILE.
           IF WS-OVERLOAD-STATUS = "35"
              CLOSE OVERLOAD-FILE
              OPEN OUTPUT OVERLOAD-FILE
              CLOSE OVERLOAD-FILE
              OPEN I-O OVERLOAD-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-GET-STUDENT-ID.
           EVALUATE TRUE
              WHEN TRANS-APPROVE
                 PERFORM 1000-APPROVE-OVERLOAD
              WHEN TRANS-WITHDRAW
                 PERFORM 4000-WITHDRAW-OVERLOAD
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-OVERLOADS
           END-EVALUATE.
           CLOSE OVERLOAD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (A)pprove, (W)ithdraw, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter A, W"
                    " or L."
              END-IF
           END-PERFORM.

       1000-APPROVE-OVERLOAD.
           *> Approving again for the same term replaces the earlier
           *> approval - the latest figure is the one that counts.
           PERFORM 1300-GET-TERM-CODE.
           PERFORM 1400-GET-APPROVED-HOURS.
           DISPLAY "Input reason: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.
           MOVE WS-STUDENT-ID TO OV-STUDENT-ID.
           MOVE WS-TERM-CODE  TO OV-TERM-CODE.
           READ OVERLOAD-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-OVERLOAD-STATUS = "00"
              DISPLAY "Replacing the approval of " OV-APPROVED-HOURS
                 " hours given on " OV-APPROVED-DATE " by "
                 OV-APPROVED-BY "."
           END-IF.
           MOVE WS-APPROVED-HOURS TO OV-APPROVED-HOURS.
           MOVE WS-REASON         TO OV-REASON.
           MOVE WS-TODAY-DATE     TO OV-APPROVED-DATE.
           MOVE WS-OPERATOR-ID    TO OV-APPROVED-BY.
           IF WS-OVERLOAD-STATUS = "00"
              REWRITE OVERLOAD-RECORD
           ELSE
              MOVE WS-STUDENT-ID TO OV-STUDENT-ID
              MOVE WS-TERM-CODE  TO OV-TERM-CODE
              WRITE OVERLOAD-RECORD
           END-IF.
           IF WS-OVERLOAD-STATUS NOT = "00"
              DISPLAY "Unable to save overload approval, status "
                 WS-OVERLOAD-STATUS
           ELSE
              DISPLAY "Student " WS-STUDENT-ID " may carry up to "
                 WS-APPROVED-HOURS " credit hours in term "
                 WS-TERM-CODE "."
           END-IF.

       1100-GET-STUDENT-ID.
           MOVE "N" TO WS-VALID-ID-SW.
           PERFORM UNTIL VALID-STUDENT-ID
              DISPLAY "Input student id: " WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              IF WS-STUDENT-ID NUMERIC AND WS-STUDENT-ID NOT = ZEROS
                 MOVE WS-STUDENT-ID TO SM-STUDENT-ID
                 READ STUDENT-MASTER-FILE
                    INVALID KEY
                       DISPLAY "Student " WS-STUDENT-ID
                          " is not on the master file."
                    NOT INVALID KEY
                       DISPLAY "Student: " SM-FORENAME " " SM-SURNAME
                       MOVE "Y" TO WS-VALID-ID-SW
                 END-READ
              ELSE
                 DISPLAY "Invalid student id - enter a 6-digit id"
                    " greater than zero."
              END-IF
           END-PERFORM.

       1300-GET-TERM-CODE.
           MOVE "N" TO WS-VALID-TERM-SW.
           PERFORM UNTIL VALID-TERM-CODE
              DISPLAY "Input term code (e.g. 2026FA): "
                 WITH NO ADVANCING
              ACCEPT WS-TERM-CODE
              IF WS-TERM-CODE NOT = SPACES
                 MOVE "Y" TO WS-VALID-TERM-SW
              ELSE
                 DISPLAY "Invalid term code - it may not be blank."
              END-IF
           END-PERFORM.

       1400-GET-APPROVED-HOURS.
           MOVE ZERO TO WS-LOAD-HOURS.
           CALL "LOADSTAT" USING WS-LOAD-HOURS WS-LOAD-STATUS
              WS-LOAD-DESC WS-MAX-LOAD-HOURS.
           MOVE "N" TO WS-VALID-HOURS-SW.
           PERFORM UNTIL VALID-APPROVED-HOURS
              DISPLAY "Input credit hours approved (above "
                 WS-MAX-LOAD-HOURS "): " WITH NO ADVANCING
              ACCEPT WS-APPROVED-HOURS
              IF WS-APPROVED-HOURS NUMERIC
                 AND WS-APPROVED-HOURS > WS-MAX-LOAD-HOURS
                 MOVE "Y" TO WS-VALID-HOURS-SW
              ELSE
                 DISPLAY "Invalid hours - an overload must allow more"
                    " than the " WS-MAX-LOAD-HOURS "-hour maximum."
              END-IF
           END-PERFORM.

       4000-WITHDRAW-OVERLOAD.
           *> Credit already enrolled stays enrolled - withdrawing
           *> only stops further enrollment past the maximum.
           PERFORM 1300-GET-TERM-CODE.
           MOVE WS-STUDENT-ID TO OV-STUDENT-ID.
           MOVE WS-TERM-CODE  TO OV-TERM-CODE.
           READ OVERLOAD-FILE
              INVALID KEY
                 DISPLAY "No overload approval on file for student "
                    WS-STUDENT-ID " in term " WS-TERM-CODE
                    " - nothing withdrawn."
           END-READ.
           IF WS-OVERLOAD-STATUS = "00"
              DELETE OVERLOAD-FILE
              IF WS-OVERLOAD-STATUS NOT = "00"
                 DISPLAY "Unable to withdraw overload approval,"
                    " status " WS-OVERLOAD-STATUS
              ELSE
                 DISPLAY "Overload approval of " OV-APPROVED-HOURS
                    " hours for term " WS-TERM-CODE " withdrawn."
              END-IF
           END-IF.

       6000-LIST-OVERLOADS.
           MOVE ZERO TO WS-OVERLOAD-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO OV-STUDENT-ID.
           MOVE SPACES        TO OV-TERM-CODE.
           START OVERLOAD-FILE KEY IS >= OV-OVERLOAD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ OVERLOAD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF OV-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-OVERLOAD-COUNT
                       PERFORM 6100-DISPLAY-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-OVERLOAD-COUNT = ZERO
              DISPLAY "Student " WS-STUDENT-ID " has no overload"
                 " approvals on file."
           END-IF.

       6100-DISPLAY-LIST-LINE.
           MOVE OV-TERM-CODE      TO WS-L-TERM-CODE.
           MOVE OV-APPROVED-HOURS TO WS-L-HOURS.
           MOVE OV-REASON         TO WS-L-REASON.
           MOVE OV-APPROVED-DATE  TO WS-L-APPROVED-DATE.
           MOVE OV-APPROVED-BY    TO WS-L-APPROVED-BY.
           DISPLAY WS-LIST-LINE.
