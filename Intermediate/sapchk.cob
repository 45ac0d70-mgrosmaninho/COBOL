       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAPCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED SATISFACTORY ACADEMIC PROGRESS CHECK, IN
      * THE STYLE OF HOLDCHK. GIVEN A STUDENT AND A DATE IT MEASURES
      * THREE THINGS: THE CUMULATIVE GPA ON THE STUDENT'S LATEST
      * GPA.DAT RECORD; THE SHARE OF THE COURSES ATTEMPTED ON
      * GRADES.DAT THAT WERE COMPLETED (ANY GRADE BUT F, I OR W -
      * TRANSFER CREDIT IS NOT AN ATTEMPT HERE); AND THE CREDIT-HOUR
      * LOAD ENROLLED ON ENROLL.DAT FOR THE TERM RUNNING ON THE DATE,
      * OR THE NEXT TERM TO START, RATED BY THE SHARED LOADSTAT
      * ROUTINE. EACH IS HELD AGAINST THE SAPPARM.DAT CARD (2.00,
      * 67 PER CENT AND HALF-TIME WITHOUT ONE) AND COMES BACK WITH
      * ITS OWN FAIL SWITCH, SO THE CALLER CAN SAY WHICH MEASURE
      * FAILED. A MEASURE WITH NOTHING ON FILE TO JUDGE BY - NO GPA
      * YET, NO GRADED ATTEMPTS, NO TERM ON THE CALENDAR - PASSES.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAP-CARD-FILE ASSIGN TO "SAPPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARD-STATUS.

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "COURSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-COURSE-CODE
              FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAP-CARD-FILE.
       COPY SAPPARM.

       FD  GPA-FILE.
       COPY GPAREC.

       FD  GRADE-FILE.
       COPY GRADEREC.

       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  COURSE-MASTER-FILE.
       COPY CRSEREC.

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS           PIC XX VALUE SPACES.
       01  WS-GPA-STATUS            PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS          PIC XX VALUE SPACES.
       01  WS-TERM-STATUS           PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS         PIC XX VALUE SPACES.
       01  WS-COURSE-STATUS         PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88  NO-MORE-RECORDS             VALUE "N".

       01  WS-MIN-CUM-GPA           PIC 9V99 VALUE 2.00.
       01  WS-MIN-COMPLETION-PCT    PIC 9(3) VALUE 67.
       01  WS-MIN-LOAD-STATUS       PIC X VALUE "H".

       01  WS-LATEST-RUN-DATE       PIC 9(8) VALUE ZERO.
       01  WS-ATTEMPTED             PIC 9(4) VALUE ZERO.
       01  WS-COMPLETED             PIC 9(4) VALUE ZERO.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-TERM-START            PIC 9(8) VALUE ZERO.
       01  WS-TERM-CURRENT-SW       PIC X VALUE "N".
           88  TERM-IS-CURRENT             VALUE "Y".
       01  WS-TERM-HOURS            PIC 9(3) VALUE ZERO.
       01  WS-LOAD-DESC             PIC X(20) VALUE SPACES.
       01  WS-MAX-LOAD-HOURS        PIC 9(2) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-STUDENT-ID            PIC 9(6).
       01  LK-AS-OF-DATE            PIC 9(8).
       01  LK-SAP-SW                PIC X.
           88  LK-SAP-PASSED             VALUE "Y".
       01  LK-GPA-FAIL-SW           PIC X.
       01  LK-CUM-GPA               PIC 9V99.
       01  LK-PACE-FAIL-SW          PIC X.
       01  LK-COMPLETION-PCT        PIC 9(3).
       01  LK-LOAD-FAIL-SW          PIC X.
       01  LK-LOAD-STATUS           PIC X.

       PROCEDURE DIVISION USING LK-STUDENT-ID LK-AS-OF-DATE
             LK-SAP-SW LK-GPA-FAIL-SW LK-CUM-GPA LK-PACE-FAIL-SW
             LK-COMPLETION-PCT LK-LOAD-FAIL-SW LK-LOAD-STATUS.
       0000-MAIN.
           MOVE "N" TO LK-GPA-FAIL-SW LK-PACE-FAIL-SW
              LK-LOAD-FAIL-SW.
           MOVE ZERO TO LK-CUM-GPA LK-COMPLETION-PCT.
           MOVE SPACE TO LK-LOAD-STATUS.
           PERFORM 1000-READ-SAP-CARD.
           PERFORM 2000-CHECK-CUMULATIVE-GPA.
           PERFORM 3000-CHECK-COMPLETION-RATE.
           PERFORM 4000-CHECK-ENROLLMENT.
           IF LK-GPA-FAIL-SW = "Y"
              OR LK-PACE-FAIL-SW = "Y"
              OR LK-LOAD-FAIL-SW = "Y"
              MOVE "N" TO LK-SAP-SW
           ELSE
              MOVE "Y" TO LK-SAP-SW
           END-IF.
           GOBACK.

       1000-READ-SAP-CARD.
           *> A blank or non-numeric figure on the card leaves the
           *> shipped fallback for that figure in place.
           OPEN INPUT SAP-CARD-FILE.
           IF WS-CARD-STATUS = "00"
              READ SAP-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SP-MIN-CUM-GPA NUMERIC
                       MOVE SP-MIN-CUM-GPA TO WS-MIN-CUM-GPA
                    END-IF
                    IF SP-MIN-COMPLETION-PCT NUMERIC
                       AND SP-MIN-COMPLETION-PCT <= 100
                       MOVE SP-MIN-COMPLETION-PCT
                          TO WS-MIN-COMPLETION-PCT
                    END-IF
                    IF SP-MIN-LOAD-STATUS = "H" OR "F"
                       MOVE SP-MIN-LOAD-STATUS TO WS-MIN-LOAD-STATUS
                    END-IF
              END-READ
              CLOSE SAP-CARD-FILE
           END-IF.

       2000-CHECK-CUMULATIVE-GPA.
           *> The latest term-end run carries the cumulative figure.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              PERFORM 2100-FIND-LATEST-GPA
              CLOSE GPA-FILE
           END-IF.

       2100-FIND-LATEST-GPA.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LK-STUDENT-ID TO GP-STUDENT-ID.
           MOVE SPACES        TO GP-TERM-CODE.
           START GPA-FILE KEY IS >= GP-GPA-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GPA-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GP-STUDENT-ID NOT = LK-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF GP-RUN-DATE >= WS-LATEST-RUN-DATE
                          MOVE GP-RUN-DATE TO WS-LATEST-RUN-DATE
                          MOVE GP-CUM-GPA  TO LK-CUM-GPA
                          IF GP-CUM-GPA < WS-MIN-CUM-GPA
                             MOVE "Y" TO LK-GPA-FAIL-SW
                          ELSE
                             MOVE "N" TO LK-GPA-FAIL-SW
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       3000-CHECK-COMPLETION-RATE.
           MOVE ZERO TO WS-ATTEMPTED WS-COMPLETED.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
              PERFORM 3100-COUNT-ATTEMPTS
              CLOSE GRADE-FILE
           END-IF.
           IF WS-ATTEMPTED NOT = ZERO
              COMPUTE LK-COMPLETION-PCT =
                 WS-COMPLETED * 100 / WS-ATTEMPTED
              IF LK-COMPLETION-PCT < WS-MIN-COMPLETION-PCT
                 MOVE "Y" TO LK-PACE-FAIL-SW
              END-IF
           END-IF.

       3100-COUNT-ATTEMPTS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LK-STUDENT-ID TO GR-STUDENT-ID.
           MOVE SPACES        TO GR-COURSE-CODE GR-TERM-CODE.
           START GRADE-FILE KEY IS >= GR-GRADE-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ GRADE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF GR-STUDENT-ID NOT = LK-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF GR-GRADE NOT = SPACES
                          AND NOT GR-TRANSFER-CREDIT
                          ADD 1 TO WS-ATTEMPTED
                          IF GR-GRADE NOT = "F "
                             AND GR-GRADE NOT = "I "
                             AND GR-GRADE NOT = "W "
                             ADD 1 TO WS-COMPLETED
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       4000-CHECK-ENROLLMENT.
           MOVE SPACES TO WS-TERM-CODE.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS = "00"
              PERFORM 4100-FIND-THE-TERM
              CLOSE TERM-CAL-FILE
           END-IF.
           IF WS-TERM-CODE NOT = SPACES
              MOVE ZERO TO WS-TERM-HOURS
              OPEN INPUT ENROLLMENT-FILE
              IF WS-ENROLL-STATUS = "00"
                 OPEN INPUT COURSE-MASTER-FILE
                 IF WS-COURSE-STATUS = "00"
                    PERFORM 4200-SUM-TERM-HOURS
                    CLOSE COURSE-MASTER-FILE
                 END-IF
                 CLOSE ENROLLMENT-FILE
              END-IF
              CALL "LOADSTAT" USING WS-TERM-HOURS LK-LOAD-STATUS
                 WS-LOAD-DESC WS-MAX-LOAD-HOURS
              IF LK-LOAD-STATUS = "L"
                 OR (WS-MIN-LOAD-STATUS = "F"
                    AND LK-LOAD-STATUS = "H")
                 MOVE "Y" TO LK-LOAD-FAIL-SW
              END-IF
           END-IF.

       4100-FIND-THE-TERM.
           *> The term running on the date; between terms, the next
           *> one to start - the term the draw is paying for.
           MOVE ZERO TO WS-TERM-START.
           MOVE "N" TO WS-TERM-CURRENT-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS OR TERM-IS-CURRENT
              READ TERM-CAL-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF TR-START-DATE <= LK-AS-OF-DATE
                       AND TR-END-DATE >= LK-AS-OF-DATE
                       MOVE TR-TERM-CODE TO WS-TERM-CODE
                       MOVE "Y" TO WS-TERM-CURRENT-SW
                    ELSE IF TR-START-DATE > LK-AS-OF-DATE
                       AND (WS-TERM-START = ZERO
                          OR TR-START-DATE < WS-TERM-START)
                       MOVE TR-TERM-CODE  TO WS-TERM-CODE
                       MOVE TR-START-DATE TO WS-TERM-START
                    END-IF
                    END-IF
              END-READ
           END-PERFORM.

       4200-SUM-TERM-HOURS.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE LK-STUDENT-ID TO EN-STUDENT-ID.
           MOVE SPACES        TO EN-COURSE-CODE EN-TERM-CODE.
           START ENROLLMENT-FILE KEY IS >= EN-ENROLL-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF EN-STUDENT-ID NOT = LK-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       IF EN-TERM-CODE = WS-TERM-CODE
                          MOVE EN-COURSE-CODE TO CM-COURSE-CODE
                          READ COURSE-MASTER-FILE
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF CM-CREDIT-HOURS NUMERIC
                                   ADD CM-CREDIT-HOURS
                                      TO WS-TERM-HOURS
                                END-IF
                          END-READ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
