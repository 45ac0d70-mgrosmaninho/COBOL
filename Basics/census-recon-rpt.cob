       IDENTIFICATION DIVISION.
        PROGRAM-ID. CENSUS-RECON-RPT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: POST-CENSUS RECONCILIATION FOR ONE TERM.
      * COMPARES THE TERM'S CENSUS SNAPSHOT FROZEN BY CENSUS-BATCH
      * WITH THE ENROLLMENT FILE AND STUDENT MASTER AS THEY STAND
      * NOW AND LISTS EVERY FROZEN ENROLLMENT SINCE DROPPED OR MOVED
      * TO ANOTHER SECTION, EVERY STUDENT WHOSE LIFECYCLE STATUS HAS
      * CHANGED, AND EVERY ENROLLMENT ADDED SINCE THE CENSUS, THEN
      * PRINTS THE FROZEN AND CURRENT ENROLLMENT AND HEADCOUNT
      * FIGURES SIDE BY SIDE SO THE OFFICIAL RETURN CAN BE EXPLAINED
      * AGAINST TODAY'S FILE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-CAL-FILE ASSIGN TO "TERMCAL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-TERM-CODE
              FILE STATUS IS WS-TERM-STATUS.

           SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CN-CENSUS-KEY
              FILE STATUS IS WS-CENSUS-STATUS.

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

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "CENSRECN.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-CAL-FILE.
       COPY TERMREC.

       FD  CENSUS-FILE.
       COPY CENSREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS            PIC XX VALUE SPACES.
       01  WS-CENSUS-STATUS          PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-FILES-OK-SW            PIC X VALUE "N".
           88  FILES-OPEN                   VALUE "Y".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-TERM-CODE              PIC X(6) VALUE SPACES.
       01  WS-CENSUS-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CENSUS-TAKEN           PIC 9(8) VALUE ZERO.
       01  WS-PREV-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01  WS-JOB-NAME               PIC X(8) VALUE "CENSRECN".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       01  WS-CHANGE-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-FROZEN-ENROLLMENTS     PIC 9(6) VALUE ZERO.
       01  WS-FROZEN-STUDENTS        PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-ENROLLMENTS    PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-STUDENTS       PIC 9(6) VALUE ZERO.
       01  WS-DROP-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ADD-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-SECTION-CHANGE-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-STATUS-CHANGE-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(29) VALUE
               "CENSUS RECONCILIATION - TERM ".
           05  WS-TITLE-TERM         PIC X(6).
           05  FILLER                PIC X(11) VALUE " CENSUS OF ".
           05  WS-TITLE-CENSUS-DATE  PIC 9(8).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-TITLE-RUN-DATE     PIC 9(8).

       01  WS-FROZEN-LINE.
           05  FILLER                PIC X(29) VALUE
               "SNAPSHOT FROZEN ON ".
           05  WS-FL-TAKEN           PIC 9(8).

       01  WS-SECTION-HEADING        PIC X(40) VALUE SPACES.

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(8)  VALUE "STUDENT".
           05  FILLER                PIC X(22) VALUE "NAME".
           05  FILLER                PIC X(7)  VALUE "COURSE".
           05  FILLER                PIC X(25) VALUE "CHANGE".
           05  FILLER                PIC X(8)  VALUE "DATE".

       01  WS-DETAIL-LINE.
           05  WS-D-STUDENT-ID       PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-SURNAME          PIC X(11).
           05  WS-D-FORENAME         PIC X(11).
           05  WS-D-COURSE-CODE      PIC X(7).
           05  WS-D-CHANGE           PIC X(25).
           05  WS-D-DATE             PIC Z(8).

       01  WS-SECTION-CHANGE.
           05  FILLER                PIC X(8)  VALUE "SECTION ".
           05  WS-SC-FROM            PIC 9(2).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-SC-TO              PIC 9(2).

       01  WS-STATUS-CHANGE.
           05  FILLER                PIC X(7)  VALUE "STATUS ".
           05  WS-ST-FROM            PIC X.
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-ST-TO              PIC X.

       01  WS-SUMMARY-LINE.
           05  WS-S-DESC             PIC X(30).
           05  FILLER                PIC X(8)  VALUE " FROZEN ".
           05  WS-S-FROZEN           PIC ZZZZZ9.
           05  FILLER                PIC X(9)  VALUE " CURRENT ".
           05  WS-S-CURRENT          PIC ZZZZZ9.

       01  WS-COUNT-LINE.
           05  WS-C-DESC             PIC X(30).
           05  WS-C-COUNT            PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           DISPLAY "Term to reconcile against its census (e.g. "
              "2026FA): " WITH NO ADVANCING.
           ACCEPT WS-TERM-CODE.
           IF WS-TERM-CODE = SPACES
              DISPLAY "No term given - run abandoned."
              GOBACK
           END-IF.
           PERFORM 0100-CHECK-TERM.
           IF WS-CENSUS-TAKEN = ZERO
              GOBACK
           END-IF.
           PERFORM 0200-OPEN-FILES.
           IF FILES-OPEN
              MOVE "STARTED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-CHANGE-COUNT
              OPEN OUTPUT RECON-REPORT-FILE
              PERFORM 1000-PRINT-HEADINGS
              PERFORM 2000-CHECK-FROZEN-ENROLLMENTS
              PERFORM 3000-FIND-POST-CENSUS-ADDS
              PERFORM 4000-PRINT-SUMMARY
              CLOSE RECON-REPORT-FILE
              COMPUTE WS-CHANGE-COUNT = WS-DROP-COUNT + WS-ADD-COUNT
                 + WS-SECTION-CHANGE-COUNT + WS-STATUS-CHANGE-COUNT
              MOVE "COMPLETE" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-CHANGE-COUNT
              DISPLAY "Census reconciliation written - "
                 WS-CHANGE-COUNT " change(s) since the census."
           END-IF.
           PERFORM 0300-CLOSE-FILES.
           GOBACK.

       0100-CHECK-TERM.
           OPEN INPUT TERM-CAL-FILE.
           IF WS-TERM-STATUS NOT = "00"
              DISPLAY "Unable to open the term calendar, status "
                 WS-TERM-STATUS " - run abandoned."
           ELSE
              MOVE WS-TERM-CODE TO TR-TERM-CODE
              READ TERM-CAL-FILE
                 INVALID KEY
                    DISPLAY "Term " WS-TERM-CODE
                       " is not on the term calendar."
                 NOT INVALID KEY
                    IF TR-CENSUS-TAKEN = ZERO
                       DISPLAY "No census has been frozen for term "
                          WS-TERM-CODE " - run CENSUS-BATCH first."
                    ELSE
                       MOVE TR-CENSUS-DATE  TO WS-CENSUS-DATE
                       MOVE TR-CENSUS-TAKEN TO WS-CENSUS-TAKEN
                    END-IF
              END-READ
              CLOSE TERM-CAL-FILE
           END-IF.

       0200-OPEN-FILES.
           OPEN INPUT CENSUS-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           EVALUATE TRUE
              WHEN WS-CENSUS-STATUS NOT = "00"
                 DISPLAY "Unable to open the census snapshot, status "
                    WS-CENSUS-STATUS
              WHEN WS-MASTER-STATUS NOT = "00"
                 DISPLAY "Unable to open student master, status "
                    WS-MASTER-STATUS
              WHEN WS-ENROLL-STATUS NOT = "00"
                 DISPLAY "Unable to open enrollment file, status "
                    WS-ENROLL-STATUS
              WHEN OTHER
                 MOVE "Y" TO WS-FILES-OK-SW
           END-EVALUATE.

       0300-CLOSE-FILES.
           IF WS-CENSUS-STATUS NOT = "35"
              CLOSE CENSUS-FILE
           END-IF.
           IF WS-MASTER-STATUS NOT = "35"
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ENROLL-STATUS NOT = "35"
              CLOSE ENROLLMENT-FILE
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-TERM-CODE   TO WS-TITLE-TERM.
           MOVE WS-CENSUS-DATE TO WS-TITLE-CENSUS-DATE.
           MOVE WS-RUN-DATE    TO WS-TITLE-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CENSUS-TAKEN TO WS-FL-TAKEN.
           MOVE WS-FROZEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1100-PRINT-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

       2000-CHECK-FROZEN-ENROLLMENTS.
           *> Every frozen enrollment is looked up on today's file;
           *> on each new student the master's status is compared
           *> with the status frozen at the census.
           MOVE "CHANGES TO ENROLLMENTS FROZEN AT CENSUS"
              TO WS-SECTION-HEADING.
           PERFORM 1100-PRINT-SECTION-HEADING.
           MOVE WS-TERM-CODE TO CN-TERM-CODE.
           MOVE ZERO   TO CN-STUDENT-ID.
           MOVE SPACES TO CN-COURSE-CODE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           START CENSUS-FILE KEY IS NOT LESS THAN CN-CENSUS-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ CENSUS-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF CN-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       PERFORM 2100-CHECK-ONE-FROZEN
                    END-IF
              END-READ
           END-PERFORM.

       2100-CHECK-ONE-FROZEN.
           ADD 1 TO WS-FROZEN-ENROLLMENTS.
           MOVE CN-STUDENT-ID  TO WS-D-STUDENT-ID.
           MOVE CN-SURNAME     TO WS-D-SURNAME.
           MOVE CN-FORENAME    TO WS-D-FORENAME.
           IF CN-STUDENT-ID NOT = WS-PREV-STUDENT-ID
              ADD 1 TO WS-FROZEN-STUDENTS
              MOVE CN-STUDENT-ID TO WS-PREV-STUDENT-ID
              PERFORM 2200-CHECK-STATUS-CHANGE
           END-IF.
           MOVE CN-COURSE-CODE TO WS-D-COURSE-CODE.
           MOVE CN-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE CN-COURSE-CODE TO EN-COURSE-CODE.
           MOVE CN-TERM-CODE   TO EN-TERM-CODE.
           READ ENROLLMENT-FILE
              INVALID KEY
                 ADD 1 TO WS-DROP-COUNT
                 MOVE "DROPPED" TO WS-D-CHANGE
                 MOVE ZERO TO WS-D-DATE
                 PERFORM 9000-WRITE-DETAIL-LINE
              NOT INVALID KEY
                 IF EN-SECTION-NO NOT = CN-SECTION-NO
                    ADD 1 TO WS-SECTION-CHANGE-COUNT
                    MOVE CN-SECTION-NO TO WS-SC-FROM
                    MOVE EN-SECTION-NO TO WS-SC-TO
                    MOVE WS-SECTION-CHANGE TO WS-D-CHANGE
                    MOVE EN-ENROLL-DATE TO WS-D-DATE
                    PERFORM 9000-WRITE-DETAIL-LINE
                 END-IF
           END-READ.

       2200-CHECK-STATUS-CHANGE.
           MOVE CN-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
              INVALID KEY
                 ADD 1 TO WS-STATUS-CHANGE-COUNT
                 MOVE SPACES TO WS-D-COURSE-CODE
                 MOVE "NO LONGER ON MASTER" TO WS-D-CHANGE
                 MOVE ZERO TO WS-D-DATE
                 PERFORM 9000-WRITE-DETAIL-LINE
              NOT INVALID KEY
                 IF SM-STATUS NOT = CN-STATUS
                    ADD 1 TO WS-STATUS-CHANGE-COUNT
                    MOVE SPACES TO WS-D-COURSE-CODE
                    MOVE CN-STATUS TO WS-ST-FROM
                    MOVE SM-STATUS TO WS-ST-TO
                    MOVE WS-STATUS-CHANGE TO WS-D-CHANGE
                    MOVE SM-STATUS-DATE TO WS-D-DATE
                    PERFORM 9000-WRITE-DETAIL-LINE
                 END-IF
           END-READ.

       3000-FIND-POST-CENSUS-ADDS.
           *> A full pass of today's enrollment file - it is keyed
           *> student first, so the term's enrollments are scattered.
           MOVE "ENROLLMENTS ADDED SINCE THE CENSUS"
              TO WS-SECTION-HEADING.
           PERFORM 1100-PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-PREV-STUDENT-ID.
           MOVE LOW-VALUES TO EN-ENROLL-KEY.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-ENROLL-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ ENROLLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF EN-TERM-CODE = WS-TERM-CODE
                       PERFORM 3100-CHECK-ONE-CURRENT
                    END-IF
              END-READ
           END-PERFORM.

       3100-CHECK-ONE-CURRENT.
           ADD 1 TO WS-CURRENT-ENROLLMENTS.
           IF EN-STUDENT-ID NOT = WS-PREV-STUDENT-ID
              ADD 1 TO WS-CURRENT-STUDENTS
              MOVE EN-STUDENT-ID TO WS-PREV-STUDENT-ID
           END-IF.
           MOVE EN-TERM-CODE   TO CN-TERM-CODE.
           MOVE EN-STUDENT-ID  TO CN-STUDENT-ID.
           MOVE EN-COURSE-CODE TO CN-COURSE-CODE.
           READ CENSUS-FILE
              INVALID KEY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE EN-STUDENT-ID  TO WS-D-STUDENT-ID
                 MOVE EN-COURSE-CODE TO WS-D-COURSE-CODE
                 MOVE SPACES TO WS-D-SURNAME WS-D-FORENAME
                 MOVE EN-STUDENT-ID TO SM-STUDENT-ID
                 READ STUDENT-MASTER-FILE
                    INVALID KEY
                       MOVE "(NOT ON" TO WS-D-SURNAME
                       MOVE "MASTER)" TO WS-D-FORENAME
                    NOT INVALID KEY
                       MOVE SM-SURNAME  TO WS-D-SURNAME
                       MOVE SM-FORENAME TO WS-D-FORENAME
                 END-READ
                 MOVE "ADDED" TO WS-D-CHANGE
                 MOVE EN-ENROLL-DATE TO WS-D-DATE
                 PERFORM 9000-WRITE-DETAIL-LINE
           END-READ.

       4000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENROLLMENTS" TO WS-S-DESC.
           MOVE WS-FROZEN-ENROLLMENTS  TO WS-S-FROZEN.
           MOVE WS-CURRENT-ENROLLMENTS TO WS-S-CURRENT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HEADCOUNT" TO WS-S-DESC.
           MOVE WS-FROZEN-STUDENTS  TO WS-S-FROZEN.
           MOVE WS-CURRENT-STUDENTS TO WS-S-CURRENT.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENROLLMENTS DROPPED" TO WS-C-DESC.
           MOVE WS-DROP-COUNT TO WS-C-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENROLLMENTS ADDED" TO WS-C-DESC.
           MOVE WS-ADD-COUNT TO WS-C-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SECTION CHANGES" TO WS-C-DESC.
           MOVE WS-SECTION-CHANGE-COUNT TO WS-C-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENT STATUS CHANGES" TO WS-C-DESC.
           MOVE WS-STATUS-CHANGE-COUNT TO WS-C-COUNT.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
