       IDENTIFICATION DIVISION.
        PROGRAM-ID. STUDENT-DOSSIER.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: SUBJECT-ACCESS DOSSIER. GIVEN A STUDENT ID,
      * PRINTS EVERYTHING HELD ON THAT PERSON IN ONE DOCUMENT - THE
      * MASTER RECORD, FORMER NAMES, GUARDIANS, ENROLLMENTS, GRADES,
      * GPA HISTORY, ATTENDANCE, THE ACCOUNT LEDGER, LINKED LOANS
      * WITH THEIR CO-BORROWERS AND COLLECTION LETTERS, ANY
      * CO-BORROWER OR GUARANTOR ROLE HELD UNDER THEIR NAME,
      * CORRESPONDENCE, LETTERS ISSUED, THE MASTER AUDIT TRAIL, AND
      * THE ALUMNI RECORD WITH ITS ARCHIVED ENROLLMENTS AND GRADES
      * IF THEY HAVE BEEN ARCHIVED. STAFF USED TO RUN THE INQUIRY,
      * TRANSCRIPT, ACCOUNT STATEMENT, AUDIT REPORT AND LOAN SCREENS
      * SEPARATELY AND STITCH THE PRINTOUTS TOGETHER. SUPERVISOR
      * SIGN-ON ONLY, AND EVERY DOSSIER PRINTED IS LOGGED TO THE
      * SUBJECT-ACCESS LOG FOR COMPLIANCE.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - A CORRESPONDENCE NOTE THAT IS A CASE NOW PRINTS
      *            ITS CATEGORY, OWNER, FOLLOW-UP DATE AND STATUS,
      *            AND THE RESOLUTION ONCE IT IS CLOSED.
      * 15/10/26 - A LOAN SOLD OR TRANSFERRED TO ANOTHER SERVICER
      *            NOW SHOWS AS SOLD.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ALUMNI-FILE ASSIGN TO "ALUMNI.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AL-STUDENT-ID
              FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT FORMER-NAME-FILE ASSIGN TO "FRMNAME.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FN-NAME-KEY
              FILE STATUS IS WS-FRMNAME-STATUS.

           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GD-GUARD-KEY
              FILE STATUS IS WS-GUARD-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EN-ENROLL-KEY
              ALTERNATE RECORD KEY IS EN-COURSE-CODE
                 WITH DUPLICATES
              FILE STATUS IS WS-ENROLL-STATUS.

           SELECT GRADE-FILE ASSIGN TO "GRADES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GR-GRADE-KEY
              FILE STATUS IS WS-GRADE-STATUS.

           SELECT ALUMNI-ENROLL-FILE ASSIGN TO "ALUMENRL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AE-STATUS.

           SELECT ALUMNI-GRADE-FILE ASSIGN TO "ALUMGRAD.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AG-STATUS.

           SELECT GPA-FILE ASSIGN TO "GPA.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GP-GPA-KEY
              FILE STATUS IS WS-GPA-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO "ATTEND.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AT-ATTEND-KEY
              FILE STATUS IS WS-ATTEND-STATUS.

           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO "STUDACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT CLOSED-LOAN-FILE ASSIGN TO "CLOSLOAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CL-ACCOUNT-ID
              FILE STATUS IS WS-CLOSED-STATUS.

           SELECT COBORROWER-FILE ASSIGN TO "COBORROW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CB-COBOR-KEY
              FILE STATUS IS WS-COBOR-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DN-ACCOUNT-ID
              FILE STATUS IS WS-DUNNING-STATUS.

           SELECT TEXT-FORM-FILE ASSIGN TO "TEXTFORM.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TF-FORM-KEY
              FILE STATUS IS WS-FORM-STATUS.

           SELECT LETTER-ISSUE-FILE ASSIGN TO "LTRISSUE.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ISSUE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "STUDAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SAR-LOG-FILE ASSIGN TO "SARLOG.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SARLOG-STATUS.

           SELECT DOSSIER-FILE ASSIGN TO "DOSSIER.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  ALUMNI-FILE.
       COPY ALUMREC.

       FD  FORMER-NAME-FILE.
       COPY FRMNAME.

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  ENROLLMENT-FILE.
       COPY ENRLREC.

       FD  GRADE-FILE.
       COPY GRADEREC.

      *> The archive files hold the ENRLREC and GRADEREC images as
      *> STUDENT-ARCHIVE wrote them.
       FD  ALUMNI-ENROLL-FILE.
       01  ALUMNI-ENROLL-IMAGE.
           05  AE-STUDENT-ID        PIC 9(6).
           05  AE-COURSE-CODE       PIC X(4).
           05  AE-TERM-CODE         PIC X(6).
           05  AE-ENROLL-DATE       PIC 9(8).
           05  AE-SECTION-NO        PIC 9(2).

       FD  ALUMNI-GRADE-FILE.
       01  ALUMNI-GRADE-IMAGE.
           05  AG-STUDENT-ID        PIC 9(6).
           05  AG-COURSE-CODE       PIC X(4).
           05  AG-TERM-CODE         PIC X(6).
           05  AG-GRADE             PIC X(2).
           05  AG-GRADE-DATE        PIC 9(8).
           05  AG-REPEAT-FLAG       PIC X.
           05  AG-TRANSFER-INST     PIC X(8).

       FD  GPA-FILE.
       COPY GPAREC.

       FD  ATTENDANCE-FILE.
       COPY ATTREC.

       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  CLOSED-LOAN-FILE.
       COPY CLOSREC.

       FD  COBORROWER-FILE.
       COPY COBORREC.

       FD  DUNNING-FILE.
       COPY DUNNREC.

       FD  TEXT-FORM-FILE.
       COPY TEXTFREC.

       FD  LETTER-ISSUE-FILE.
       COPY LTRISSUE.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  SAR-LOG-FILE.
       COPY SARLOG.

       FD  DOSSIER-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-ALUMNI-STATUS          PIC XX VALUE SPACES.
       01  WS-FRMNAME-STATUS         PIC XX VALUE SPACES.
       01  WS-GUARD-STATUS           PIC XX VALUE SPACES.
       01  WS-ENROLL-STATUS          PIC XX VALUE SPACES.
       01  WS-GRADE-STATUS           PIC XX VALUE SPACES.
       01  WS-AE-STATUS              PIC XX VALUE SPACES.
       01  WS-AG-STATUS              PIC XX VALUE SPACES.
       01  WS-GPA-STATUS             PIC XX VALUE SPACES.
       01  WS-ATTEND-STATUS          PIC XX VALUE SPACES.
       01  WS-ACCOUNT-STATUS         PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-CLOSED-STATUS          PIC XX VALUE SPACES.
       01  WS-COBOR-STATUS           PIC XX VALUE SPACES.
       01  WS-DUNNING-STATUS         PIC XX VALUE SPACES.
       01  WS-FORM-STATUS            PIC XX VALUE SPACES.
       01  WS-ISSUE-STATUS           PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-SARLOG-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.

       01  WS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL             PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL         PIC 9 VALUE 2.
       01  WS-SIGNON-SW              PIC X VALUE "N".
           88  OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-STUDENT-ID             PIC 9(6) VALUE ZERO.
       01  WS-REQUESTED-BY           PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME               PIC 9(8) VALUE ZERO.
       01  WS-FOUND-SW               PIC X VALUE "N".
           88  FOUND-ON-MASTER              VALUE "M".
           88  FOUND-ARCHIVED               VALUE "A".
           88  FOUND-NOWHERE                VALUE "N".
      *> The name the person is known by, built once for the co-
      *> borrower name search - forename, one space, surname.
       01  WS-STUDENT-NAME           PIC X(21) VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-COBOR-SW          PIC X VALUE "Y".
           88  NO-MORE-COBORROWERS          VALUE "N".
       01  WS-SECTION-ITEMS          PIC 9(6) VALUE ZERO.
       01  WS-ITEM-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-BALANCE                PIC S9(7)V99 VALUE ZERO.
       01  WS-LOAN-ACCOUNT-ID        PIC 9(6) VALUE ZERO.

       01  WS-SECTION-TITLE          PIC X(60) VALUE SPACES.
       01  WS-SECTION-RULE           PIC X(60) VALUE ALL "-".
       01  WS-NONE-LINE              PIC X(20) VALUE
           "    NONE ON FILE".
       01  WS-UNAVAILABLE-LINE.
           05  FILLER                PIC X(28) VALUE
               "    FILE NOT AVAILABLE, STA".
           05  FILLER                PIC X(5)  VALUE "TUS ".
           05  WS-UN-STATUS          PIC XX.

       01  WS-DOSSIER-TITLE.
           05  FILLER                PIC X(30) VALUE
               "SUBJECT-ACCESS DOSSIER - ID ".
           05  WS-DT-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(10) VALUE "   RUN ON ".
           05  WS-DT-RUN-DATE        PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " BY ".
           05  WS-DT-OPERATOR        PIC X(8).

       01  WS-REQUESTER-LINE.
           05  FILLER                PIC X(14) VALUE "REQUESTED BY: ".
           05  WS-RQ-REQUESTED-BY    PIC X(20).

      *> Labelled single-field line for the master and alumni
      *> records.
       01  WS-FIELD-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-FL-LABEL           PIC X(20).
           05  WS-FL-VALUE           PIC X(50).

       01  WS-FORMER-NAME-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-FN-FORENAME        PIC X(11).
           05  WS-FN-SURNAME         PIC X(11).
           05  FILLER                PIC X(11) VALUE "CHANGED ON ".
           05  WS-FN-CHANGE-DATE     PIC 9(8).

       01  WS-GUARDIAN-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-GD-SEQUENCE        PIC Z9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-GD-NAME            PIC X(21).
           05  WS-GD-RELATIONSHIP    PIC X(11).
           05  WS-GD-PHONE           PIC X(12).

       01  WS-ENROLL-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-EL-COURSE-CODE     PIC X(5).
           05  WS-EL-TERM-CODE       PIC X(7).
           05  FILLER                PIC X(8)  VALUE "SECTION ".
           05  WS-EL-SECTION-NO      PIC 9(2).
           05  FILLER                PIC X(13) VALUE "  ENROLLED ON".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-EL-ENROLL-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-EL-SOURCE          PIC X(10).

       01  WS-GRADE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-GL-COURSE-CODE     PIC X(5).
           05  WS-GL-TERM-CODE       PIC X(7).
           05  FILLER                PIC X(6)  VALUE "GRADE ".
           05  WS-GL-GRADE           PIC X(3).
           05  FILLER                PIC X(3)  VALUE "ON ".
           05  WS-GL-GRADE-DATE      PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GL-NOTE            PIC X(20).
           05  WS-GL-SOURCE          PIC X(10).

       01  WS-GPA-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-GP-TERM-CODE       PIC X(7).
           05  FILLER                PIC X(9)  VALUE "COURSES ".
           05  WS-GP-TERM-COURSES    PIC ZZ9.
           05  FILLER                PIC X(10) VALUE "  TERM GPA".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GP-TERM-GPA        PIC 9.99.
           05  FILLER                PIC X(9)  VALUE "  CUM GPA".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GP-CUM-GPA         PIC 9.99.
           05  FILLER                PIC X(8)  VALUE "  RUN ON".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-GP-RUN-DATE        PIC 9(8).

       01  WS-ATTEND-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-AT-COURSE-CODE     PIC X(5).
           05  WS-AT-TERM-CODE       PIC X(7).
           05  FILLER                PIC X(8)  VALUE "SECTION ".
           05  WS-AT-SECTION-NO      PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-AT-CLASS-DATE      PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-AT-PRESENCE        PIC X(7).

       01  WS-LEDGER-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-LG-SEQUENCE        PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LG-TRANS-DATE      PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LG-TYPE            PIC X(8).
           05  WS-LG-REFERENCE       PIC X(13).
           05  WS-LG-AMOUNT          PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LG-BALANCE         PIC -Z,ZZZ,ZZ9.99.

       01  WS-LOAN-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(8)  VALUE "ACCOUNT ".
           05  WS-LN-ACCOUNT-ID      PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LN-PRODUCT-CODE    PIC X(5).
           05  FILLER                PIC X(10) VALUE "PRINCIPAL ".
           05  WS-LN-PRINCIPAL       PIC ZZ,ZZ9.
           05  FILLER                PIC X(6)  VALUE " RATE ".
           05  WS-LN-RATE            PIC ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LN-STATE           PIC X(12).

       01  WS-LOAN-DETAIL-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  WS-LD-LABEL           PIC X(20).
           05  WS-LD-VALUE           PIC X(40).

       01  WS-COBOR-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  WS-CB-ROLE            PIC X(13).
           05  WS-CB-NAME            PIC X(21).
           05  WS-CB-PHONE           PIC X(13).
           05  WS-CB-ADDRESS         PIC X(25).

       01  WS-ROLE-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-RL-ROLE            PIC X(13).
           05  FILLER                PIC X(11) VALUE "ON ACCOUNT ".
           05  WS-RL-ACCOUNT-ID      PIC 9(6).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-RL-NAME            PIC X(21).

       01  WS-FORM-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-TF-SEQUENCE        PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TF-CAPTURE-DATE    PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-TF-OPERATOR        PIC X(9).
           05  WS-TF-NAME            PIC X(20).

       01  WS-FORM-CASE-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE "CATEGORY ".
           05  WS-FC-CATEGORY        PIC X.
           05  FILLER                PIC X(7)  VALUE "  CASE ".
           05  WS-FC-STATUS          PIC X(7).
           05  FILLER                PIC X(7)  VALUE " OWNER ".
           05  WS-FC-ASSIGNED-TO     PIC X(8).
           05  FILLER                PIC X(5)  VALUE " DUE ".
           05  WS-FC-FOLLOW-UP-DATE  PIC 9(8).

       01  WS-FORM-TEXT-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WS-TT-TEXT            PIC X(40).

       01  WS-LETTER-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-LI-ISSUE-DATE      PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LI-TEMPLATE-ID     PIC X(9).
           05  WS-LI-COURSE-CODE     PIC X(5).
           05  WS-LI-TERM-CODE       PIC X(7).
           05  WS-LI-AMOUNT          PIC ZZZ,ZZ9.99.

       01  WS-AUDIT-LINE.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-AU-DATE            PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AU-TIME            PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-AU-OPERATOR        PIC X(9).
           05  FILLER                PIC X(6)  VALUE "TRANS ".
           05  WS-AU-TRANS-CODE      PIC X.

       01  WS-AUDIT-IMAGE-LINE.
           05  FILLER                PIC X(8)  VALUE SPACES.
           05  WS-AI-LABEL           PIC X(8).
           05  WS-AI-FORENAME        PIC X(11).
           05  WS-AI-SURNAME         PIC X(11).
           05  WS-AI-GENDER          PIC X(2).
           05  WS-AI-COURSE-CODE     PIC X(5).
           05  WS-AI-DATE-OF-BIRTH   PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-AI-NATIONAL-ID     PIC X(10).
           05  WS-AI-STATUS          PIC X(2).
           05  WS-AI-STATUS-DATE     PIC 9(8).

       01  WS-CLOSING-LINE.
           05  FILLER                PIC X(22) VALUE
               "END OF DOSSIER - ITEMS".
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-CL-ITEM-COUNT      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           IF WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "A subject-access dossier needs a supervisor"
                 " sign-on."
              GOBACK
           END-IF.
           PERFORM 0100-GET-REQUEST.
           CALL "BUSDATE" USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT DOSSIER-FILE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "Unable to open the dossier print file, status "
                 WS-REPORT-STATUS
              GOBACK
           END-IF.
           MOVE WS-STUDENT-ID  TO WS-DT-STUDENT-ID.
           MOVE WS-RUN-DATE    TO WS-DT-RUN-DATE.
           MOVE WS-OPERATOR-ID TO WS-DT-OPERATOR.
           MOVE WS-DOSSIER-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQUESTED-BY TO WS-RQ-REQUESTED-BY.
           MOVE WS-REQUESTER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1000-PRINT-MASTER-RECORD.
           PERFORM 1200-PRINT-ALUMNI-RECORD.
           PERFORM 2000-PRINT-FORMER-NAMES.
           PERFORM 2100-PRINT-GUARDIANS.
           PERFORM 2200-PRINT-ENROLLMENTS.
           PERFORM 2300-PRINT-GRADES.
           PERFORM 2400-PRINT-GPA-HISTORY.
           PERFORM 2500-PRINT-ATTENDANCE.
           PERFORM 2600-PRINT-ACCOUNT-LEDGER.
           PERFORM 2700-PRINT-LINKED-LOANS.
           PERFORM 2800-PRINT-COBORROWER-ROLES.
           PERFORM 2900-PRINT-CORRESPONDENCE.
           PERFORM 3000-PRINT-LETTERS-ISSUED.
           PERFORM 3100-PRINT-AUDIT-TRAIL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEM-COUNT TO WS-CL-ITEM-COUNT.
           MOVE WS-CLOSING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DOSSIER-FILE.
           PERFORM 8000-LOG-REQUEST.
           IF FOUND-NOWHERE
              DISPLAY "Student " WS-STUDENT-ID " is on neither the "
                 "master nor the alumni archive."
           END-IF.
           DISPLAY "Dossier for " WS-STUDENT-ID " written to "
              "DOSSIER.PRT - " WS-ITEM-COUNT " item(s).".
           GOBACK.

       0100-GET-REQUEST.
           MOVE ZERO TO WS-STUDENT-ID.
           PERFORM UNTIL WS-STUDENT-ID NOT = ZERO
              DISPLAY "Student id for the dossier: "
                 WITH NO ADVANCING
              ACCEPT WS-STUDENT-ID
              IF WS-STUDENT-ID = ZERO
                 DISPLAY "Invalid student id - enter the 6-digit id."
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REQUESTED-BY.
           PERFORM UNTIL WS-REQUESTED-BY NOT = SPACES
              DISPLAY "Requested by (person or reference): "
                 WITH NO ADVANCING
              ACCEPT WS-REQUESTED-BY
              IF WS-REQUESTED-BY = SPACES
                 DISPLAY "The requester must be recorded."
              END-IF
           END-PERFORM.

       1000-PRINT-MASTER-RECORD.
           MOVE "STUDENT MASTER RECORD" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              MOVE WS-MASTER-STATUS TO WS-UN-STATUS
              PERFORM 9200-PRINT-UNAVAILABLE
           ELSE
              MOVE WS-STUDENT-ID TO SM-STUDENT-ID
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "M" TO WS-FOUND-SW
                    PERFORM 1100-PRINT-MASTER-FIELDS
              END-READ
              CLOSE STUDENT-MASTER-FILE
           END-IF.
           PERFORM 9100-END-SECTION.

       1100-PRINT-MASTER-FIELDS.
           ADD 1 TO WS-SECTION-ITEMS.
           STRING SM-FORENAME DELIMITED BY "  "
              " " DELIMITED BY SIZE
              SM-SURNAME DELIMITED BY "  "
              INTO WS-STUDENT-NAME.
           MOVE "FORENAME" TO WS-FL-LABEL.
           MOVE SM-FORENAME TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "SURNAME" TO WS-FL-LABEL.
           MOVE SM-SURNAME TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "GENDER" TO WS-FL-LABEL.
           MOVE SM-GENDER TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "PRIMARY COURSE" TO WS-FL-LABEL.
           MOVE SM-COURSE-CODE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "DATE OF BIRTH" TO WS-FL-LABEL.
           MOVE SM-DATE-OF-BIRTH TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "NATIONAL ID" TO WS-FL-LABEL.
           MOVE SM-NATIONAL-ID TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "STATUS" TO WS-FL-LABEL.
           EVALUATE TRUE
              WHEN SM-STUDENT-ACTIVE
                 MOVE "ACTIVE" TO WS-FL-VALUE
              WHEN SM-STUDENT-WITHDRAWN
                 MOVE "WITHDRAWN" TO WS-FL-VALUE
              WHEN SM-STUDENT-GRADUATED
                 MOVE "GRADUATED" TO WS-FL-VALUE
              WHEN OTHER
                 MOVE SM-STATUS TO WS-FL-VALUE
           END-EVALUATE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "STATUS DATE" TO WS-FL-LABEL.
           MOVE SM-STATUS-DATE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "ADDRESS" TO WS-FL-LABEL.
           MOVE SM-ADDRESS TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "PHONE" TO WS-FL-LABEL.
           MOVE SM-PHONE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "EMAIL" TO WS-FL-LABEL.
           MOVE SM-EMAIL TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "RETURNED MAIL" TO WS-FL-LABEL.
           IF SM-ADDRESS-BAD
              MOVE "YES - ADDRESS FLAGGED UNDELIVERABLE"
                 TO WS-FL-VALUE
           ELSE
              MOVE "NO" TO WS-FL-VALUE
           END-IF.
           PERFORM 9300-WRITE-FIELD-LINE.

       1200-PRINT-ALUMNI-RECORD.
           MOVE "ALUMNI RECORD (ARCHIVED STUDENTS)" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT ALUMNI-FILE.
           IF WS-ALUMNI-STATUS NOT = "00"
              IF WS-ALUMNI-STATUS NOT = "35"
                 MOVE WS-ALUMNI-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           ELSE
              MOVE WS-STUDENT-ID TO AL-STUDENT-ID
              READ ALUMNI-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT FOUND-ON-MASTER
                       MOVE "A" TO WS-FOUND-SW
                    END-IF
                    PERFORM 1300-PRINT-ALUMNI-FIELDS
              END-READ
              CLOSE ALUMNI-FILE
           END-IF.
           PERFORM 9100-END-SECTION.

       1300-PRINT-ALUMNI-FIELDS.
           ADD 1 TO WS-SECTION-ITEMS.
           IF WS-STUDENT-NAME = SPACES
              STRING AL-FORENAME DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 AL-SURNAME DELIMITED BY "  "
                 INTO WS-STUDENT-NAME
           END-IF.
           MOVE "ARCHIVED ON" TO WS-FL-LABEL.
           MOVE AL-ARCHIVE-DATE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "FORENAME" TO WS-FL-LABEL.
           MOVE AL-FORENAME TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "SURNAME" TO WS-FL-LABEL.
           MOVE AL-SURNAME TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "GENDER" TO WS-FL-LABEL.
           MOVE AL-GENDER TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "PRIMARY COURSE" TO WS-FL-LABEL.
           MOVE AL-COURSE-CODE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "DATE OF BIRTH" TO WS-FL-LABEL.
           MOVE AL-DATE-OF-BIRTH TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "NATIONAL ID" TO WS-FL-LABEL.
           MOVE AL-NATIONAL-ID TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "STATUS" TO WS-FL-LABEL.
           MOVE AL-STATUS TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "STATUS DATE" TO WS-FL-LABEL.
           MOVE AL-STATUS-DATE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "ADDRESS" TO WS-FL-LABEL.
           MOVE AL-ADDRESS TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "PHONE" TO WS-FL-LABEL.
           MOVE AL-PHONE TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.
           MOVE "EMAIL" TO WS-FL-LABEL.
           MOVE AL-EMAIL TO WS-FL-VALUE.
           PERFORM 9300-WRITE-FIELD-LINE.

       2000-PRINT-FORMER-NAMES.
           *> The file is keyed surname first, so every record is
           *> read to find this student's.
           MOVE "FORMER NAMES" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT FORMER-NAME-FILE.
           IF WS-FRMNAME-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ FORMER-NAME-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF FN-STUDENT-ID = WS-STUDENT-ID
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE FN-FORENAME    TO WS-FN-FORENAME
                          MOVE FN-SURNAME     TO WS-FN-SURNAME
                          MOVE FN-CHANGE-DATE TO WS-FN-CHANGE-DATE
                          MOVE WS-FORMER-NAME-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FORMER-NAME-FILE
           ELSE
              IF WS-FRMNAME-STATUS NOT = "35"
                 MOVE WS-FRMNAME-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2100-PRINT-GUARDIANS.
           MOVE "GUARDIANS AND EMERGENCY CONTACTS" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARD-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO GD-STUDENT-ID
              MOVE ZERO          TO GD-SEQUENCE
              START GUARDIAN-FILE KEY IS NOT LESS THAN GD-GUARD-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ GUARDIAN-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF GD-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE GD-SEQUENCE     TO WS-GD-SEQUENCE
                          MOVE GD-NAME         TO WS-GD-NAME
                          MOVE GD-RELATIONSHIP TO WS-GD-RELATIONSHIP
                          MOVE GD-PHONE        TO WS-GD-PHONE
                          MOVE WS-GUARDIAN-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GUARDIAN-FILE
           ELSE
              IF WS-GUARD-STATUS NOT = "35"
                 MOVE WS-GUARD-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2200-PRINT-ENROLLMENTS.
           MOVE "ENROLLMENTS" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO EN-STUDENT-ID
              MOVE SPACES        TO EN-COURSE-CODE EN-TERM-CODE
              START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-ENROLL-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ENROLLMENT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF EN-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE EN-COURSE-CODE TO WS-EL-COURSE-CODE
                          MOVE EN-TERM-CODE   TO WS-EL-TERM-CODE
                          MOVE EN-SECTION-NO  TO WS-EL-SECTION-NO
                          MOVE EN-ENROLL-DATE TO WS-EL-ENROLL-DATE
                          MOVE SPACES         TO WS-EL-SOURCE
                          MOVE WS-ENROLL-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENROLLMENT-FILE
           ELSE
              MOVE WS-ENROLL-STATUS TO WS-UN-STATUS
              PERFORM 9200-PRINT-UNAVAILABLE
           END-IF.
           PERFORM 2250-PRINT-ARCHIVED-ENROLLMENTS.
           PERFORM 9100-END-SECTION.

       2250-PRINT-ARCHIVED-ENROLLMENTS.
           OPEN INPUT ALUMNI-ENROLL-FILE.
           IF WS-AE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ALUMNI-ENROLL-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AE-STUDENT-ID = WS-STUDENT-ID
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE AE-COURSE-CODE TO WS-EL-COURSE-CODE
                          MOVE AE-TERM-CODE   TO WS-EL-TERM-CODE
                          MOVE AE-SECTION-NO  TO WS-EL-SECTION-NO
                          MOVE AE-ENROLL-DATE TO WS-EL-ENROLL-DATE
                          MOVE "(ARCHIVED)"   TO WS-EL-SOURCE
                          MOVE WS-ENROLL-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNI-ENROLL-FILE
           END-IF.

       2300-PRINT-GRADES.
           MOVE "GRADES" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO GR-STUDENT-ID
              MOVE SPACES        TO GR-COURSE-CODE GR-TERM-CODE
              START GRADE-FILE KEY IS NOT LESS THAN GR-GRADE-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ GRADE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF GR-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          PERFORM 2310-PRINT-ONE-GRADE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GRADE-FILE
           ELSE
              MOVE WS-GRADE-STATUS TO WS-UN-STATUS
              PERFORM 9200-PRINT-UNAVAILABLE
           END-IF.
           PERFORM 2350-PRINT-ARCHIVED-GRADES.
           PERFORM 9100-END-SECTION.

       2310-PRINT-ONE-GRADE.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE GR-COURSE-CODE TO WS-GL-COURSE-CODE.
           MOVE GR-TERM-CODE   TO WS-GL-TERM-CODE.
           MOVE GR-GRADE       TO WS-GL-GRADE.
           MOVE GR-GRADE-DATE  TO WS-GL-GRADE-DATE.
           MOVE SPACES         TO WS-GL-NOTE WS-GL-SOURCE.
           EVALUATE TRUE
              WHEN GR-TRANSFER-CREDIT
                 MOVE GR-TRANSFER-INST TO WS-GL-NOTE
              WHEN GR-SUPERSEDED
                 MOVE "SUPERSEDED" TO WS-GL-NOTE
           END-EVALUATE.
           MOVE WS-GRADE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2350-PRINT-ARCHIVED-GRADES.
           OPEN INPUT ALUMNI-GRADE-FILE.
           IF WS-AG-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ALUMNI-GRADE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AG-STUDENT-ID = WS-STUDENT-ID
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE AG-COURSE-CODE TO WS-GL-COURSE-CODE
                          MOVE AG-TERM-CODE   TO WS-GL-TERM-CODE
                          MOVE AG-GRADE       TO WS-GL-GRADE
                          MOVE AG-GRADE-DATE  TO WS-GL-GRADE-DATE
                          MOVE AG-TRANSFER-INST TO WS-GL-NOTE
                          MOVE "(ARCHIVED)"   TO WS-GL-SOURCE
                          MOVE WS-GRADE-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUMNI-GRADE-FILE
           END-IF.

       2400-PRINT-GPA-HISTORY.
           MOVE "GPA HISTORY" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT GPA-FILE.
           IF WS-GPA-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO GP-STUDENT-ID
              MOVE SPACES        TO GP-TERM-CODE
              START GPA-FILE KEY IS NOT LESS THAN GP-GPA-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ GPA-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF GP-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE GP-TERM-CODE    TO WS-GP-TERM-CODE
                          MOVE GP-TERM-COURSES TO WS-GP-TERM-COURSES
                          MOVE GP-TERM-GPA     TO WS-GP-TERM-GPA
                          MOVE GP-CUM-GPA      TO WS-GP-CUM-GPA
                          MOVE GP-RUN-DATE     TO WS-GP-RUN-DATE
                          MOVE WS-GPA-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GPA-FILE
           ELSE
              IF WS-GPA-STATUS NOT = "35"
                 MOVE WS-GPA-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2500-PRINT-ATTENDANCE.
           MOVE "ATTENDANCE" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTEND-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO AT-STUDENT-ID
              MOVE SPACES        TO AT-COURSE-CODE AT-TERM-CODE
              MOVE ZERO          TO AT-CLASS-DATE
              START ATTENDANCE-FILE KEY IS NOT LESS THAN AT-ATTEND-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ATTENDANCE-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AT-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          PERFORM 2510-PRINT-ONE-ATTENDANCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTENDANCE-FILE
           ELSE
              IF WS-ATTEND-STATUS NOT = "35"
                 MOVE WS-ATTEND-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2510-PRINT-ONE-ATTENDANCE.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE AT-COURSE-CODE TO WS-AT-COURSE-CODE.
           MOVE AT-TERM-CODE   TO WS-AT-TERM-CODE.
           MOVE AT-SECTION-NO  TO WS-AT-SECTION-NO.
           MOVE AT-CLASS-DATE  TO WS-AT-CLASS-DATE.
           EVALUATE TRUE
              WHEN AT-PRESENT
                 MOVE "PRESENT" TO WS-AT-PRESENCE
              WHEN AT-ABSENT
                 MOVE "ABSENT" TO WS-AT-PRESENCE
              WHEN OTHER
                 MOVE AT-PRESENT-FLAG TO WS-AT-PRESENCE
           END-EVALUATE.
           MOVE WS-ATTEND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2600-PRINT-ACCOUNT-LEDGER.
           *> Charges raise the running balance; payments, credits
           *> and aid lower it, as on STUDENT-ACCT-STMT.
           MOVE "STUDENT ACCOUNT LEDGER" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           MOVE ZERO TO WS-BALANCE.
           OPEN INPUT STUDENT-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO SA-STUDENT-ID
              MOVE ZERO          TO SA-SEQUENCE
              START STUDENT-ACCOUNT-FILE
                 KEY IS NOT LESS THAN SA-ACCOUNT-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ STUDENT-ACCOUNT-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF SA-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          PERFORM 2610-PRINT-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUDENT-ACCOUNT-FILE
           ELSE
              IF WS-ACCOUNT-STATUS NOT = "35"
                 MOVE WS-ACCOUNT-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2610-PRINT-ONE-POSTING.
           ADD 1 TO WS-SECTION-ITEMS.
           EVALUATE TRUE
              WHEN SA-CHARGE
                 MOVE "CHARGE"  TO WS-LG-TYPE
                 ADD SA-AMOUNT TO WS-BALANCE
              WHEN SA-PAYMENT
                 MOVE "PAYMENT" TO WS-LG-TYPE
                 SUBTRACT SA-AMOUNT FROM WS-BALANCE
              WHEN SA-CREDIT
                 MOVE "CREDIT"  TO WS-LG-TYPE
                 SUBTRACT SA-AMOUNT FROM WS-BALANCE
              WHEN SA-AID-CREDIT
                 MOVE "AID"     TO WS-LG-TYPE
                 SUBTRACT SA-AMOUNT FROM WS-BALANCE
              WHEN OTHER
                 MOVE SA-TRANS-TYPE TO WS-LG-TYPE
           END-EVALUATE.
           MOVE SA-SEQUENCE   TO WS-LG-SEQUENCE.
           MOVE SA-TRANS-DATE TO WS-LG-TRANS-DATE.
           MOVE SA-REFERENCE  TO WS-LG-REFERENCE.
           MOVE SA-AMOUNT     TO WS-LG-AMOUNT.
           MOVE WS-BALANCE    TO WS-LG-BALANCE.
           MOVE WS-LEDGER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2700-PRINT-LINKED-LOANS.
           *> Loans link to a student through the borrower's student
           *> id on the account - live accounts on the portfolio,
           *> paid-off ones on the closed-loans archive. Each account
           *> prints with its co-borrowers and its last collection
           *> letter.
           MOVE "LINKED LOANS" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT COBORROWER-FILE.
           OPEN INPUT DUNNING-FILE.
           OPEN INPUT PORTFOLIO-FILE.
           IF WS-PORTFOLIO-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PORTFOLIO-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF PF-STUDENT-ID = WS-STUDENT-ID
                          PERFORM 2710-PRINT-LIVE-LOAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PORTFOLIO-FILE
           ELSE
              IF WS-PORTFOLIO-STATUS NOT = "35"
                 MOVE WS-PORTFOLIO-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           OPEN INPUT CLOSED-LOAN-FILE.
           IF WS-CLOSED-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ CLOSED-LOAN-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF CL-STUDENT-ID = WS-STUDENT-ID
                          PERFORM 2720-PRINT-CLOSED-LOAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOSED-LOAN-FILE
           END-IF.
           IF WS-COBOR-STATUS = "00"
              CLOSE COBORROWER-FILE
           END-IF.
           IF WS-DUNNING-STATUS = "00"
              CLOSE DUNNING-FILE
           END-IF.
           PERFORM 9100-END-SECTION.

       2710-PRINT-LIVE-LOAN.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE PF-ACCOUNT-ID    TO WS-LN-ACCOUNT-ID WS-LOAN-ACCOUNT-ID.
           MOVE PF-PRODUCT-CODE  TO WS-LN-PRODUCT-CODE.
           MOVE PF-PRINCIPAL     TO WS-LN-PRINCIPAL.
           MOVE PF-INTEREST-RATE TO WS-LN-RATE.
           EVALUATE TRUE
              WHEN PF-ACCT-CLOSED
                 MOVE "CLOSED"      TO WS-LN-STATE
              WHEN PF-ACCT-CHARGED-OFF
                 MOVE "CHARGED OFF" TO WS-LN-STATE
              WHEN PF-ACCT-TRANSFERRED
                 MOVE "SOLD"        TO WS-LN-STATE
              WHEN OTHER
                 MOVE "ACTIVE"      TO WS-LN-STATE
           END-EVALUATE.
           MOVE WS-LOAN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LAST PAYMENT" TO WS-LD-LABEL.
           MOVE PF-LAST-PAYMENT-DATE TO WS-LD-VALUE.
           PERFORM 9400-WRITE-LOAN-DETAIL.
           IF PF-GRACE-END-DATE NOT = ZERO
              MOVE "GRACE PERIOD ENDS" TO WS-LD-LABEL
              MOVE PF-GRACE-END-DATE TO WS-LD-VALUE
              PERFORM 9400-WRITE-LOAN-DETAIL
           END-IF.
           PERFORM 2750-PRINT-ACCOUNT-COBORROWERS.
           PERFORM 2760-PRINT-COLLECTION-LETTER.

       2720-PRINT-CLOSED-LOAN.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE CL-ACCOUNT-ID    TO WS-LN-ACCOUNT-ID WS-LOAN-ACCOUNT-ID.
           MOVE CL-PRODUCT-CODE  TO WS-LN-PRODUCT-CODE.
           MOVE CL-PRINCIPAL     TO WS-LN-PRINCIPAL.
           MOVE CL-INTEREST-RATE TO WS-LN-RATE.
           MOVE "PAID, ARCHIV" TO WS-LN-STATE.
           MOVE WS-LOAN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLOSED ON" TO WS-LD-LABEL.
           MOVE CL-CLOSE-DATE TO WS-LD-VALUE.
           PERFORM 9400-WRITE-LOAN-DETAIL.
           MOVE "ARCHIVED ON" TO WS-LD-LABEL.
           MOVE CL-ARCHIVE-DATE TO WS-LD-VALUE.
           PERFORM 9400-WRITE-LOAN-DETAIL.
           PERFORM 2750-PRINT-ACCOUNT-COBORROWERS.
           PERFORM 2760-PRINT-COLLECTION-LETTER.

       2750-PRINT-ACCOUNT-COBORROWERS.
           IF WS-COBOR-STATUS = "00"
              MOVE "Y" TO WS-MORE-COBOR-SW
              MOVE WS-LOAN-ACCOUNT-ID TO CB-ACCOUNT-ID
              MOVE ZERO               TO CB-SEQUENCE
              START COBORROWER-FILE KEY IS NOT LESS THAN CB-COBOR-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-COBOR-SW
              END-START
              PERFORM UNTIL NO-MORE-COBORROWERS
                 READ COBORROWER-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-COBOR-SW
                    NOT AT END
                       IF CB-ACCOUNT-ID NOT = WS-LOAN-ACCOUNT-ID
                          MOVE "N" TO WS-MORE-COBOR-SW
                       ELSE
                          PERFORM 2755-SET-ROLE-TEXT
                          MOVE WS-RL-ROLE  TO WS-CB-ROLE
                          MOVE CB-NAME     TO WS-CB-NAME
                          MOVE CB-PHONE    TO WS-CB-PHONE
                          MOVE CB-ADDRESS  TO WS-CB-ADDRESS
                          MOVE WS-COBOR-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       2755-SET-ROLE-TEXT.
           EVALUATE TRUE
              WHEN CB-CO-BORROWER
                 MOVE "CO-BORROWER" TO WS-RL-ROLE
              WHEN CB-GUARANTOR
                 MOVE "GUARANTOR"   TO WS-RL-ROLE
              WHEN OTHER
                 MOVE CB-ROLE       TO WS-RL-ROLE
           END-EVALUATE.

       2760-PRINT-COLLECTION-LETTER.
           IF WS-DUNNING-STATUS = "00"
              MOVE WS-LOAN-ACCOUNT-ID TO DN-ACCOUNT-ID
              READ DUNNING-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DN-LAST-LEVEL NOT = ZERO
                       MOVE "COLLECTION LETTER" TO WS-LD-LABEL
                       MOVE SPACES TO WS-LD-VALUE
                       STRING "LEVEL " DN-LAST-LEVEL " SENT "
                          DN-LAST-DATE DELIMITED BY SIZE
                          INTO WS-LD-VALUE
                       PERFORM 9400-WRITE-LOAN-DETAIL
                    END-IF
              END-READ
           END-IF.

       2800-PRINT-COBORROWER-ROLES.
           *> The co-borrower file carries names, not student ids, so
           *> a role on someone else's loan is found by the person's
           *> name as it stands on the master or the archive.
           MOVE "CO-BORROWER AND GUARANTOR ROLES (MATCHED BY NAME)"
              TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           IF WS-STUDENT-NAME NOT = SPACES
              OPEN INPUT COBORROWER-FILE
              IF WS-COBOR-STATUS = "00"
                 MOVE "Y" TO WS-MORE-RECORDS-SW
                 PERFORM UNTIL NO-MORE-RECORDS
                    READ COBORROWER-FILE NEXT RECORD
                       AT END
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       NOT AT END
                          IF CB-NAME = WS-STUDENT-NAME
                             ADD 1 TO WS-SECTION-ITEMS
                             PERFORM 2755-SET-ROLE-TEXT
                             MOVE CB-ACCOUNT-ID TO WS-RL-ACCOUNT-ID
                             MOVE CB-NAME       TO WS-RL-NAME
                             MOVE WS-ROLE-LINE TO REPORT-LINE
                             WRITE REPORT-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE COBORROWER-FILE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2900-PRINT-CORRESPONDENCE.
           MOVE "CORRESPONDENCE" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT TEXT-FORM-FILE.
           IF WS-FORM-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              MOVE WS-STUDENT-ID TO TF-STUDENT-ID
              MOVE ZERO          TO TF-SEQUENCE
              START TEXT-FORM-FILE KEY IS NOT LESS THAN TF-FORM-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-RECORDS-SW
              END-START
              PERFORM UNTIL NO-MORE-RECORDS
                 READ TEXT-FORM-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF TF-STUDENT-ID NOT = WS-STUDENT-ID
                          MOVE "N" TO WS-MORE-RECORDS-SW
                       ELSE
                          PERFORM 2910-PRINT-ONE-FORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEXT-FORM-FILE
           ELSE
              IF WS-FORM-STATUS NOT = "35"
                 MOVE WS-FORM-STATUS TO WS-UN-STATUS
                 PERFORM 9200-PRINT-UNAVAILABLE
              END-IF
           END-IF.
           PERFORM 9100-END-SECTION.

       2910-PRINT-ONE-FORM.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE TF-SEQUENCE     TO WS-TF-SEQUENCE.
           MOVE TF-CAPTURE-DATE TO WS-TF-CAPTURE-DATE.
           MOVE TF-OPERATOR     TO WS-TF-OPERATOR.
           MOVE TF-NAME         TO WS-TF-NAME.
           MOVE WS-FORM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TF-ADDRESS TO WS-TT-TEXT.
           MOVE WS-FORM-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TF-COMMENT TO WS-TT-TEXT.
           MOVE WS-FORM-TEXT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT TF-NO-CASE
              MOVE TF-CATEGORY       TO WS-FC-CATEGORY
              MOVE TF-ASSIGNED-TO    TO WS-FC-ASSIGNED-TO
              MOVE TF-FOLLOW-UP-DATE TO WS-FC-FOLLOW-UP-DATE
              IF TF-CASE-OPEN
                 MOVE "OPEN"   TO WS-FC-STATUS
              ELSE
                 MOVE "CLOSED" TO WS-FC-STATUS
              END-IF
              MOVE WS-FORM-CASE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              IF TF-CASE-CLOSED
                 MOVE TF-RESOLUTION TO WS-TT-TEXT
                 MOVE WS-FORM-TEXT-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

       3000-PRINT-LETTERS-ISSUED.
           MOVE "LETTERS ISSUED" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT LETTER-ISSUE-FILE.
           IF WS-ISSUE-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ LETTER-ISSUE-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF LI-STUDENT-ID = WS-STUDENT-ID
                          ADD 1 TO WS-SECTION-ITEMS
                          MOVE LI-ISSUE-DATE  TO WS-LI-ISSUE-DATE
                          MOVE LI-TEMPLATE-ID TO WS-LI-TEMPLATE-ID
                          MOVE LI-COURSE-CODE TO WS-LI-COURSE-CODE
                          MOVE LI-TERM-CODE   TO WS-LI-TERM-CODE
                          MOVE LI-AMOUNT      TO WS-LI-AMOUNT
                          MOVE WS-LETTER-LINE TO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LETTER-ISSUE-FILE
           END-IF.
           PERFORM 9100-END-SECTION.

       3100-PRINT-AUDIT-TRAIL.
           *> The audit log carries the national id masked, as it
           *> was written.
           MOVE "STUDENT MASTER AUDIT TRAIL" TO WS-SECTION-TITLE.
           PERFORM 9000-START-SECTION.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF AUD-STUDENT-ID = WS-STUDENT-ID
                          PERFORM 3110-PRINT-ONE-AUDIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.
           PERFORM 9100-END-SECTION.

       3110-PRINT-ONE-AUDIT.
           ADD 1 TO WS-SECTION-ITEMS.
           MOVE AUD-DATE       TO WS-AU-DATE.
           MOVE AUD-TIME       TO WS-AU-TIME.
           MOVE AUD-OPERATOR   TO WS-AU-OPERATOR.
           MOVE AUD-TRANS-CODE TO WS-AU-TRANS-CODE.
           MOVE WS-AUDIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BEFORE"             TO WS-AI-LABEL.
           MOVE AUD-B-FORENAME       TO WS-AI-FORENAME.
           MOVE AUD-B-SURNAME        TO WS-AI-SURNAME.
           MOVE AUD-B-GENDER         TO WS-AI-GENDER.
           MOVE AUD-B-COURSE-CODE    TO WS-AI-COURSE-CODE.
           MOVE AUD-B-DATE-OF-BIRTH  TO WS-AI-DATE-OF-BIRTH.
           MOVE AUD-B-NATIONAL-ID    TO WS-AI-NATIONAL-ID.
           MOVE AUD-B-STATUS         TO WS-AI-STATUS.
           MOVE AUD-B-STATUS-DATE    TO WS-AI-STATUS-DATE.
           MOVE WS-AUDIT-IMAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AFTER"              TO WS-AI-LABEL.
           MOVE AUD-A-FORENAME       TO WS-AI-FORENAME.
           MOVE AUD-A-SURNAME        TO WS-AI-SURNAME.
           MOVE AUD-A-GENDER         TO WS-AI-GENDER.
           MOVE AUD-A-COURSE-CODE    TO WS-AI-COURSE-CODE.
           MOVE AUD-A-DATE-OF-BIRTH  TO WS-AI-DATE-OF-BIRTH.
           MOVE AUD-A-NATIONAL-ID    TO WS-AI-NATIONAL-ID.
           MOVE AUD-A-STATUS         TO WS-AI-STATUS.
           MOVE AUD-A-STATUS-DATE    TO WS-AI-STATUS-DATE.
           MOVE WS-AUDIT-IMAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-LOG-REQUEST.
           OPEN EXTEND SAR-LOG-FILE.
           IF WS-SARLOG-STATUS = "35"
              OPEN OUTPUT SAR-LOG-FILE
           END-IF.
           IF WS-SARLOG-STATUS NOT = "00"
              DISPLAY "Warning: unable to log the request, status "
                 WS-SARLOG-STATUS " - record it by hand."
           ELSE
              MOVE WS-RUN-DATE     TO SL-REQUEST-DATE
              MOVE WS-RUN-TIME     TO SL-REQUEST-TIME
              MOVE WS-OPERATOR-ID  TO SL-OPERATOR
              MOVE WS-STUDENT-ID   TO SL-STUDENT-ID
              MOVE WS-REQUESTED-BY TO SL-REQUESTED-BY
              MOVE WS-FOUND-SW     TO SL-FOUND-FLAG
              MOVE WS-ITEM-COUNT   TO SL-ITEM-COUNT
              WRITE SAR-LOG-RECORD
              CLOSE SAR-LOG-FILE
           END-IF.

       9000-START-SECTION.
           MOVE ZERO TO WS-SECTION-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-RULE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9100-END-SECTION.
           IF WS-SECTION-ITEMS = ZERO
              MOVE WS-NONE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           ADD WS-SECTION-ITEMS TO WS-ITEM-COUNT.

       9200-PRINT-UNAVAILABLE.
           MOVE WS-UNAVAILABLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9300-WRITE-FIELD-LINE.
           MOVE WS-FIELD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       9400-WRITE-LOAN-DETAIL.
           MOVE WS-LOAN-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
