       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWD-RECOVER.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: FORWARD RECOVERY OF THE INDEXED MASTERS, IN THE
      * STYLE OF FILE-BACKUP. RESTORES A CHOSEN BACKUP GENERATION OF
      * THE STUDENT MASTER OR THE LOAN PORTFOLIO, THEN REPLAYS WHAT
      * WAS LOGGED SINCE THE BACKUP WAS TAKEN UP TO A CHOSEN POINT
      * IN TIME - STUDAUDT.LOG FOR THE STUDENT MASTER; PORTAUDT.LOG
      * AND THE PAYMENT AND ACCRUAL HISTORY FOR THE PORTFOLIO. A
      * TRANSACTION IS ONLY APPLIED WHEN ITS BEFORE IMAGE MATCHES
      * THE RECORD AS REBUILT SO FAR; THE FIRST ONE THAT DOES NOT
      * STOPS THE REPLAY, SO NOTHING IS LAYERED ON A RECORD IN AN
      * UNKNOWN STATE. FWDRECOV.PRT LISTS EVERY TRANSACTION REPLAYED
      * OR SKIPPED, AND THE FINAL RECORD COUNT AGAINST THE LAST
      * CTLTOTAL.DAT FIGURE FOR THE FILE.
      *
      * WHAT THE TRAILS DO NOT CARRY CANNOT BE REPLAYED: THE FULL
      * NATIONAL ID (IT IS LOGGED MASKED), A STUDENT'S ADDRESS,
      * PHONE AND E-MAIL, AND AN ACCOUNT'S DAY COUNT, DUE DAY,
      * STUDENT LINK AND CURRENCY. A REPLAYED TRANSACTION THAT
      * LEAVES ANY OF THEM TO BE RE-KEYED IS NOTED UNDER ITS LINE.
      ****************************************************************

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

           SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF-ACCOUNT-ID
              FILE STATUS IS WS-PORTFOLIO-STATUS.

      *> The backup generation, named at run time as FILE-BACKUP
      *> names it.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKUP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "STUDAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PORT-AUDIT-FILE ASSIGN TO "PORTAUDT.LOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PORT-AUDIT-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PH-PAY-KEY
              FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT ACCRUAL-HISTORY-FILE ASSIGN TO "ACCRHIST.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTAL.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPLAY-SORT-FILE ASSIGN TO "RECOVSRT.WRK".

           SELECT REPORT-FILE ASSIGN TO "FWDRECOV.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  PORTFOLIO-FILE.
       COPY PORTFREC.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD             PIC X(200).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PORT-AUDIT-FILE.
       COPY PAUDREC.

       FD  PAYMENT-HISTORY-FILE.
       COPY PAYHIST.

       FD  ACCRUAL-HISTORY-FILE.
       COPY ACCRHIST.

       FD  CONTROL-TOTAL-FILE.
       COPY CTLTOTAL.

      *> One entry per portfolio transaction to replay, from
      *> whichever trail it came, carried whole and put back in
      *> time order.
       SD  REPLAY-SORT-FILE.
       01  SORT-RECORD.
           05  SR-DATE              PIC 9(8).
           05  SR-TIME              PIC 9(8).
           05  SR-SOURCE            PIC 9.
               88  SR-FROM-AUDIT           VALUE 1.
               88  SR-FROM-PAYMENTS        VALUE 2.
               88  SR-FROM-ACCRUALS        VALUE 3.
           05  SR-SEQUENCE          PIC 9(7).
           05  SR-IMAGE             PIC X(140).

       FD  REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS          PIC XX VALUE SPACES.
       01  WS-PORTFOLIO-STATUS       PIC XX VALUE SPACES.
       01  WS-BACKUP-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS           PIC XX VALUE SPACES.
       01  WS-PORT-AUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS         PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-HISTORY-SW        PIC X VALUE "Y".
           88  NO-MORE-HISTORY              VALUE "N".
       01  WS-PORT-AUDIT-SW          PIC X VALUE "N".
           88  PORT-AUDIT-AVAILABLE         VALUE "Y".
       01  WS-PAYHIST-SW             PIC X VALUE "N".
           88  PAYHIST-AVAILABLE            VALUE "Y".
       01  WS-ACCRHIST-SW            PIC X VALUE "N".
           88  ACCRHIST-AVAILABLE           VALUE "Y".

       01  WS-TARGET-CODE            PIC X VALUE SPACE.
           88  TARGET-STUDENT               VALUE "S".
           88  TARGET-PORTFOLIO             VALUE "P".
           88  TARGET-CODE-VALID            VALUES "S" "P".
       01  WS-USE-GEN                PIC 9 VALUE 1.
       01  WS-BACKUP-NAME            PIC X(12) VALUE SPACES.
       01  WS-MASTER-NAME            PIC X(12) VALUE SPACES.
       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-FUTURE-OPTION     PIC X VALUE "N".
       01  WS-DATE-VALID-SW          PIC X VALUE "N".
           88  DATE-IS-VALID                VALUE "Y".
       01  WS-BACKUP-OK-SW           PIC X VALUE "N".
           88  BACKUP-OK                    VALUE "Y".
       01  WS-POINT-OK-SW            PIC X VALUE "N".
           88  RECOVERY-POINT-OK            VALUE "Y".
       01  WS-CONFIRM-SW             PIC X VALUE "N".
           88  RECOVERY-CONFIRMED           VALUE "Y".
       01  WS-HEADER-SEEN-SW         PIC X VALUE "N".
           88  HEADER-SEEN                  VALUE "Y".
       01  WS-STOPPED-SW             PIC X VALUE "N".
           88  REPLAY-STOPPED               VALUE "Y".
       01  WS-FOUND-SW               PIC X VALUE "N".
           88  RECORD-ON-FILE               VALUE "Y".
       01  WS-IN-WINDOW-SW           PIC X VALUE "N".
           88  ENTRY-IN-WINDOW              VALUE "Y".
       01  WS-NO-CHANGE-SW           PIC X VALUE "N".
           88  ENTRY-CHANGES-NOTHING        VALUE "Y".
       01  WS-PAYMENT-FOUND-SW       PIC X VALUE "N".
           88  REVERSED-PAYMENT-FOUND       VALUE "Y".
       01  WS-CTL-FOUND-SW           PIC X VALUE "N".
           88  CONTROL-TOTAL-FOUND          VALUE "Y".

       01  WS-TRANS-CODE             PIC X VALUE SPACE.
           88  TRANS-ADD                    VALUE "A".
           88  TRANS-DELETE                 VALUE "D".
           88  TRANS-CREDIT-REFUND          VALUE "B".
           88  TRANS-STUDENT-UPDATE         VALUES "C" "D" "W" "G".
           88  TRANS-ACCOUNT-UPDATE         VALUES "C" "D" "O" "M"
                                                   "W" "T" "B".

      *> The backup's business date, and the wall-clock moment its
      *> unload started - the audit trails are stamped by the clock.
       01  WS-BACKUP-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-DATE        PIC 9(8) VALUE ZERO.
           05  WS-BACKUP-TIME        PIC 9(8) VALUE ZERO.
       01  WS-RECOVER-STAMP.
           05  WS-RECOVER-DATE       PIC 9(8) VALUE ZERO.
           05  WS-RECOVER-TIME       PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE         PIC 9(8) VALUE ZERO.
           05  WS-ENTRY-TIME         PIC 9(8) VALUE ZERO.
       01  WS-RECOVER-HHMM           PIC 9(4) VALUE ZERO.
       01  WS-RECOVER-HHMM-SPLIT REDEFINES WS-RECOVER-HHMM.
           05  WS-RECOVER-HH         PIC 99.
           05  WS-RECOVER-MM         PIC 99.
       01  WS-END-OF-DAY             PIC 9(8) VALUE 99999999.

       01  WS-LOADED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOAD-ERROR-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-WINDOW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REPLAYED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ADDED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DELETED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-NO-CHANGE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REVIEW-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BEYOND-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-FINAL-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EXPECTED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SORT-SEQUENCE          PIC 9(7) VALUE ZERO.

       01  WS-SKIP-REASON            PIC X(25) VALUE SPACES.
       01  WS-REVIEW-NOTE            PIC X(60) VALUE SPACES.
       01  WS-MISMATCH-FIELD         PIC X(13) VALUE SPACES.
       01  WS-MISMATCH-FILE          PIC X(18) VALUE SPACES.
       01  WS-MISMATCH-LOG           PIC X(18) VALUE SPACES.
       01  WS-STOP-DETAIL            PIC X(80) VALUE SPACES.
       01  WS-MASKED-NATID           PIC X(9) VALUE SPACES.
       01  WS-AMOUNT-EDIT            PIC Z(7)9.99.
       01  WS-RATE-EDIT              PIC ZZ9.99.
       01  WS-EXPECTED-BALANCE       PIC S9(8)V99 VALUE ZERO.
       01  WS-REVERSAL-ACCOUNT       PIC 9(6) VALUE ZERO.
       01  WS-V-TO-INTEREST          PIC 9(6)V99 VALUE ZERO.
       01  WS-V-TO-PRINCIPAL         PIC 9(6)V99 VALUE ZERO.
       01  WS-V-TO-CREDIT            PIC 9(6)V99 VALUE ZERO.
       01  WS-CTL-JOB-NAME           PIC X(8) VALUE SPACES.
       01  WS-CTL-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CTL-RECORDS-OUT        PIC 9(7) VALUE ZERO.

       01  WS-TIME-WORK              PIC 9(8) VALUE ZERO.
       01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH            PIC 99.
           05  WS-TIME-MM            PIC 99.
           05  WS-TIME-SS            PIC 99.
           05  WS-TIME-CC            PIC 99.
       01  WS-TIME-TEXT              PIC X(8) VALUE SPACES.
       01  WS-TIME-EDIT.
           05  WS-E-HH               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-E-MM               PIC 99.
           05  FILLER                PIC X     VALUE ":".
           05  WS-E-SS               PIC 99.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(20) VALUE
               "FORWARD RECOVERY OF".
           05  WS-T-MASTER           PIC X(13).
           05  FILLER                PIC X(5)  VALUE "FROM".
           05  WS-T-BACKUP           PIC X(12).

       01  WS-WINDOW-LINE.
           05  FILLER                PIC X(13) VALUE "BACKUP TAKEN".
           05  WS-W-BACKUP-DATE      PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-W-BACKUP-TIME      PIC X(10).
           05  FILLER                PIC X(14) VALUE "RECOVERED TO".
           05  WS-W-RECOVER          PIC X(20).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(9)  VALUE "SOURCE".
           05  FILLER                PIC X(9)  VALUE "DATE".
           05  FILLER                PIC X(9)  VALUE "TIME".
           05  FILLER                PIC X(2)  VALUE "T".
           05  FILLER                PIC X(7)  VALUE "KEY".
           05  FILLER                PIC X(9)  VALUE "OPERATOR".
           05  FILLER                PIC X(9)  VALUE "RESULT".
           05  FILLER                PIC X(25) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-SOURCE           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-DATE             PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-TIME             PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-CODE             PIC X.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-KEY              PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-OPERATOR         PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-RESULT           PIC X(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-D-REASON           PIC X(25).

       01  WS-MISMATCH-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WS-M-FIELD            PIC X(13).
           05  FILLER                PIC X(9)  VALUE "ON FILE".
           05  WS-M-FILE             PIC X(18).
           05  FILLER                PIC X(6)  VALUE "LOG".
           05  WS-M-LOG              PIC X(18).

       01  WS-NOTE-LINE.
           05  FILLER                PIC X(10) VALUE SPACES.
           05  WS-N-TEXT             PIC X(60).

       01  WS-SUMMARY-LINE.
           05  WS-S-LABEL            PIC X(40).
           05  WS-S-COUNT            PIC Z,ZZZ,ZZ9.

       01  WS-CONTROL-LINE.
           05  FILLER                PIC X(19) VALUE
               "LAST CONTROL TOTAL".
           05  WS-C-JOB              PIC X(9).
           05  FILLER                PIC X(3)  VALUE "ON".
           05  WS-C-DATE             PIC 9(8).
           05  FILLER                PIC X(13) VALUE " RECORDS OUT".
           05  WS-C-COUNT            PIC Z(6)9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-C-RESULT           PIC X(7).

       01  WS-PAGE-SEPARATOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0100-GET-TARGET.
           PERFORM 0200-READ-BACKUP-HEADER.
           IF NOT BACKUP-OK
              GOBACK
           END-IF.
           PERFORM 0300-GET-RECOVERY-POINT.
           MOVE "N" TO WS-CONFIRM-SW.
           DISPLAY "Recovery OVERWRITES the live indexed file -"
              " proceed (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-SW.
           IF NOT RECOVERY-CONFIRMED
              DISPLAY "Recovery cancelled - nothing touched."
              GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 0500-PRINT-HEADINGS.
           IF TARGET-STUDENT
              PERFORM 1000-RECOVER-STUDENT-MASTER
           ELSE
              PERFORM 2000-RECOVER-PORTFOLIO
           END-IF.
           PERFORM 8000-FIND-CONTROL-TOTAL.
           PERFORM 8500-PRINT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY WS-MASTER-NAME " recovered - " WS-REPLAYED-COUNT
              " transaction(s) replayed, " WS-SKIPPED-COUNT
              " skipped, " WS-FINAL-COUNT " record(s) on file.".
           IF REPLAY-STOPPED
              DISPLAY "Replay STOPPED at a before-image mismatch -"
                 " see FWDRECOV.PRT."
           END-IF.
           GOBACK.

       0100-GET-TARGET.
           PERFORM UNTIL TARGET-CODE-VALID
              DISPLAY "File (S)tudent master or (P)ortfolio: "
                 WITH NO ADVANCING
              ACCEPT WS-TARGET-CODE
              IF NOT TARGET-CODE-VALID
                 DISPLAY "Invalid file - enter S or P."
              END-IF
           END-PERFORM.
           DISPLAY "Input generation number to restore from: "
              WITH NO ADVANCING.
           ACCEPT WS-USE-GEN.
           MOVE SPACES TO WS-BACKUP-NAME.
           IF TARGET-STUDENT
              MOVE "STUDMAST.DAT" TO WS-MASTER-NAME
              STRING "STUDBKP" WS-USE-GEN ".DAT"
                 DELIMITED BY SIZE INTO WS-BACKUP-NAME
              END-STRING
           ELSE
              MOVE "PORTFOL.DAT" TO WS-MASTER-NAME
              STRING "PORTBKP" WS-USE-GEN ".DAT"
                 DELIMITED BY SIZE INTO WS-BACKUP-NAME
              END-STRING
           END-IF.

       0200-READ-BACKUP-HEADER.
           MOVE "N" TO WS-BACKUP-OK-SW.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
              DISPLAY "Unable to open backup " WS-BACKUP-NAME
                 ", status " WS-BACKUP-STATUS
           ELSE
              READ BACKUP-FILE
                 AT END
                    DISPLAY "Backup " WS-BACKUP-NAME " is empty."
                 NOT AT END
                    IF BACKUP-RECORD (1:8) NOT NUMERIC
                       DISPLAY "Backup " WS-BACKUP-NAME
                          " has no header record."
                    ELSE
                       MOVE "Y" TO WS-BACKUP-OK-SW
                       MOVE BACKUP-RECORD (1:8) TO WS-BACKUP-RUN-DATE
                       PERFORM 0250-SET-BACKUP-STAMP
                    END-IF
              END-READ
              CLOSE BACKUP-FILE
           END-IF.

       0250-SET-BACKUP-STAMP.
      *> A generation unloaded before the header carried the clock
      *> is taken to hold everything logged on its business date.
           IF BACKUP-RECORD (9:16) NUMERIC
              MOVE BACKUP-RECORD (9:8)  TO WS-BACKUP-DATE
              MOVE BACKUP-RECORD (17:8) TO WS-BACKUP-TIME
           ELSE
              MOVE WS-BACKUP-RUN-DATE TO WS-BACKUP-DATE
              MOVE WS-END-OF-DAY      TO WS-BACKUP-TIME
           END-IF.
           MOVE WS-BACKUP-TIME TO WS-TIME-WORK.
           PERFORM 7100-FORMAT-TIME.
           DISPLAY "Backup " WS-BACKUP-NAME " taken " WS-BACKUP-DATE
              " " WS-TIME-TEXT " for business date "
              WS-BACKUP-RUN-DATE ".".

       0300-GET-RECOVERY-POINT.
           MOVE "N" TO WS-POINT-OK-SW.
           PERFORM UNTIL RECOVERY-POINT-OK
              PERFORM 0350-GET-RECOVERY-DATE
              IF WS-RECOVER-STAMP > WS-BACKUP-STAMP
                 MOVE "Y" TO WS-POINT-OK-SW
              ELSE
                 DISPLAY "The recovery point must be after the"
                    " backup was taken."
              END-IF
           END-PERFORM.

       0350-GET-RECOVERY-DATE.
           MOVE "N" TO WS-DATE-VALID-SW.
           PERFORM UNTIL DATE-IS-VALID
              DISPLAY "Recover up to date (YYYYMMDD, 0 = everything"
                 " logged): " WITH NO ADVANCING
              ACCEPT WS-RECOVER-DATE
              IF WS-RECOVER-DATE = ZERO
                 MOVE "Y" TO WS-DATE-VALID-SW
              ELSE
                 CALL "DATEVAL" USING WS-RECOVER-DATE
                    WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
                 IF NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real YYYYMMDD"
                       " date, not in the future, or 0."
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-RECOVER-DATE = ZERO
              MOVE WS-END-OF-DAY TO WS-RECOVER-DATE WS-RECOVER-TIME
           ELSE
              MOVE "N" TO WS-DATE-VALID-SW
              PERFORM UNTIL DATE-IS-VALID
                 DISPLAY "Recover up to time on that date (HHMM, 0 ="
                    " end of the day): " WITH NO ADVANCING
                 ACCEPT WS-RECOVER-HHMM
                 IF WS-RECOVER-HH > 23 OR WS-RECOVER-MM > 59
                    DISPLAY "Invalid time - enter HHMM or 0."
                 ELSE
                    MOVE "Y" TO WS-DATE-VALID-SW
                 END-IF
              END-PERFORM
              IF WS-RECOVER-HHMM = ZERO
                 MOVE WS-END-OF-DAY TO WS-RECOVER-TIME
              ELSE
      *> The whole of the minute keyed, to its last hundredth.
                 COMPUTE WS-RECOVER-TIME =
                    WS-RECOVER-HHMM * 10000 + 5999
              END-IF
           END-IF.

       0500-PRINT-HEADINGS.
           MOVE WS-MASTER-NAME TO WS-T-MASTER.
           MOVE WS-BACKUP-NAME TO WS-T-BACKUP.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BACKUP-DATE TO WS-W-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO WS-TIME-WORK.
           PERFORM 7100-FORMAT-TIME.
           MOVE WS-TIME-TEXT TO WS-W-BACKUP-TIME.
           IF WS-RECOVER-DATE = WS-END-OF-DAY
              MOVE "EVERYTHING LOGGED" TO WS-W-RECOVER
           ELSE
              MOVE WS-RECOVER-TIME TO WS-TIME-WORK
              PERFORM 7100-FORMAT-TIME
              MOVE SPACES TO WS-W-RECOVER
              STRING WS-RECOVER-DATE " " WS-TIME-TEXT
                 DELIMITED BY SIZE INTO WS-W-RECOVER
              END-STRING
           END-IF.
           MOVE WS-WINDOW-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.

      ****************************************************************
      * STUDENT MASTER - RESTORE, THEN REPLAY STUDAUDT.LOG IN THE
      * ORDER THE CHANGES WERE LOGGED.
      ****************************************************************
       1000-RECOVER-STUDENT-MASTER.
           PERFORM 1100-RESTORE-STUDENT-MASTER.
           OPEN I-O STUDENT-MASTER-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE "NO STUDAUDT.LOG ON FILE - NOTHING TO REPLAY"
                 TO WS-N-TEXT
              MOVE WS-NOTE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       PERFORM 1200-SELECT-STUDENT-ENTRY
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM 1900-COUNT-STUDENT-MASTER.

       1100-RESTORE-STUDENT-MASTER.
      *> Rebuilding with OPEN OUTPUT rewrites the file and all its
      *> alternate indexes from scratch as the records are loaded.
           OPEN INPUT BACKUP-FILE.
           OPEN OUTPUT STUDENT-MASTER-FILE.
           MOVE "N" TO WS-HEADER-SEEN-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ BACKUP-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF NOT HEADER-SEEN
                       MOVE "Y" TO WS-HEADER-SEEN-SW
                    ELSE
                       MOVE BACKUP-RECORD TO STUDENT-MASTER-RECORD
                       WRITE STUDENT-MASTER-RECORD
                       IF WS-MASTER-STATUS = "00"
                          ADD 1 TO WS-LOADED-COUNT
                       ELSE
                          ADD 1 TO WS-LOAD-ERROR-COUNT
                          DISPLAY "Load failed on student "
                             SM-STUDENT-ID ", status "
                             WS-MASTER-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE BACKUP-FILE.
           PERFORM 7300-CHECK-RESTORE.

       1200-SELECT-STUDENT-ENTRY.
           IF AUD-TIMESTAMP > WS-BACKUP-STAMP
              IF AUD-TIMESTAMP > WS-RECOVER-STAMP
                 ADD 1 TO WS-BEYOND-COUNT
              ELSE
                 PERFORM 1300-REPLAY-STUDENT-ENTRY
              END-IF
           END-IF.

       1300-REPLAY-STUDENT-ENTRY.
           ADD 1 TO WS-WINDOW-COUNT.
           PERFORM 7000-CLEAR-ENTRY.
           MOVE "STUDAUDT"     TO WS-D-SOURCE.
           MOVE AUD-DATE       TO WS-D-DATE.
           MOVE AUD-TIME       TO WS-TIME-WORK.
           PERFORM 7100-FORMAT-TIME.
           MOVE WS-TIME-TEXT   TO WS-D-TIME.
           MOVE AUD-TRANS-CODE TO WS-D-CODE WS-TRANS-CODE.
           MOVE AUD-STUDENT-ID TO WS-D-KEY.
           MOVE AUD-OPERATOR   TO WS-D-OPERATOR.
           IF REPLAY-STOPPED
              MOVE "AFTER THE STOP" TO WS-SKIP-REASON
           ELSE
              MOVE AUD-STUDENT-ID TO SM-STUDENT-ID
              MOVE "Y" TO WS-FOUND-SW
              READ STUDENT-MASTER-FILE
                 INVALID KEY
                    MOVE "N" TO WS-FOUND-SW
              END-READ
              EVALUATE TRUE
                 WHEN TRANS-ADD
                    IF RECORD-ON-FILE
                       MOVE "STUDENT ALREADY ON FILE"
                          TO WS-SKIP-REASON
                    ELSE
                       PERFORM 1400-REPLAY-STUDENT-ADD
                    END-IF
                 WHEN TRANS-STUDENT-UPDATE
                    IF NOT RECORD-ON-FILE
                       MOVE "STUDENT NOT ON FILE" TO WS-SKIP-REASON
                    ELSE
                       PERFORM 1500-COMPARE-STUDENT-BEFORE
                    END-IF
                    IF WS-SKIP-REASON = SPACES
                       IF TRANS-DELETE
                          PERFORM 1700-REPLAY-STUDENT-DELETE
                       ELSE
                          PERFORM 1600-REPLAY-STUDENT-CHANGE
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE" TO WS-SKIP-REASON
              END-EVALUATE
           END-IF.
           PERFORM 7200-PRINT-ENTRY.

       1400-REPLAY-STUDENT-ADD.
           *> The log carries the national id masked and nothing of
           *> the address, phone or e-mail, so the student comes
           *> back with those blank and is noted for re-keying.
           MOVE SPACES TO STUDENT-MASTER-RECORD.
           MOVE AUD-STUDENT-ID      TO SM-STUDENT-ID.
           MOVE AUD-A-FORENAME      TO SM-FORENAME.
           MOVE AUD-A-SURNAME       TO SM-SURNAME.
           MOVE AUD-A-GENDER        TO SM-GENDER.
           MOVE AUD-A-COURSE-CODE   TO SM-COURSE-CODE.
           MOVE AUD-A-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH.
           MOVE ZERO                TO SM-NATIONAL-ID.
           MOVE AUD-A-STATUS        TO SM-STATUS.
           MOVE AUD-A-STATUS-DATE   TO SM-STATUS-DATE.
           MOVE "N"                 TO SM-BAD-ADDRESS-FLAG.
           WRITE STUDENT-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
              STRING "WRITE FAILED, STATUS " WS-MASTER-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-ADDED-COUNT
              MOVE "RE-KEY THE NATIONAL ID, ADDRESS, PHONE AND E-MAIL"
                 TO WS-REVIEW-NOTE
           END-IF.

       1500-COMPARE-STUDENT-BEFORE.
           *> The national id can only be compared masked - and not
           *> at all on a student whose id is already awaiting
           *> re-keying from an earlier replayed add.
           CALL "IDMASK" USING SM-NATIONAL-ID WS-MASKED-NATID.
           IF SM-FORENAME NOT = AUD-B-FORENAME
              MOVE "FORENAME"     TO WS-MISMATCH-FIELD
              MOVE SM-FORENAME    TO WS-MISMATCH-FILE
              MOVE AUD-B-FORENAME TO WS-MISMATCH-LOG
           ELSE IF SM-SURNAME NOT = AUD-B-SURNAME
              MOVE "SURNAME"      TO WS-MISMATCH-FIELD
              MOVE SM-SURNAME     TO WS-MISMATCH-FILE
              MOVE AUD-B-SURNAME  TO WS-MISMATCH-LOG
           ELSE IF SM-GENDER NOT = AUD-B-GENDER
              MOVE "GENDER"       TO WS-MISMATCH-FIELD
              MOVE SM-GENDER      TO WS-MISMATCH-FILE
              MOVE AUD-B-GENDER   TO WS-MISMATCH-LOG
           ELSE IF SM-COURSE-CODE NOT = AUD-B-COURSE-CODE
              MOVE "COURSE"          TO WS-MISMATCH-FIELD
              MOVE SM-COURSE-CODE    TO WS-MISMATCH-FILE
              MOVE AUD-B-COURSE-CODE TO WS-MISMATCH-LOG
           ELSE IF SM-DATE-OF-BIRTH NOT = AUD-B-DATE-OF-BIRTH
              MOVE "DATE OF BIRTH"     TO WS-MISMATCH-FIELD
              MOVE SM-DATE-OF-BIRTH    TO WS-MISMATCH-FILE
              MOVE AUD-B-DATE-OF-BIRTH TO WS-MISMATCH-LOG
           ELSE IF SM-NATIONAL-ID NOT = ZERO
              AND WS-MASKED-NATID NOT = AUD-B-NATIONAL-ID
              MOVE "NATIONAL ID"     TO WS-MISMATCH-FIELD
              MOVE WS-MASKED-NATID   TO WS-MISMATCH-FILE
              MOVE AUD-B-NATIONAL-ID TO WS-MISMATCH-LOG
           ELSE IF SM-STATUS NOT = AUD-B-STATUS
              MOVE "STATUS"       TO WS-MISMATCH-FIELD
              MOVE SM-STATUS      TO WS-MISMATCH-FILE
              MOVE AUD-B-STATUS   TO WS-MISMATCH-LOG
           ELSE IF SM-STATUS-DATE NOT = AUD-B-STATUS-DATE
              MOVE "STATUS DATE"     TO WS-MISMATCH-FIELD
              MOVE SM-STATUS-DATE    TO WS-MISMATCH-FILE
              MOVE AUD-B-STATUS-DATE TO WS-MISMATCH-LOG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MISMATCH-FIELD NOT = SPACES
              MOVE "BEFORE IMAGE DIFFERS" TO WS-SKIP-REASON
           END-IF.

       1600-REPLAY-STUDENT-CHANGE.
           MOVE AUD-A-FORENAME      TO SM-FORENAME.
           MOVE AUD-A-SURNAME       TO SM-SURNAME.
           MOVE AUD-A-GENDER        TO SM-GENDER.
           MOVE AUD-A-COURSE-CODE   TO SM-COURSE-CODE.
           MOVE AUD-A-DATE-OF-BIRTH TO SM-DATE-OF-BIRTH.
           MOVE AUD-A-STATUS        TO SM-STATUS.
           MOVE AUD-A-STATUS-DATE   TO SM-STATUS-DATE.
      *> A new national id cannot be read back out of its mask -
      *> the field is cleared and the student noted for re-keying.
           IF AUD-A-NATIONAL-ID NOT = AUD-B-NATIONAL-ID
              MOVE ZERO TO SM-NATIONAL-ID
              MOVE "NATIONAL ID CHANGED - RE-KEY IT FROM THE SOURCE"
                 TO WS-REVIEW-NOTE
           END-IF.
           REWRITE STUDENT-MASTER-RECORD.
           IF WS-MASTER-STATUS NOT = "00"
              MOVE SPACES TO WS-REVIEW-NOTE
              STRING "REWRITE FAILED, STATUS " WS-MASTER-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       1700-REPLAY-STUDENT-DELETE.
           DELETE STUDENT-MASTER-FILE RECORD.
           IF WS-MASTER-STATUS NOT = "00"
              STRING "DELETE FAILED, STATUS " WS-MASTER-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-DELETED-COUNT
           END-IF.

       1900-COUNT-STUDENT-MASTER.
           MOVE ZERO TO WS-FINAL-COUNT.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ STUDENT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-FINAL-COUNT
              END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

      ****************************************************************
      * LOAN PORTFOLIO - RESTORE, THEN REPLAY THE PORTFOLIO AUDIT
      * TRAIL, THE PAYMENT HISTORY AND THE ACCRUAL HISTORY MERGED
      * INTO ONE TIME ORDER.
      ****************************************************************
       2000-RECOVER-PORTFOLIO.
           PERFORM 2100-RESTORE-PORTFOLIO.
           OPEN I-O PORTFOLIO-FILE.
      *> The trails stay open through the sort - the output
      *> procedure reads each entry back through its own record,
      *> and looks up reversed payments on the payment history.
           OPEN INPUT PORT-AUDIT-FILE.
           IF WS-PORT-AUDIT-STATUS = "00"
              MOVE "Y" TO WS-PORT-AUDIT-SW
           END-IF.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = "00"
              MOVE "Y" TO WS-PAYHIST-SW
           END-IF.
           OPEN INPUT ACCRUAL-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
              MOVE "Y" TO WS-ACCRHIST-SW
           END-IF.
           SORT REPLAY-SORT-FILE
              ON ASCENDING KEY SR-DATE SR-TIME SR-SOURCE SR-SEQUENCE
              INPUT PROCEDURE IS 3000-GATHER-PORTFOLIO-ENTRIES
              OUTPUT PROCEDURE IS 4000-REPLAY-PORTFOLIO-ENTRIES.
           IF PORT-AUDIT-AVAILABLE
              CLOSE PORT-AUDIT-FILE
           END-IF.
           IF PAYHIST-AVAILABLE
              CLOSE PAYMENT-HISTORY-FILE
           END-IF.
           IF ACCRHIST-AVAILABLE
              CLOSE ACCRUAL-HISTORY-FILE
           END-IF.
           CLOSE PORTFOLIO-FILE.
           PERFORM 2900-COUNT-PORTFOLIO.

       2100-RESTORE-PORTFOLIO.
           OPEN INPUT BACKUP-FILE.
           OPEN OUTPUT PORTFOLIO-FILE.
           MOVE "N" TO WS-HEADER-SEEN-SW.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ BACKUP-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF NOT HEADER-SEEN
                       MOVE "Y" TO WS-HEADER-SEEN-SW
                    ELSE
                       MOVE BACKUP-RECORD TO PORTFOLIO-RECORD
                       WRITE PORTFOLIO-RECORD
                       IF WS-PORTFOLIO-STATUS = "00"
                          ADD 1 TO WS-LOADED-COUNT
                       ELSE
                          ADD 1 TO WS-LOAD-ERROR-COUNT
                          DISPLAY "Load failed on account "
                             PF-ACCOUNT-ID ", status "
                             WS-PORTFOLIO-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.
           CLOSE BACKUP-FILE.
           PERFORM 7300-CHECK-RESTORE.

       2900-COUNT-PORTFOLIO.
           MOVE ZERO TO WS-FINAL-COUNT.
           OPEN INPUT PORTFOLIO-FILE.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              READ PORTFOLIO-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    ADD 1 TO WS-FINAL-COUNT
              END-READ
           END-PERFORM.
           CLOSE PORTFOLIO-FILE.

      ****************************************************************
      * INPUT PROCEDURE - EVERY PORTFOLIO TRANSACTION LOGGED AFTER
      * THE BACKUP AND NO LATER THAN THE RECOVERY POINT.
      ****************************************************************
       3000-GATHER-PORTFOLIO-ENTRIES.
           PERFORM 3100-GATHER-PORTFOLIO-AUDIT.
           PERFORM 3200-GATHER-PAYMENTS.
           PERFORM 3300-GATHER-ACCRUALS.

       3100-GATHER-PORTFOLIO-AUDIT.
           IF PORT-AUDIT-AVAILABLE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PORT-AUDIT-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF PAUD-TIMESTAMP > WS-BACKUP-STAMP
                          IF PAUD-TIMESTAMP > WS-RECOVER-STAMP
                             ADD 1 TO WS-BEYOND-COUNT
                          ELSE
                             MOVE PAUD-DATE TO SR-DATE
                             MOVE PAUD-TIME TO SR-TIME
                             MOVE 1         TO SR-SOURCE
                             MOVE PORT-AUDIT-RECORD TO SR-IMAGE
                             PERFORM 3900-RELEASE-ENTRY
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       3200-GATHER-PAYMENTS.
           IF PAYHIST-AVAILABLE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       MOVE PH-POST-DATE TO WS-ENTRY-DATE
                       PERFORM 3800-CHECK-HISTORY-WINDOW
                       IF ENTRY-IN-WINDOW
                          MOVE WS-ENTRY-DATE TO SR-DATE
                          MOVE WS-END-OF-DAY TO SR-TIME
                          MOVE 2             TO SR-SOURCE
                          MOVE PAYMENT-HISTORY-RECORD TO SR-IMAGE
                          PERFORM 3900-RELEASE-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       3300-GATHER-ACCRUALS.
           IF ACCRHIST-AVAILABLE
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ ACCRUAL-HISTORY-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       MOVE AH-POST-DATE TO WS-ENTRY-DATE
                       PERFORM 3800-CHECK-HISTORY-WINDOW
                       IF ENTRY-IN-WINDOW
                          MOVE WS-ENTRY-DATE TO SR-DATE
                          MOVE WS-END-OF-DAY TO SR-TIME
                          MOVE 3             TO SR-SOURCE
                          MOVE ACCRUAL-HISTORY-RECORD TO SR-IMAGE
                          PERFORM 3900-RELEASE-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       3800-CHECK-HISTORY-WINDOW.
           *> The histories carry the business date a posting went
           *> into the books and no time - a prior-period adjustment
           *> is windowed on that too, never on the closed month it
           *> was meant for. A day's batch postings count as the close
           *> of that day, after everything keyed at the desks, and
           *> the backup's own business date is already in it.
           MOVE "N" TO WS-IN-WINDOW-SW.
           MOVE WS-END-OF-DAY TO WS-ENTRY-TIME.
           IF WS-ENTRY-DATE > WS-BACKUP-RUN-DATE
              IF WS-ENTRY-STAMP > WS-RECOVER-STAMP
                 ADD 1 TO WS-BEYOND-COUNT
              ELSE
                 MOVE "Y" TO WS-IN-WINDOW-SW
              END-IF
           END-IF.

       3900-RELEASE-ENTRY.
      *> The order each entry was read in breaks any tie, so a
      *> day's history lines replay in the order they were posted.
           ADD 1 TO WS-SORT-SEQUENCE.
           MOVE WS-SORT-SEQUENCE TO SR-SEQUENCE.
           RELEASE SORT-RECORD.

      ****************************************************************
      * OUTPUT PROCEDURE - BY DATE AND TIME; WITHIN A DAY THE DESK
      * CHANGES, THEN THE PAYMENTS, THEN THE ACCRUAL LINES.
      ****************************************************************
       4000-REPLAY-PORTFOLIO-ENTRIES.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           PERFORM UNTIL NO-MORE-RECORDS
              RETURN REPLAY-SORT-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 4100-REPLAY-ONE-ENTRY
              END-RETURN
           END-PERFORM.

       4100-REPLAY-ONE-ENTRY.
           ADD 1 TO WS-WINDOW-COUNT.
           PERFORM 7000-CLEAR-ENTRY.
           MOVE SR-DATE TO WS-D-DATE.
           EVALUATE TRUE
              WHEN SR-FROM-AUDIT
                 MOVE SR-IMAGE TO PORT-AUDIT-RECORD
                 PERFORM 4200-REPLAY-AUDIT-ENTRY
              WHEN SR-FROM-PAYMENTS
                 MOVE SR-IMAGE TO PAYMENT-HISTORY-RECORD
                 PERFORM 4600-REPLAY-PAYMENT
              WHEN OTHER
                 MOVE SR-IMAGE TO ACCRUAL-HISTORY-RECORD
                 PERFORM 4700-REPLAY-ACCRUAL-LINE
           END-EVALUATE.
      *> Only the line straight after a reversal can be its
      *> shortfall.
           IF NOT SR-FROM-ACCRUALS OR NOT AH-TYPE-REVERSAL
              MOVE ZERO TO WS-REVERSAL-ACCOUNT
           END-IF.
           PERFORM 7200-PRINT-ENTRY.

       4200-REPLAY-AUDIT-ENTRY.
           MOVE "PORTAUDT"      TO WS-D-SOURCE.
           MOVE PAUD-TIME       TO WS-TIME-WORK.
           PERFORM 7100-FORMAT-TIME.
           MOVE WS-TIME-TEXT    TO WS-D-TIME.
           MOVE PAUD-TRANS-CODE TO WS-D-CODE WS-TRANS-CODE.
           MOVE PAUD-ACCOUNT-ID TO WS-D-KEY.
           MOVE PAUD-OPERATOR   TO WS-D-OPERATOR.
      *> A rejected request and a recovery-file posting are on the
      *> trail but never touched PORTFOL.DAT.
           IF REPLAY-STOPPED
              MOVE "AFTER THE STOP" TO WS-SKIP-REASON
           ELSE IF PAUD-DECISION = "R"
              MOVE "Y" TO WS-NO-CHANGE-SW
              MOVE "REQUEST REJECTED" TO WS-SKIP-REASON
           ELSE IF PAUD-TRANS-CODE = "R"
              MOVE "Y" TO WS-NO-CHANGE-SW
              MOVE "RECOVERY FILE ONLY" TO WS-SKIP-REASON
           ELSE
              MOVE PAUD-ACCOUNT-ID TO PF-ACCOUNT-ID
              PERFORM 4250-READ-ACCOUNT
              EVALUATE TRUE
                 WHEN TRANS-ADD
                    IF RECORD-ON-FILE
                       MOVE "ACCOUNT ALREADY ON FILE"
                          TO WS-SKIP-REASON
                    ELSE
                       PERFORM 4300-REPLAY-ACCOUNT-ADD
                    END-IF
                 WHEN TRANS-ACCOUNT-UPDATE
                    IF NOT RECORD-ON-FILE
                       MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
                    ELSE
                       PERFORM 4400-COMPARE-ACCOUNT-BEFORE
                    END-IF
                    IF WS-SKIP-REASON = SPACES
                       PERFORM 4500-APPLY-ACCOUNT-AFTER
                    END-IF
                 WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE" TO WS-SKIP-REASON
              END-EVALUATE
           END-IF
           END-IF
           END-IF.

       4250-READ-ACCOUNT.
           MOVE "Y" TO WS-FOUND-SW.
           READ PORTFOLIO-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-SW
           END-READ.

       4300-REPLAY-ACCOUNT-ADD.
           *> The trail carries the balances and the contract; the
           *> rest of the booking comes back at its defaults and the
           *> account is noted for the loan desk to check.
           MOVE SPACES TO PORTFOLIO-RECORD.
           MOVE PAUD-ACCOUNT-ID    TO PF-ACCOUNT-ID.
           MOVE PAUD-A-PRODUCT     TO PF-PRODUCT-CODE.
           MOVE PAUD-A-PRINCIPAL   TO PF-PRINCIPAL.
           MOVE PAUD-A-RATE        TO PF-INTEREST-RATE.
           MOVE PAUD-A-ACCRUED     TO PF-ACCRUED-INTEREST.
           MOVE "A"                TO PF-DAY-COUNT.
           MOVE ZERO TO PF-LAST-ACCRUED-DATE PF-YTD-INTEREST
              PF-LAST-PAYMENT-DATE PF-DUE-DAY PF-STUDENT-ID
              PF-CREDIT-BALANCE PF-GRACE-END-DATE
              PF-FIRST-PAYMENT-DATE PF-DEFERRAL-START-DATE.
           MOVE "A"                TO PF-STATUS.
           MOVE PAUD-DATE          TO PF-STATUS-DATE.
           MOVE PAUD-A-PRINCIPAL   TO PF-HOME-EQUIVALENT.
           MOVE PAUD-A-TERM-MONTHS TO PF-TERM-MONTHS.
           MOVE PAUD-A-MATURITY    TO PF-MATURITY-DATE.
           MOVE PAUD-A-PAYMENT     TO PF-SCHEDULED-PAYMENT.
           WRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              STRING "WRITE FAILED, STATUS " WS-PORTFOLIO-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-ADDED-COUNT
              MOVE "RE-KEY DAY COUNT, DUE DAY, STUDENT LINK, CURRENCY"
                 TO WS-REVIEW-NOTE
           END-IF.

       4400-COMPARE-ACCOUNT-BEFORE.
           *> A credit refund files the refunded credit balance in
           *> the accrued column of its images. The contract is only
           *> compared when the entry carries one - the batch
           *> postings log it as zero.
           IF PF-PRODUCT-CODE NOT = PAUD-B-PRODUCT
              MOVE "PRODUCT"        TO WS-MISMATCH-FIELD
              MOVE PF-PRODUCT-CODE  TO WS-MISMATCH-FILE
              MOVE PAUD-B-PRODUCT   TO WS-MISMATCH-LOG
           ELSE IF PF-PRINCIPAL NOT = PAUD-B-PRINCIPAL
              MOVE "PRINCIPAL"      TO WS-MISMATCH-FIELD
              MOVE PF-PRINCIPAL     TO WS-MISMATCH-FILE
              MOVE PAUD-B-PRINCIPAL TO WS-MISMATCH-LOG
           ELSE IF PF-INTEREST-RATE NOT = PAUD-B-RATE
              MOVE "RATE"           TO WS-MISMATCH-FIELD
              MOVE PF-INTEREST-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT     TO WS-MISMATCH-FILE
              MOVE PAUD-B-RATE      TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT     TO WS-MISMATCH-LOG
           ELSE IF TRANS-CREDIT-REFUND
              AND PF-CREDIT-BALANCE NOT = PAUD-B-ACCRUED
              MOVE "CREDIT"          TO WS-MISMATCH-FIELD
              MOVE PF-CREDIT-BALANCE TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT    TO WS-MISMATCH-FILE
              MOVE PAUD-B-ACCRUED    TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT    TO WS-MISMATCH-LOG
           ELSE IF NOT TRANS-CREDIT-REFUND
              AND PF-ACCRUED-INTEREST NOT = PAUD-B-ACCRUED
              MOVE "ACCRUED"           TO WS-MISMATCH-FIELD
              MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-FILE
              MOVE PAUD-B-ACCRUED      TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-LOG
           ELSE IF PAUD-CONTRACT NOT = ZEROS
              AND (PF-TERM-MONTHS NOT = PAUD-B-TERM-MONTHS
               OR PF-MATURITY-DATE NOT = PAUD-B-MATURITY)
              MOVE "TERM/MATURITY"   TO WS-MISMATCH-FIELD
              STRING PF-TERM-MONTHS " " PF-MATURITY-DATE
                 DELIMITED BY SIZE INTO WS-MISMATCH-FILE
              END-STRING
              STRING PAUD-B-TERM-MONTHS " " PAUD-B-MATURITY
                 DELIMITED BY SIZE INTO WS-MISMATCH-LOG
              END-STRING
           ELSE IF PAUD-CONTRACT NOT = ZEROS
              AND PF-SCHEDULED-PAYMENT NOT = PAUD-B-PAYMENT
              MOVE "INSTALLMENT"        TO WS-MISMATCH-FIELD
              MOVE PF-SCHEDULED-PAYMENT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT       TO WS-MISMATCH-FILE
              MOVE PAUD-B-PAYMENT       TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT       TO WS-MISMATCH-LOG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MISMATCH-FIELD NOT = SPACES
              MOVE "BEFORE IMAGE DIFFERS" TO WS-SKIP-REASON
           END-IF.

       4500-APPLY-ACCOUNT-AFTER.
           EVALUATE TRUE
              WHEN TRANS-DELETE
                 DELETE PORTFOLIO-FILE RECORD
                 IF WS-PORTFOLIO-STATUS NOT = "00"
                    STRING "DELETE FAILED, STATUS "
                       WS-PORTFOLIO-STATUS
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
                    END-STRING
                 ELSE
                    ADD 1 TO WS-DELETED-COUNT
                 END-IF
              WHEN TRANS-CREDIT-REFUND
                 MOVE ZERO TO PF-CREDIT-BALANCE
                 PERFORM 4900-REWRITE-ACCOUNT
              WHEN OTHER
                 MOVE PAUD-A-PRODUCT   TO PF-PRODUCT-CODE
                 MOVE PAUD-A-PRINCIPAL TO PF-PRINCIPAL
                 MOVE PAUD-A-RATE      TO PF-INTEREST-RATE
                 MOVE PAUD-A-ACCRUED   TO PF-ACCRUED-INTEREST
      *> New terms bring a new first due date, and a modification
      *> may bring a deferral - neither is on the trail.
                 IF PAUD-CONTRACT NOT = ZEROS
                    IF PAUD-A-TERM-MONTHS NOT = PAUD-B-TERM-MONTHS
                       OR PAUD-A-MATURITY NOT = PAUD-B-MATURITY
                       MOVE "NEW TERMS - CHECK FIRST DUE DATE, DEFERRAL"
                          TO WS-REVIEW-NOTE
                    END-IF
                    MOVE PAUD-A-TERM-MONTHS TO PF-TERM-MONTHS
                    MOVE PAUD-A-MATURITY    TO PF-MATURITY-DATE
                    MOVE PAUD-A-PAYMENT     TO PF-SCHEDULED-PAYMENT
                 END-IF
                 IF PAUD-TRANS-CODE = "O" OR PAUD-TRANS-CODE = "T"
                    MOVE PAUD-TRANS-CODE TO PF-STATUS
                    MOVE PAUD-DATE       TO PF-STATUS-DATE
                 END-IF
                 PERFORM 4900-REWRITE-ACCOUNT
           END-EVALUATE.

       4600-REPLAY-PAYMENT.
           MOVE "PAYHIST"     TO WS-D-SOURCE.
           MOVE "BATCH"       TO WS-D-TIME.
           MOVE "P"           TO WS-D-CODE.
           MOVE PH-ACCOUNT-ID TO WS-D-KEY.
           IF REPLAY-STOPPED
              MOVE "AFTER THE STOP" TO WS-SKIP-REASON
           ELSE
              MOVE PH-ACCOUNT-ID TO PF-ACCOUNT-ID
              PERFORM 4250-READ-ACCOUNT
              IF NOT RECORD-ON-FILE
                 MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
              ELSE IF NOT PF-ACCT-ACTIVE
                 MOVE "ACCOUNT NOT ACTIVE" TO WS-SKIP-REASON
                 MOVE "STATUS"  TO WS-MISMATCH-FIELD
                 MOVE PF-STATUS TO WS-MISMATCH-FILE
                 MOVE "A"       TO WS-MISMATCH-LOG
              ELSE IF PH-TO-INTEREST > PF-ACCRUED-INTEREST
                 MOVE "PAYMENT EXCEEDS BALANCE" TO WS-SKIP-REASON
                 MOVE "ACCRUED"           TO WS-MISMATCH-FIELD
                 MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-FILE
                 MOVE PH-TO-INTEREST      TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-LOG
              ELSE IF PH-TO-PRINCIPAL > PF-PRINCIPAL
                 MOVE "PAYMENT EXCEEDS BALANCE" TO WS-SKIP-REASON
                 MOVE "PRINCIPAL"     TO WS-MISMATCH-FIELD
                 MOVE PF-PRINCIPAL    TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT  TO WS-MISMATCH-FILE
                 MOVE PH-TO-PRINCIPAL TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT  TO WS-MISMATCH-LOG
              ELSE
                 PERFORM 4650-APPLY-PAYMENT
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       4650-APPLY-PAYMENT.
           *> The split exactly as payment-batch filed it, closing
           *> the account when it leaves nothing owing.
           SUBTRACT PH-TO-INTEREST  FROM PF-ACCRUED-INTEREST.
           SUBTRACT PH-TO-PRINCIPAL FROM PF-PRINCIPAL.
           ADD PH-TO-CREDIT TO PF-CREDIT-BALANCE.
           MOVE SR-DATE TO PF-LAST-PAYMENT-DATE.
           IF PF-PRINCIPAL = ZERO AND PF-ACCRUED-INTEREST = ZERO
              MOVE "C" TO PF-STATUS
              MOVE SR-DATE TO PF-STATUS-DATE
           END-IF.
           PERFORM 4900-REWRITE-ACCOUNT.

       4700-REPLAY-ACCRUAL-LINE.
           MOVE "ACCRHIST"      TO WS-D-SOURCE.
           MOVE "BATCH"         TO WS-D-TIME.
           MOVE AH-POSTING-TYPE TO WS-D-CODE.
           IF AH-POSTING-TYPE = SPACE
              MOVE "A" TO WS-D-CODE
           END-IF.
           MOVE AH-ACCOUNT-ID   TO WS-D-KEY.
           IF REPLAY-STOPPED
              MOVE "AFTER THE STOP" TO WS-SKIP-REASON
           ELSE
              MOVE AH-ACCOUNT-ID TO PF-ACCOUNT-ID
              PERFORM 4250-READ-ACCOUNT
              IF NOT RECORD-ON-FILE
                 MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
              ELSE IF AH-TYPE-REVERSAL
                 PERFORM 4800-REPLAY-REVERSAL
              ELSE IF AH-TYPE-CAPITALIZED
                 PERFORM 4780-REPLAY-CAPITALIZATION
              ELSE
                 PERFORM 4750-REPLAY-POSTING
              END-IF
              END-IF
              END-IF
           END-IF.

       4750-REPLAY-POSTING.
           *> An accrual, a late or NSF fee, or the shortfall of a
           *> reversal - each moved accrued interest by the amount
           *> posted, and the line says what the balance came to.
           COMPUTE WS-EXPECTED-BALANCE =
              AH-BALANCE-AFTER - AH-AMOUNT-POSTED.
           IF PF-ACCRUED-INTEREST NOT = WS-EXPECTED-BALANCE
              MOVE "BEFORE BALANCE DIFFERS" TO WS-SKIP-REASON
              MOVE "ACCRUED"           TO WS-MISMATCH-FIELD
              MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-FILE
              MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-LOG
           ELSE
              MOVE AH-BALANCE-AFTER TO PF-ACCRUED-INTEREST
              IF AH-TYPE-ACCRUAL
                 AND AH-ACCOUNT-ID NOT = WS-REVERSAL-ACCOUNT
                 PERFORM 4760-REPLAY-NIGHTLY-ACCRUAL
              END-IF
              PERFORM 4900-REWRITE-ACCOUNT
           END-IF.

       4760-REPLAY-NIGHTLY-ACCRUAL.
           *> The line carries the accrual net of any credit balance
           *> set against it. A net posting means the whole credit
           *> was used up; a nil one leaves unknown how much went.
           MOVE SR-DATE TO PF-LAST-ACCRUED-DATE.
           IF PF-CREDIT-BALANCE = ZERO
              ADD AH-AMOUNT-POSTED TO PF-YTD-INTEREST
           ELSE IF AH-AMOUNT-POSTED NOT = ZERO
              ADD AH-AMOUNT-POSTED PF-CREDIT-BALANCE
                 TO PF-YTD-INTEREST
              MOVE ZERO TO PF-CREDIT-BALANCE
           ELSE
              MOVE "ACCRUAL SET AGAINST CREDIT - CHECK CREDIT AND YTD"
                 TO WS-REVIEW-NOTE
           END-IF
           END-IF.

       4780-REPLAY-CAPITALIZATION.
           *> CAPITALIZE-BATCH and FORB-END-BATCH move accrued
           *> interest onto principal with no portfolio trail entry
           *> of their own. A loan modification's capitalization is
           *> already in the after image of its "M" entry, which
           *> leaves accrued standing at the line's balance.
           COMPUTE WS-EXPECTED-BALANCE =
              AH-BALANCE-AFTER + AH-AMOUNT-POSTED.
           IF PF-ACCRUED-INTEREST = AH-BALANCE-AFTER
              MOVE "Y" TO WS-NO-CHANGE-SW
              MOVE "ON THE MODIFICATION" TO WS-SKIP-REASON
           ELSE IF PF-ACCRUED-INTEREST NOT = WS-EXPECTED-BALANCE
              MOVE "BEFORE BALANCE DIFFERS" TO WS-SKIP-REASON
              MOVE "ACCRUED"           TO WS-MISMATCH-FIELD
              MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-FILE
              MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-LOG
           ELSE
              MOVE AH-BALANCE-AFTER TO PF-ACCRUED-INTEREST
              ADD AH-AMOUNT-POSTED  TO PF-PRINCIPAL
              PERFORM 4900-REWRITE-ACCOUNT
           END-IF
           END-IF.

       4800-REPLAY-REVERSAL.
           PERFORM 4850-FIND-REVERSED-PAYMENT.
           IF NOT REVERSED-PAYMENT-FOUND
              MOVE "NO REVERSED PAYMENT FOUND" TO WS-SKIP-REASON
           ELSE
              COMPUTE WS-EXPECTED-BALANCE =
                 AH-BALANCE-AFTER - WS-V-TO-INTEREST
              IF PF-ACCRUED-INTEREST NOT = WS-EXPECTED-BALANCE
                 MOVE "BEFORE BALANCE DIFFERS" TO WS-SKIP-REASON
                 MOVE "ACCRUED"           TO WS-MISMATCH-FIELD
                 MOVE PF-ACCRUED-INTEREST TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-FILE
                 MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT-EDIT
                 MOVE WS-AMOUNT-EDIT      TO WS-MISMATCH-LOG
              ELSE
                 MOVE AH-BALANCE-AFTER TO PF-ACCRUED-INTEREST
                 ADD WS-V-TO-PRINCIPAL TO PF-PRINCIPAL
      *> Credit the accruals have since eaten comes back on the next
      *> line as accrued interest.
                 IF PF-CREDIT-BALANCE >= WS-V-TO-CREDIT
                    SUBTRACT WS-V-TO-CREDIT FROM PF-CREDIT-BALANCE
                 ELSE
                    MOVE ZERO TO PF-CREDIT-BALANCE
                 END-IF
                 IF PF-ACCT-CLOSED
                    MOVE "A" TO PF-STATUS
                    MOVE SR-DATE TO PF-STATUS-DATE
                 END-IF
                 PERFORM 4900-REWRITE-ACCOUNT
                 IF WS-SKIP-REASON = SPACES
                    MOVE AH-ACCOUNT-ID TO WS-REVERSAL-ACCOUNT
                 END-IF
              END-IF
           END-IF.

       4850-FIND-REVERSED-PAYMENT.
           *> The latest payment of the same amount on the account,
           *> on or before the reversal, that payment-batch has
           *> flagged reversed - its filed split is what came back.
           MOVE "N" TO WS-PAYMENT-FOUND-SW.
           IF PAYHIST-AVAILABLE
              MOVE "Y" TO WS-MORE-HISTORY-SW
              MOVE AH-ACCOUNT-ID TO PH-ACCOUNT-ID
              MOVE ZERO          TO PH-POST-DATE PH-SEQUENCE
              START PAYMENT-HISTORY-FILE KEY IS >= PH-PAY-KEY
                 INVALID KEY
                    MOVE "N" TO WS-MORE-HISTORY-SW
              END-START
              PERFORM UNTIL NO-MORE-HISTORY
                 READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE "N" TO WS-MORE-HISTORY-SW
                    NOT AT END
                       IF PH-ACCOUNT-ID NOT = AH-ACCOUNT-ID
                          OR PH-POST-DATE > AH-POST-DATE
                          MOVE "N" TO WS-MORE-HISTORY-SW
                       ELSE IF PH-AMOUNT = AH-AMOUNT-POSTED
                          AND PH-REVERSED
                          MOVE "Y" TO WS-PAYMENT-FOUND-SW
                          MOVE PH-TO-INTEREST  TO WS-V-TO-INTEREST
                          MOVE PH-TO-PRINCIPAL TO WS-V-TO-PRINCIPAL
                          MOVE PH-TO-CREDIT    TO WS-V-TO-CREDIT
                       END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       4900-REWRITE-ACCOUNT.
           REWRITE PORTFOLIO-RECORD.
           IF WS-PORTFOLIO-STATUS NOT = "00"
              MOVE SPACES TO WS-REVIEW-NOTE
              STRING "REWRITE FAILED, STATUS " WS-PORTFOLIO-STATUS
                 DELIMITED BY SIZE INTO WS-SKIP-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      ****************************************************************
      * REPORT LINES SHARED BY BOTH FILES.
      ****************************************************************
       7000-CLEAR-ENTRY.
           MOVE SPACES TO WS-SKIP-REASON WS-REVIEW-NOTE
              WS-MISMATCH-FIELD WS-MISMATCH-FILE WS-MISMATCH-LOG
              WS-D-OPERATOR.
           MOVE "N" TO WS-NO-CHANGE-SW.

       7100-FORMAT-TIME.
           IF WS-TIME-WORK = WS-END-OF-DAY
              MOVE "DAY END" TO WS-TIME-TEXT
           ELSE
              MOVE WS-TIME-HH   TO WS-E-HH
              MOVE WS-TIME-MM   TO WS-E-MM
              MOVE WS-TIME-SS   TO WS-E-SS
              MOVE WS-TIME-EDIT TO WS-TIME-TEXT
           END-IF.

       7200-PRINT-ENTRY.
           *> Any entry that should have changed the file and did
           *> not stops the replay here; everything after it is
           *> listed but left alone.
           EVALUATE TRUE
              WHEN ENTRY-CHANGES-NOTHING
                 ADD 1 TO WS-NO-CHANGE-COUNT
                 MOVE "SKIPPED"  TO WS-D-RESULT
              WHEN WS-SKIP-REASON NOT = SPACES
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE "SKIPPED"  TO WS-D-RESULT
                 MOVE "Y" TO WS-STOPPED-SW
              WHEN OTHER
                 ADD 1 TO WS-REPLAYED-COUNT
                 MOVE "REPLAYED" TO WS-D-RESULT
           END-EVALUATE.
           MOVE WS-SKIP-REASON TO WS-D-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPLAY-STOPPED AND WS-STOP-DETAIL = SPACES
              MOVE WS-DETAIL-LINE TO WS-STOP-DETAIL
           END-IF.
           IF WS-MISMATCH-FIELD NOT = SPACES
              MOVE WS-MISMATCH-FIELD TO WS-M-FIELD
              MOVE WS-MISMATCH-FILE  TO WS-M-FILE
              MOVE WS-MISMATCH-LOG   TO WS-M-LOG
              MOVE WS-MISMATCH-LINE  TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-REVIEW-NOTE NOT = SPACES
              ADD 1 TO WS-REVIEW-COUNT
              MOVE WS-REVIEW-NOTE TO WS-N-TEXT
              MOVE WS-NOTE-LINE   TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       7300-CHECK-RESTORE.
           *> A generation that did not load whole is no base to
           *> replay onto - every entry is then listed as skipped.
           IF WS-LOAD-ERROR-COUNT > ZERO
              MOVE "Y" TO WS-STOPPED-SW
              MOVE SPACES TO WS-N-TEXT
              STRING "RESTORE INCOMPLETE - " WS-LOAD-ERROR-COUNT
                 " RECORD(S) FAILED TO LOAD - NOTHING REPLAYED"
                 DELIMITED BY SIZE INTO WS-N-TEXT
              END-STRING
              MOVE WS-NOTE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

      ****************************************************************
      * PROOF - THE REBUILT FILE'S COUNT AGAINST ITS OWN ARITHMETIC
      * AND AGAINST THE CONTROL TOTALS.
      ****************************************************************
       8000-FIND-CONTROL-TOTAL.
           *> The last count the batch updaters proved for the file
           *> on or before the recovery date. Desk adds and deletes
           *> are not reported through the control totals, so a
           *> difference after a day of desk work is explained by
           *> the ADD and DELETE lines above.
           MOVE "N" TO WS-CTL-FOUND-SW.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-STATUS = "00"
              MOVE "Y" TO WS-MORE-RECORDS-SW
              PERFORM UNTIL NO-MORE-RECORDS
                 READ CONTROL-TOTAL-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       IF CT-FILE-NAME = WS-MASTER-NAME
                          AND CT-RUN-DATE NOT > WS-RECOVER-DATE
                          MOVE "Y" TO WS-CTL-FOUND-SW
                          MOVE CT-JOB-NAME    TO WS-CTL-JOB-NAME
                          MOVE CT-RUN-DATE    TO WS-CTL-RUN-DATE
                          MOVE CT-RECORDS-OUT TO WS-CTL-RECORDS-OUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTROL-TOTAL-FILE
           END-IF.

       8500-PRINT-TOTALS.
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS LOADED FROM THE BACKUP" TO WS-S-LABEL.
           MOVE WS-LOADED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           IF WS-LOAD-ERROR-COUNT > ZERO
              MOVE "RECORDS THAT FAILED TO LOAD" TO WS-S-LABEL
              MOVE WS-LOAD-ERROR-COUNT TO WS-S-COUNT
              PERFORM 8600-WRITE-SUMMARY-LINE
           END-IF.
           MOVE "TRANSACTIONS IN THE RECOVERY WINDOW" TO WS-S-LABEL.
           MOVE WS-WINDOW-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "  REPLAYED" TO WS-S-LABEL.
           MOVE WS-REPLAYED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "    RECORDS ADDED" TO WS-S-LABEL.
           MOVE WS-ADDED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "    RECORDS CHANGED" TO WS-S-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "    RECORDS DELETED" TO WS-S-LABEL.
           MOVE WS-DELETED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "  SKIPPED - NO CHANGE TO THE FILE" TO WS-S-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "  SKIPPED - NOT APPLIED" TO WS-S-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "REPLAYED WITH FIELDS TO RE-KEY OR CHECK" TO WS-S-LABEL.
           MOVE WS-REVIEW-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "LOGGED AFTER THE RECOVERY POINT" TO WS-S-LABEL.
           MOVE WS-BEYOND-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           COMPUTE WS-EXPECTED-COUNT =
              WS-LOADED-COUNT + WS-ADDED-COUNT - WS-DELETED-COUNT.
           MOVE "LOADED + ADDED - DELETED" TO WS-S-LABEL.
           MOVE WS-EXPECTED-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           MOVE "RECORDS ON THE RECOVERED FILE" TO WS-S-LABEL.
           MOVE WS-FINAL-COUNT TO WS-S-COUNT.
           PERFORM 8600-WRITE-SUMMARY-LINE.
           IF WS-FINAL-COUNT NOT = WS-EXPECTED-COUNT
              MOVE "*** THE RECOVERED FILE DOES NOT PROVE TO THE RUN"
                 TO WS-N-TEXT
              MOVE WS-NOTE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF CONTROL-TOTAL-FOUND
              MOVE WS-CTL-JOB-NAME    TO WS-C-JOB
              MOVE WS-CTL-RUN-DATE    TO WS-C-DATE
              MOVE WS-CTL-RECORDS-OUT TO WS-C-COUNT
              IF WS-CTL-RECORDS-OUT = WS-FINAL-COUNT
                 MOVE "AGREES"  TO WS-C-RESULT
              ELSE
                 MOVE "DIFFERS" TO WS-C-RESULT
              END-IF
              MOVE WS-CONTROL-LINE TO REPORT-LINE
           ELSE
              MOVE "NO CONTROL TOTAL FOR THE FILE BY THE RECOVERY DATE"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF REPLAY-STOPPED
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "REPLAY STOPPED - NOTHING AFTER THIS ENTRY APPLIED:"
                 TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-STOP-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       8600-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
