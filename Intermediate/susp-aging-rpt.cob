       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-AGING-RPT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: DAILY UNAPPLIED-CASH AGING REPORT. LISTS EVERY
      * ITEM STILL UNAPPLIED ON THE SUSPENSE FILE WITH ITS AGE IN
      * DAYS SINCE THE BANK DEPOSITED IT, AND TOTALS THE ITEMS BY
      * AGE BUCKET - UP TO 7 DAYS, 8 TO 30, 31 TO 60, AND OVER 60 -
      * SO THE LOAN DESK WORKS THE OLDEST MONEY FIRST AND
      * ACCOUNTING CAN SEE WHAT THE SUSPENSE BALANCE IS MADE OF.
      * RUN DAILY FROM THE BATCH SCHEDULE; THE REPORT IS REGISTERED
      * WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SU-SUSP-KEY
              FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUSP-AGING-REPORT-FILE ASSIGN TO "SUSPAGE.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  SUSP-AGING-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS               PIC S9(5) VALUE ZERO.
       01  WS-BUCKET-IDX             PIC 9 VALUE ZERO.
       01  WS-ITEM-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ITEM-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "SUSPAGE.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "SUSPAGE".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

      *> The age buckets, oldest last, with the top age of each.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BK-LABEL       PIC X(16).
               10  WS-BK-TOP-DAYS    PIC 9(5).
               10  WS-BK-COUNT       PIC 9(6).
               10  WS-BK-TOTAL       PIC 9(9)V99.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "UNAPPLIED CASH AGING - RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "DEPOSITED".
           05  FILLER                PIC X(6)  VALUE "BATCH".
           05  FILLER                PIC X(6)  VALUE "ITEM".
           05  FILLER                PIC X(6)  VALUE "AGE".
           05  FILLER                PIC X(12) VALUE "    AMOUNT".
           05  FILLER                PIC X(12) VALUE "REFERENCE".
           05  FILLER                PIC X(28) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-D-DEPOSIT-DATE     PIC 9(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-BATCH            PIC 9(4).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-ITEM             PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AGE              PIC ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REFERENCE        PIC X(10).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-REASON           PIC X(28).

       01  WS-BUCKET-LINE.
           05  WS-BL-LABEL           PIC X(16).
           05  WS-BL-COUNT           PIC Z(5)9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-BL-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           MOVE "UP TO 7 DAYS"    TO WS-BK-LABEL (1).
           MOVE 7                 TO WS-BK-TOP-DAYS (1).
           MOVE "8 TO 30 DAYS"    TO WS-BK-LABEL (2).
           MOVE 30                TO WS-BK-TOP-DAYS (2).
           MOVE "31 TO 60 DAYS"   TO WS-BK-LABEL (3).
           MOVE 60                TO WS-BK-TOP-DAYS (3).
           MOVE "OVER 60 DAYS"    TO WS-BK-LABEL (4).
           MOVE 99999             TO WS-BK-TOP-DAYS (4).
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
              MOVE ZERO TO WS-BK-COUNT (WS-BUCKET-IDX)
                 WS-BK-TOTAL (WS-BUCKET-IDX)
           END-PERFORM.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
              DISPLAY "No suspense file on hand - nothing to"
                 " report."
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           OPEN OUTPUT SUSP-AGING-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-SCAN-ITEMS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE SUSP-AGING-REPORT-FILE.
           CLOSE SUSPENSE-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-ITEM-COUNT.
           GOBACK.

       2000-SCAN-ITEMS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ SUSPENSE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF SU-STATUS-UNAPPLIED
                       PERFORM 2100-AGE-ONE-ITEM
                    END-IF
              END-READ
           END-PERFORM.

       2100-AGE-ONE-ITEM.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
              - FUNCTION INTEGER-OF-DATE (SU-DEPOSIT-DATE).
           IF WS-AGE-DAYS < ZERO
              MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM UNTIL WS-AGE-DAYS <= WS-BK-TOP-DAYS (WS-BUCKET-IDX)
              ADD 1 TO WS-BUCKET-IDX
           END-PERFORM.
           ADD 1 TO WS-BK-COUNT (WS-BUCKET-IDX).
           ADD SU-AMOUNT TO WS-BK-TOTAL (WS-BUCKET-IDX).
           ADD 1 TO WS-ITEM-COUNT.
           ADD SU-AMOUNT TO WS-ITEM-TOTAL.
           MOVE SU-DEPOSIT-DATE TO WS-D-DEPOSIT-DATE.
           MOVE SU-BATCH-NUMBER TO WS-D-BATCH.
           MOVE SU-ITEM-SEQ     TO WS-D-ITEM.
           MOVE WS-AGE-DAYS     TO WS-D-AGE.
           MOVE SU-AMOUNT       TO WS-D-AMOUNT.
           MOVE SU-REFERENCE    TO WS-D-REFERENCE.
           MOVE SU-REASON       TO WS-D-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 4
              MOVE WS-BK-LABEL (WS-BUCKET-IDX) TO WS-BL-LABEL
              MOVE WS-BK-COUNT (WS-BUCKET-IDX) TO WS-BL-COUNT
              MOVE WS-BK-TOTAL (WS-BUCKET-IDX) TO WS-BL-TOTAL
              MOVE WS-BUCKET-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.
           MOVE "TOTAL UNAPPLIED" TO WS-BL-LABEL.
           MOVE WS-ITEM-COUNT     TO WS-BL-COUNT.
           MOVE WS-ITEM-TOTAL     TO WS-BL-TOTAL.
           MOVE WS-BUCKET-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
