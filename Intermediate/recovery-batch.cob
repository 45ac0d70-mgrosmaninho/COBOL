      * POSTING IS AUDITED THROUGH PORTAUDT.LOG WITH BEFORE/AFTER
      * RECOVERED AMOUNTS, LIKE ANY OTHER PORTFOLIO CHANGE, AND A
      * POSTING REGISTER WITH CONTROL TOTALS IS PRINTED.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE REPAYMENT
      *            CONTRACT EITHER SIDE OF A CHANGE; THIS RUN NEVER
      *            TOUCHES THE CONTRACT AND WRITES IT AS ZERO.
      * 15/10/26 - THE AUDIT RECORD NOW CARRIES THE DUAL-CONTROL
      *            DECISION, REQUEST AND MAKER; THIS RUN POSTS
      *            DIRECTLY AND WRITES THEM AS SPACES AND ZERO.
      * 15/10/26 - THE FEED IS FINGERPRINTED AND CHECKED AGAINST
      *            THE FEED REGISTER BEFORE POSTING; A FEED ALREADY
      *            POSTED IS REFUSED UNLESS FORCED WITH FEED-FORCE.
      ****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-JOB-NAME               PIC X(8) VALUE "RECOVERY".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.
       COPY FEEDCHK.
       01  WS-POSTED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-POSTED           PIC 9(9)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           PERFORM 0050-CHECK-FEED-REGISTER.
           IF FC-FEED-REFUSED
              GOBACK
           END-IF.
           OPEN INPUT RECOVERY-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "Unable to open recovery receipt file, "
           CLOSE PORT-AUDIT-FILE.
           CLOSE RECOVERY-FILE.
           CLOSE RECOVERY-TRANS-FILE.
           MOVE "RECORD" TO FC-FUNCTION.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-POSTED-COUNT.
           GOBACK.

       0050-CHECK-FEED-REGISTER.
           *> One read-only pass to fingerprint the feed - count,
           *> hash total, first and last record - so a file dropped
           *> twice is refused before anything is posted from it.
           MOVE "CHECK" TO FC-FUNCTION.
           MOVE "RECVTRAN.DAT" TO FC-FEED-NAME.
           MOVE WS-JOB-NAME TO FC-JOB-NAME.
           MOVE ZERO TO FC-RECORD-COUNT.
           MOVE ZERO TO FC-HASH-TOTAL.
           MOVE SPACES TO FC-FIRST-RECORD.
           MOVE SPACES TO FC-LAST-RECORD.
           OPEN INPUT RECOVERY-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
              PERFORM UNTIL NO-MORE-RECORDS
                 READ RECOVERY-TRANS-FILE
                    AT END
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    NOT AT END
                       ADD 1 TO FC-RECORD-COUNT
                       IF FC-RECORD-COUNT = 1
                          MOVE RECOVERY-TRANS-RECORD TO FC-FIRST-RECORD
                       END-IF
                       MOVE RECOVERY-TRANS-RECORD TO FC-LAST-RECORD
                       IF RT-AMOUNT IS NUMERIC
                          ADD RT-AMOUNT-NUM TO FC-HASH-TOTAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECOVERY-TRANS-FILE
              MOVE "Y" TO WS-MORE-RECORDS-SW
           END-IF.
           CALL "FEEDCHK" USING FEED-CHECK-AREA.
           IF FC-FEED-REFUSED
              IF FC-MATCH-DATE = ZERO
                 DISPLAY "RUN REFUSED - the feed register cannot be"
                    " read, so RECVTRAN.DAT is not posted."
                 DISPLAY "Once the register is repaired, rerun - or"
                    " force the feed with FEED-FORCE."
              ELSE
                 DISPLAY "RUN REFUSED - RECVTRAN.DAT matches the feed"
                    " posted " FC-MATCH-DATE " by " FC-MATCH-JOB
                    " - nothing posted."
                 DISPLAY "If it is a genuinely new feed, force it"
                    " with FEED-FORCE and rerun."
              END-IF
              MOVE "SKIPPED" TO WS-JOB-STATUS
              CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
                 WS-JOB-ACCOUNT WS-POSTED-COUNT
           END-IF.

       1000-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE RC-CHARGED-PRINCIPAL TO PAUD-A-PRINCIPAL.
           MOVE ZERO                 TO PAUD-A-RATE.
           MOVE RC-RECOVERED-AMOUNT  TO PAUD-A-ACCRUED.
           MOVE ZEROS TO PAUD-CONTRACT.
           MOVE SPACES TO PAUD-DECISION PAUD-MAKER.
           MOVE ZERO TO PAUD-REQUEST-NO.
           WRITE PORT-AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "Unable to write audit record, status "
