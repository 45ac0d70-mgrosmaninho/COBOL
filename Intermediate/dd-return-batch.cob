       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-RETURN-BATCH.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: DIRECT-DEBIT RETURNS RUN. READS THE BANK'S
      * RETURNS FILE DDRETURN.DAT - THE DEBITS IT COULD NOT COLLECT
      * - AND MATCHES EACH ONE TO ITS COLLECTION RECORD. A DEBIT
      * ALREADY POSTED AS A PAYMENT GETS A "V" REVERSAL ON THE
      * DIRECT-DEBIT POSTING FEED, SO PAYMENT-BATCH BACKS IT OUT
      * AND CHARGES THE NSF FEE EXACTLY AS FOR A BOUNCED CHECK. THE
      * MANDATE'S COUNT OF RETURNS IN A ROW GOES UP, AND AT TWO
      * THE MANDATE IS SUSPENDED UNTIL THE LOAN DESK REINSTATES
      * IT. A RETURN THAT MATCHES NO DEBIT WE SENT IS REPORTED AND
      * LEFT ALONE. RUN DAILY FROM THE BATCH SCHEDULE AHEAD OF
      * PAYMENT-BATCH; THE REPORT IS REGISTERED WITH SPOOLREG.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO "DDRETURN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETURN-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "MANDATE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-ACCOUNT-ID
              FILE STATUS IS WS-MANDATE-STATUS.

           SELECT COLLECTION-FILE ASSIGN TO "DDCOLL.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DC-COLL-KEY
              FILE STATUS IS WS-COLL-STATUS.

           SELECT DD-TRANS-FILE ASSIGN TO "DDTRAN.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DD-STATUS.

           SELECT DD-RETURN-REPORT-FILE ASSIGN TO "DDRETURN.PRT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       COPY DDRETURN.

       FD  MANDATE-FILE.
       COPY DDMANDAT.

       FD  COLLECTION-FILE.
       COPY DDCOLL.

       FD  DD-TRANS-FILE.
       COPY DDTRAN.

       FD  DD-RETURN-REPORT-FILE.
       01  REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS          PIC XX VALUE SPACES.
       01  WS-MANDATE-STATUS         PIC XX VALUE SPACES.
       01  WS-COLL-STATUS            PIC XX VALUE SPACES.
       01  WS-DD-STATUS              PIC XX VALUE SPACES.
       01  WS-REPORT-STATUS          PIC XX VALUE SPACES.
       01  WS-MORE-RECORDS-SW        PIC X VALUE "Y".
           88  NO-MORE-RECORDS              VALUE "N".

       01  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-REJECT-REASON          PIC X(30) VALUE SPACES.
      *> Returns in a row that suspend the mandate.
       01  WS-SUSPEND-AT             PIC 9 VALUE 2.
       01  WS-RETURN-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-RETURN-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-REVERSAL-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SUSPENDED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-SPOOL-NAME             PIC X(12) VALUE "DDRETURN.PRT".
       01  WS-SPOOL-SW               PIC X VALUE "N".
           88  REPORT-SPOOLED               VALUE "Y".
       01  WS-JOB-NAME               PIC X(8) VALUE "DDRETURN".
       01  WS-JOB-STATUS             PIC X(9) VALUE SPACES.
       01  WS-JOB-ACCOUNT            PIC 9(6) VALUE ZERO.

       01  WS-REPORT-TITLE.
           05  FILLER                PIC X(30) VALUE
               "DIRECT-DEBIT RETURNS - RUN OF ".
           05  WS-T-RUN-DATE         PIC 9(8).

       01  WS-COLUMN-HEADINGS.
           05  FILLER                PIC X(10) VALUE "ACCOUNT".
           05  FILLER                PIC X(10) VALUE "DEBIT DATE".
           05  FILLER                PIC X(14) VALUE "    AMOUNT".
           05  FILLER                PIC X(6)  VALUE "CODE".
           05  FILLER                PIC X(30) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-ACCOUNT-ID       PIC X(6).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-DEBIT-DATE       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-D-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-REASON-CODE      PIC X(2).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-D-ACTION           PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(26) VALUE
               "DEBITS RETURNED".
           05  WS-T-RETURNED         PIC Z(5)9.
       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(26) VALUE
               "AMOUNT RETURNED".
           05  WS-T-RETURN-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(26) VALUE
               "  PAYMENTS REVERSED".
           05  WS-T-REVERSED         PIC Z(5)9.
       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(26) VALUE
               "MANDATES SUSPENDED".
           05  WS-T-SUSPENDED        PIC Z(5)9.
       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(26) VALUE
               "RETURNS NOT MATCHED".
           05  WS-T-UNMATCHED        PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BUSDATE" USING WS-RUN-DATE.
           OPEN INPUT BANK-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
              DISPLAY "No direct-debit returns file on hand -"
                 " nothing to process."
              GOBACK
           END-IF.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = "00"
              DISPLAY "Unable to open mandate file, status "
                 WS-MANDATE-STATUS
              CLOSE BANK-RETURN-FILE
              GOBACK
           END-IF.
           OPEN I-O COLLECTION-FILE.
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "Unable to open direct-debit collection file,"
                 " status " WS-COLL-STATUS
              CLOSE MANDATE-FILE
              CLOSE BANK-RETURN-FILE
              GOBACK
           END-IF.
           MOVE "STARTED" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RETURN-COUNT.
           OPEN EXTEND DD-TRANS-FILE.
           IF WS-DD-STATUS = "35"
              OPEN OUTPUT DD-TRANS-FILE
           END-IF.
           OPEN OUTPUT DD-RETURN-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADINGS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-PROCESS-RETURNS.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE DD-RETURN-REPORT-FILE.
           CLOSE DD-TRANS-FILE.
           CLOSE COLLECTION-FILE.
           CLOSE MANDATE-FILE.
           CLOSE BANK-RETURN-FILE.
           CALL "SPOOLREG" USING WS-SPOOL-NAME WS-SPOOL-SW.
           MOVE "COMPLETE" TO WS-JOB-STATUS.
           CALL "JOBLOG" USING WS-JOB-NAME WS-JOB-STATUS
              WS-JOB-ACCOUNT WS-RETURN-COUNT.
           DISPLAY "Direct-debit returns run complete - "
              WS-RETURN-COUNT " return(s), " WS-SUSPENDED-COUNT
              " mandate(s) suspended.".
           GOBACK.

       2000-PROCESS-RETURNS.
           PERFORM UNTIL NO-MORE-RECORDS
              READ BANK-RETURN-FILE
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    PERFORM 2100-WORK-ONE-RETURN
              END-READ
           END-PERFORM.

       2100-WORK-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2150-MATCH-COLLECTION.
           MOVE BR-REFERENCE   TO WS-D-ACCOUNT-ID.
           MOVE BR-DEBIT-DATE  TO WS-D-DEBIT-DATE.
           MOVE BR-REASON-CODE TO WS-D-REASON-CODE.
           IF BR-AMOUNT NUMERIC
              MOVE BR-AMOUNT-NUM TO WS-D-AMOUNT
           ELSE
              MOVE ZERO TO WS-D-AMOUNT
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE WS-REJECT-REASON TO WS-D-ACTION
           ELSE
              PERFORM 2200-RETURN-COLLECTION
              PERFORM 2300-COUNT-AGAINST-MANDATE
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2150-MATCH-COLLECTION.
           *> The bank quotes back our reference, the debit date and
           *> the amount; all three have to agree with a debit we
           *> sent before anything is reversed.
           IF BR-REFERENCE NOT NUMERIC
              OR BR-DEBIT-DATE NOT NUMERIC
              OR BR-AMOUNT NOT NUMERIC
              MOVE "NOT MATCHED - BAD RECORD" TO WS-REJECT-REASON
           ELSE
              MOVE BR-REFERENCE  TO DC-ACCOUNT-ID
              MOVE BR-DEBIT-DATE TO DC-DEBIT-DATE
              READ COLLECTION-FILE
                 INVALID KEY
                    MOVE "NOT MATCHED - NO SUCH DEBIT"
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN DC-AMOUNT NOT = BR-AMOUNT-NUM
                          MOVE "NOT MATCHED - AMOUNT DIFFERS"
                             TO WS-REJECT-REASON
                       WHEN DC-STATUS-RETURNED
                          MOVE "ALREADY RETURNED - IGNORED"
                             TO WS-REJECT-REASON
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-IF.

       2200-RETURN-COLLECTION.
           *> A debit the bank returns before its date was never
           *> posted, so there is nothing to reverse.
           ADD 1 TO WS-RETURN-COUNT.
           ADD DC-AMOUNT TO WS-RETURN-TOTAL.
           IF DC-STATUS-POSTED
              MOVE DC-ACCOUNT-ID TO DT-ACCOUNT-ID
              MOVE DC-AMOUNT     TO DT-AMOUNT
              MOVE "V"           TO DT-TRANS-TYPE
              WRITE DD-TRANS-RECORD
              ADD 1 TO WS-REVERSAL-COUNT
              MOVE "PAYMENT REVERSED" TO WS-D-ACTION
           ELSE
              MOVE "RETURNED BEFORE POSTING" TO WS-D-ACTION
           END-IF.
           MOVE "R"            TO DC-STATUS.
           MOVE WS-RUN-DATE    TO DC-RETURN-DATE.
           MOVE BR-REASON-CODE TO DC-RETURN-CODE.
           REWRITE COLLECTION-RECORD.

       2300-COUNT-AGAINST-MANDATE.
           MOVE DC-ACCOUNT-ID TO DM-ACCOUNT-ID.
           READ MANDATE-FILE
              INVALID KEY
                 MOVE "23" TO WS-MANDATE-STATUS
           END-READ.
           IF WS-MANDATE-STATUS = "00"
              IF DM-CONSEC-RETURNS < 9
                 ADD 1 TO DM-CONSEC-RETURNS
              END-IF
              MOVE WS-RUN-DATE    TO DM-LAST-RETURN-DATE
              MOVE BR-REASON-CODE TO DM-LAST-RETURN-CODE
              IF DM-STATUS-ACTIVE
                 AND DM-CONSEC-RETURNS >= WS-SUSPEND-AT
                 MOVE "S"         TO DM-STATUS
                 MOVE WS-RUN-DATE TO DM-STATUS-DATE
                 ADD 1 TO WS-SUSPENDED-COUNT
                 IF WS-D-ACTION = "PAYMENT REVERSED"
                    MOVE "REVERSED - MANDATE SUSPENDED"
                       TO WS-D-ACTION
                 ELSE
                    MOVE "MANDATE SUSPENDED" TO WS-D-ACTION
                 END-IF
              END-IF
              REWRITE MANDATE-RECORD
           END-IF.

       3000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RETURN-COUNT TO WS-T-RETURNED.
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RETURN-TOTAL TO WS-T-RETURN-TOTAL.
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REVERSAL-COUNT TO WS-T-REVERSED.
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENDED-COUNT TO WS-T-SUSPENDED.
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-T-UNMATCHED.
           MOVE WS-TOTAL-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
