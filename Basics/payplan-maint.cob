       IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYPLAN-MAINT.
        AUTHOR. Manuel Gomes Rosmaninho
        DATE-WRITTEN. 15/10/26.
        DATE-COMPILED. 15/10/26.

      *********************************************************
      * DESCRIPTION: PROGRAM TO MAINTAIN TUITION PAYMENT PLANS ON
      * THE INSTALLMENT FILE, KEYED ON STUDENT-ID/TERM/INSTALLMENT,
      * VIA SET-UP/CANCEL/LIST TRANSACTIONS IN THE SAME STYLE AS
      * HOLD-MAINT. SETTING UP A PLAN SPLITS WHAT THE STUDENT OWES
      * FOR THE TERM - THE TERM'S CHARGES LESS ITS CREDITS AND AID,
      * NEVER MORE THAN THE ACCOUNT BALANCE - INTO THE CHOSEN
      * NUMBER OF MONTHLY INSTALLMENTS FROM A FIRST DUE DATE, AND
      * CHARGES THE PLAN ENROLLMENT FEE (PLANPARM.DAT) ON THE
      * STUDENT ACCOUNT, CARRIED IN THE FIRST INSTALLMENT.
      * CANCELLING A PLAN NEEDS A SUPERVISOR-LEVEL SIGN-ON; THE
      * CHARGES STAY DUE ON THE ACCOUNT AS BEFORE.
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-FILE ASSIGN TO "INSTPLAN.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-PLAN-KEY
              FILE STATUS IS WS-PLAN-STATUS.

           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO "STUDACCT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SA-ACCOUNT-KEY
              FILE STATUS IS WS-ACCOUNT-STATUS.

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

           SELECT PLAN-PARAMETER-FILE ASSIGN TO "PLANPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-FILE.
       COPY INSTPLAN.

       FD  STUDENT-ACCOUNT-FILE.
       COPY STACCREC.

       FD  STUDENT-MASTER-FILE.
       COPY STUDMAST.

       FD  PLAN-PARAMETER-FILE.
       COPY PLANPARM.

       WORKING-STORAGE SECTION.
       01  WS-PLAN-STATUS           PIC XX VALUE SPACES.
       01  WS-ACCOUNT-STATUS        PIC XX VALUE SPACES.
       01  WS-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-STATUS           PIC XX VALUE SPACES.
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-TOP-AUTH-LEVEL        PIC 9 VALUE 2.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".

       01  WS-TRANS-CODE            PIC X VALUE SPACE.
           88 TRANS-SET-UP                 VALUE "S".
           88 TRANS-CANCEL                 VALUE "C".
           88 TRANS-LIST                   VALUE "L".
           88 TRANS-CODE-VALID             VALUES "S" "C" "L".

      *> Plan parameters - the shipped fallbacks apply when there is
      *> no PLANPARM.DAT card.
       01  WS-ENROLL-FEE            PIC 9(4)V99 VALUE 25.00.
       01  WS-MAX-INSTALLMENTS      PIC 9(2) VALUE 6.

       01  WS-STUDENT-ID            PIC 9(6) VALUE ZERO.
       01  WS-TERM-CODE             PIC X(6) VALUE SPACES.
       01  WS-TODAY-DATE            PIC 9(8) VALUE ZERO.
       01  WS-INSTALL-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-INSTALL-NO            PIC 9(2) VALUE ZERO.
       01  WS-FIRST-DUE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FIRST-DUE-R REDEFINES WS-FIRST-DUE-DATE.
           05  WS-FIRST-DUE-YEAR    PIC 9(4).
           05  WS-FIRST-DUE-MONTH   PIC 9(2).
           05  WS-FIRST-DUE-DAY     PIC 9(2).
       01  WS-DUE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DUE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(4).
           05  WS-DUE-MONTH         PIC 9(2).
           05  WS-DUE-DAY           PIC 9(2).
       01  WS-DATE-FUTURE-OPTION    PIC X VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X VALUE "N".
           88 DATE-IS-VALID                VALUE "Y".

       01  WS-TERM-CHARGES          PIC S9(7)V99 VALUE ZERO.
       01  WS-ACCOUNT-BALANCE       PIC S9(7)V99 VALUE ZERO.
       01  WS-PLAN-AMOUNT           PIC S9(7)V99 VALUE ZERO.
       01  WS-INSTALL-AMOUNT        PIC 9(6)V99 VALUE ZERO.
       01  WS-LAST-AMOUNT           PIC 9(6)V99 VALUE ZERO.
       01  WS-FEE-REFERENCE         PIC X(12) VALUE SPACES.
       01  WS-FEE-POSTED-SW         PIC X VALUE "N".
           88 FEE-ALREADY-POSTED           VALUE "Y".
       01  WS-FEE-CHARGED           PIC 9(4)V99 VALUE ZERO.
       01  WS-NEXT-SEQUENCE         PIC 9(4) VALUE ZERO.
       01  WS-PLAN-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-VALID-ID-SW           PIC X VALUE "N".
           88 VALID-STUDENT-ID             VALUE "Y".
       01  WS-VALID-TERM-SW         PIC X VALUE "N".
           88 VALID-TERM-CODE              VALUE "Y".
       01  WS-VALID-COUNT-SW        PIC X VALUE "N".
           88 VALID-INSTALL-COUNT          VALUE "Y".
       01  WS-VALID-DUE-SW          PIC X VALUE "N".
           88 VALID-FIRST-DUE-DATE         VALUE "Y".
       01  WS-CONFIRM-SW            PIC X VALUE "N".
           88 PLAN-CONFIRMED               VALUE "Y".
       01  WS-MORE-RECORDS-SW       PIC X VALUE "Y".
           88 NO-MORE-RECORDS              VALUE "N".
       01  WS-MORE-POSTINGS-SW      PIC X VALUE "Y".
           88 NO-MORE-POSTINGS             VALUE "N".

       01  WS-LIST-LINE.
           05  WS-L-TERM-CODE       PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-INSTALL-NO      PIC Z9.
           05  FILLER               PIC X     VALUE "/".
           05  WS-L-INSTALL-COUNT   PIC 99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-DUE-DATE        PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-AMOUNT-DUE      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-AMOUNT-PAID     PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-L-STATE           PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
              WS-SIGNON-SW.
           IF NOT OPERATOR-SIGNED-ON
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           IF TRANS-CANCEL
              AND WS-AUTH-LEVEL < WS-TOP-AUTH-LEVEL
              DISPLAY "Cancelling a payment plan requires supervisor"
                 " authorization - refused."
              GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "Unable to open student master, status "
                 WS-MASTER-STATUS " - plans cannot be maintained."
              GOBACK
           END-IF.
           OPEN I-O STUDENT-ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS NOT = "00"
              DISPLAY "Unable to open student account file, status "
                 WS-ACCOUNT-STATUS " - plans cannot be maintained."
              CLOSE STUDENT-MASTER-FILE
              GOBACK
           END-IF.
           OPEN I-O INSTALLMENT-FILE.
           IF WS-PLAN-STATUS = "35"
              CLOSE INSTALLMENT-FILE
              OPEN OUTPUT INSTALLMENT-FILE
              CLOSE INSTALLMENT-FILE
              OPEN I-O INSTALLMENT-FILE
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0200-READ-PLAN-PARAMETERS.
           PERFORM 1100-GET-STUDENT-ID.
           EVALUATE TRUE
              WHEN TRANS-SET-UP
                 PERFORM 1000-SET-UP-PLAN
              WHEN TRANS-CANCEL
                 PERFORM 4000-CANCEL-PLAN
              WHEN TRANS-LIST
                 PERFORM 6000-LIST-PLANS
           END-EVALUATE.
           CLOSE INSTALLMENT-FILE.
           CLOSE STUDENT-ACCOUNT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           GOBACK.

       0100-GET-TRANSACTION-CODE.
           MOVE SPACE TO WS-TRANS-CODE.
           PERFORM UNTIL TRANS-CODE-VALID
              DISPLAY "Transaction (S)et up, (C)ancel, (L)ist: "
                 WITH NO ADVANCING
              ACCEPT WS-TRANS-CODE
              IF NOT TRANS-CODE-VALID
                 DISPLAY "Invalid transaction code - enter S, C"
                    " or L."
              END-IF
           END-PERFORM.

       0200-READ-PLAN-PARAMETERS.
           OPEN INPUT PLAN-PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
              READ PLAN-PARAMETER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PL-ENROLL-FEE NUMERIC
                       MOVE PL-ENROLL-FEE TO WS-ENROLL-FEE
                    END-IF
                    IF PL-MAX-INSTALLMENTS NUMERIC
                       AND PL-MAX-INSTALLMENTS > 1
                       MOVE PL-MAX-INSTALLMENTS
                          TO WS-MAX-INSTALLMENTS
                    END-IF
              END-READ
              CLOSE PLAN-PARAMETER-FILE
           END-IF.

       1000-SET-UP-PLAN.
           PERFORM 1300-GET-TERM-CODE.
           MOVE WS-STUDENT-ID TO IP-STUDENT-ID.
           MOVE WS-TERM-CODE  TO IP-TERM-CODE.
           MOVE 1             TO IP-INSTALL-NO.
           READ INSTALLMENT-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-PLAN-STATUS = "00"
              DISPLAY "Student " WS-STUDENT-ID " already has a plan"
                 " for term " WS-TERM-CODE " - cancel it first to"
                 " set up a new one."
           ELSE
              PERFORM 1500-TOTAL-TERM-CHARGES
              IF WS-PLAN-AMOUNT NOT > ZERO
                 DISPLAY "Nothing is owed for term " WS-TERM-CODE
                    " - no plan is needed."
              ELSE
                 DISPLAY "Amount to spread over the plan: "
                    WS-PLAN-AMOUNT
                 PERFORM 1400-GET-PLAN-TERMS
                 IF PLAN-CONFIRMED
                    PERFORM 2000-POST-PLAN-FEE
                    PERFORM 2100-WRITE-INSTALLMENTS
                    PERFORM 6000-LIST-PLANS
                 ELSE
                    DISPLAY "Plan not set up."
                 END-IF
              END-IF
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

       1400-GET-PLAN-TERMS.
           MOVE "N" TO WS-VALID-COUNT-SW.
           PERFORM UNTIL VALID-INSTALL-COUNT
              DISPLAY "Number of installments (2-"
                 WS-MAX-INSTALLMENTS "): " WITH NO ADVANCING
              ACCEPT WS-INSTALL-COUNT
              IF WS-INSTALL-COUNT NUMERIC
                 AND WS-INSTALL-COUNT > 1
                 AND WS-INSTALL-COUNT NOT > WS-MAX-INSTALLMENTS
                 MOVE "Y" TO WS-VALID-COUNT-SW
              ELSE
                 DISPLAY "Invalid number - enter 2 to "
                    WS-MAX-INSTALLMENTS "."
              END-IF
           END-PERFORM.
           *> Later installments fall due on the same day of each
           *> following month, so the first due day is held to the
           *> 28th - every month has one.
           MOVE "N" TO WS-VALID-DUE-SW.
           PERFORM UNTIL VALID-FIRST-DUE-DATE
              DISPLAY "First due date (YYYYMMDD, day 01-28): "
                 WITH NO ADVANCING
              ACCEPT WS-FIRST-DUE-DATE
              CALL "DATEVAL" USING WS-FIRST-DUE-DATE
                 WS-DATE-FUTURE-OPTION WS-DATE-VALID-SW
              EVALUATE TRUE
                 WHEN NOT DATE-IS-VALID
                    DISPLAY "Invalid date - enter a real calendar"
                       " date."
                 WHEN WS-FIRST-DUE-DAY > 28
                    DISPLAY "The due day may not be after the 28th."
                 WHEN WS-FIRST-DUE-DATE < WS-TODAY-DATE
                    DISPLAY "The first due date may not be in the"
                       " past."
                 WHEN OTHER
                    MOVE "Y" TO WS-VALID-DUE-SW
              END-EVALUATE
           END-PERFORM.
           COMPUTE WS-INSTALL-AMOUNT = WS-PLAN-AMOUNT
              / WS-INSTALL-COUNT.
           COMPUTE WS-LAST-AMOUNT = WS-PLAN-AMOUNT
              - (WS-INSTALL-AMOUNT * (WS-INSTALL-COUNT - 1)).
           DISPLAY WS-INSTALL-COUNT " monthly installments of "
              WS-INSTALL-AMOUNT " (last " WS-LAST-AMOUNT ") from "
              WS-FIRST-DUE-DATE ", plus a plan fee of "
              WS-ENROLL-FEE " with the first."
           DISPLAY "Set up this plan (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-SW.

       1500-TOTAL-TERM-CHARGES.
           *> The term's own postings carry COURSE/TERM or TYPE/TERM
           *> references - charges less credits and aid for the term
           *> is what the plan spreads. The plan cannot spread more
           *> than the account owes overall, so money already paid is
           *> not scheduled twice. An earlier plan fee for the term
           *> is not tuition and is left out.
           MOVE ZERO TO WS-TERM-CHARGES WS-ACCOUNT-BALANCE.
           MOVE SPACES TO WS-FEE-REFERENCE.
           STRING "PLAN/" DELIMITED BY SIZE
              WS-TERM-CODE DELIMITED BY SIZE
              INTO WS-FEE-REFERENCE.
           MOVE "N" TO WS-FEE-POSTED-SW.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           MOVE "Y" TO WS-MORE-POSTINGS-SW.
           MOVE WS-STUDENT-ID TO SA-STUDENT-ID.
           MOVE ZERO          TO SA-SEQUENCE.
           START STUDENT-ACCOUNT-FILE KEY IS >= SA-ACCOUNT-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-POSTINGS-SW
           END-START.
           PERFORM UNTIL NO-MORE-POSTINGS
              READ STUDENT-ACCOUNT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-POSTINGS-SW
                 NOT AT END
                    IF SA-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-POSTINGS-SW
                    ELSE
                       MOVE SA-SEQUENCE TO WS-NEXT-SEQUENCE
                       PERFORM 1550-TALLY-ONE-POSTING
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-TERM-CHARGES TO WS-PLAN-AMOUNT.
           IF WS-ACCOUNT-BALANCE < WS-PLAN-AMOUNT
              MOVE WS-ACCOUNT-BALANCE TO WS-PLAN-AMOUNT
           END-IF.

       1550-TALLY-ONE-POSTING.
           IF SA-CHARGE
              ADD SA-AMOUNT TO WS-ACCOUNT-BALANCE
           ELSE
              SUBTRACT SA-AMOUNT FROM WS-ACCOUNT-BALANCE
           END-IF.
           EVALUATE TRUE
              WHEN SA-REFERENCE = WS-FEE-REFERENCE
                 MOVE "Y" TO WS-FEE-POSTED-SW
              WHEN SA-REFERENCE (5:1) NOT = "/"
                 OR SA-REFERENCE (6:6) NOT = WS-TERM-CODE
                 CONTINUE
              WHEN SA-CHARGE
                 ADD SA-AMOUNT TO WS-TERM-CHARGES
              WHEN SA-CREDIT OR SA-AID-CREDIT
                 SUBTRACT SA-AMOUNT FROM WS-TERM-CHARGES
           END-EVALUATE.

       2000-POST-PLAN-FEE.
           *> One plan fee per student per term - a plan cancelled
           *> and set up again is not charged a second time.
           MOVE ZERO TO WS-FEE-CHARGED.
           IF FEE-ALREADY-POSTED OR WS-ENROLL-FEE = ZERO
              DISPLAY "Plan fee for term " WS-TERM-CODE
                 " not charged again."
           ELSE
              ADD 1 TO WS-NEXT-SEQUENCE
              MOVE WS-STUDENT-ID    TO SA-STUDENT-ID
              MOVE WS-NEXT-SEQUENCE TO SA-SEQUENCE
              MOVE WS-TODAY-DATE    TO SA-TRANS-DATE
              MOVE "C"              TO SA-TRANS-TYPE
              MOVE WS-FEE-REFERENCE TO SA-REFERENCE
              MOVE WS-ENROLL-FEE    TO SA-AMOUNT
              WRITE STUDENT-ACCOUNT-RECORD
              IF WS-ACCOUNT-STATUS NOT = "00"
                 DISPLAY "Unable to charge the plan fee, status "
                    WS-ACCOUNT-STATUS
              ELSE
                 MOVE WS-ENROLL-FEE TO WS-FEE-CHARGED
              END-IF
           END-IF.

       2100-WRITE-INSTALLMENTS.
           MOVE WS-FIRST-DUE-DATE TO WS-DUE-DATE.
           PERFORM VARYING WS-INSTALL-NO FROM 1 BY 1
                 UNTIL WS-INSTALL-NO > WS-INSTALL-COUNT
              INITIALIZE INSTALLMENT-RECORD
              MOVE WS-STUDENT-ID    TO IP-STUDENT-ID
              MOVE WS-TERM-CODE     TO IP-TERM-CODE
              MOVE WS-INSTALL-NO    TO IP-INSTALL-NO
              MOVE WS-INSTALL-COUNT TO IP-INSTALL-COUNT
              MOVE WS-DUE-DATE      TO IP-DUE-DATE
              EVALUATE WS-INSTALL-NO
                 WHEN 1
                    COMPUTE IP-AMOUNT-DUE =
                       WS-INSTALL-AMOUNT + WS-FEE-CHARGED
                 WHEN WS-INSTALL-COUNT
                    MOVE WS-LAST-AMOUNT TO IP-AMOUNT-DUE
                 WHEN OTHER
                    MOVE WS-INSTALL-AMOUNT TO IP-AMOUNT-DUE
              END-EVALUATE
              MOVE ZERO           TO IP-AMOUNT-PAID IP-PAID-DATE
                                     IP-REMINDED-DATE
              MOVE "O"            TO IP-STATUS
              MOVE WS-TODAY-DATE  TO IP-SET-UP-DATE
              MOVE WS-OPERATOR-ID TO IP-SET-UP-BY
              WRITE INSTALLMENT-RECORD
              IF WS-PLAN-STATUS NOT = "00"
                 DISPLAY "Unable to save installment " WS-INSTALL-NO
                    ", status " WS-PLAN-STATUS
              END-IF
              PERFORM 2150-NEXT-DUE-DATE
           END-PERFORM.

       2150-NEXT-DUE-DATE.
           IF WS-DUE-MONTH = 12
              MOVE 1 TO WS-DUE-MONTH
              ADD 1 TO WS-DUE-YEAR
           ELSE
              ADD 1 TO WS-DUE-MONTH
           END-IF.

       4000-CANCEL-PLAN.
           *> The installment records come off; what was paid stays
           *> on the account ledger and the balance is due as before.
           PERFORM 1300-GET-TERM-CODE.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO IP-STUDENT-ID.
           MOVE WS-TERM-CODE  TO IP-TERM-CODE.
           MOVE ZERO          TO IP-INSTALL-NO.
           START INSTALLMENT-FILE KEY IS >= IP-PLAN-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ INSTALLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF IP-STUDENT-ID NOT = WS-STUDENT-ID
                       OR IP-TERM-CODE NOT = WS-TERM-CODE
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       DELETE INSTALLMENT-FILE
                       IF WS-PLAN-STATUS = "00"
                          ADD 1 TO WS-PLAN-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-PLAN-COUNT = ZERO
              DISPLAY "No plan on file for student " WS-STUDENT-ID
                 " in term " WS-TERM-CODE " - nothing cancelled."
           ELSE
              DISPLAY "Plan for term " WS-TERM-CODE " cancelled - "
                 WS-PLAN-COUNT " installment(s) removed."
           END-IF.

       6000-LIST-PLANS.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE "Y" TO WS-MORE-RECORDS-SW.
           MOVE WS-STUDENT-ID TO IP-STUDENT-ID.
           MOVE SPACES        TO IP-TERM-CODE.
           MOVE ZERO          TO IP-INSTALL-NO.
           START INSTALLMENT-FILE KEY IS >= IP-PLAN-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-RECORDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
              READ INSTALLMENT-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-RECORDS-SW
                 NOT AT END
                    IF IP-STUDENT-ID NOT = WS-STUDENT-ID
                       MOVE "N" TO WS-MORE-RECORDS-SW
                    ELSE
                       ADD 1 TO WS-PLAN-COUNT
                       PERFORM 6100-DISPLAY-LIST-LINE
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-PLAN-COUNT = ZERO
              DISPLAY "Student " WS-STUDENT-ID " has no payment"
                 " plans on file."
           END-IF.

       6100-DISPLAY-LIST-LINE.
           MOVE IP-TERM-CODE     TO WS-L-TERM-CODE.
           MOVE IP-INSTALL-NO    TO WS-L-INSTALL-NO.
           MOVE IP-INSTALL-COUNT TO WS-L-INSTALL-COUNT.
           MOVE IP-DUE-DATE      TO WS-L-DUE-DATE.
           MOVE IP-AMOUNT-DUE    TO WS-L-AMOUNT-DUE.
           MOVE IP-AMOUNT-PAID   TO WS-L-AMOUNT-PAID.
           EVALUATE TRUE
              WHEN IP-INSTALL-PAID
                 MOVE "PAID"   TO WS-L-STATE
              WHEN IP-INSTALL-MISSED
                 MOVE "MISSED" TO WS-L-STATE
              WHEN OTHER
                 MOVE "OPEN"   TO WS-L-STATE
           END-EVALUATE.
           DISPLAY WS-LIST-LINE.
