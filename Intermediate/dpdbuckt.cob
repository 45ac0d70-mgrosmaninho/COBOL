       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPDBUCKT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED DAYS-PAST-DUE BUCKET ROUTINE, IN THE
      * STYLE OF FORBCHK. GIVEN A PORTFOLIO ACCOUNT, ITS LAST
      * POSTED PAYMENT DATE AND AN AS-OF DATE, IT RETURNS THE DAYS
      * SINCE THAT PAYMENT AND THE DELINQUENCY BUCKET - 0 CURRENT,
      * 1 30 DAYS, 2 60 DAYS, 3 90-PLUS - WITH ITS PRINTED LABEL.
      * AN ACCOUNT WITH NO PAYMENT EVER POSTED IS 90-PLUS; AN
      * ACCOUNT IN A FORBEARANCE OR DEFERMENT PERIOD ON THE DATE
      * (ASKED OF FORBCHK) OWES NO INSTALLMENT AND IS CURRENT, AND
      * THE PERIOD TYPE COMES BACK SO THE CALLER CAN FLAG IT. THE
      * AGING REPORT AND THE CREDIT BUREAU FILE BOTH BUCKET THROUGH
      * HERE SO THE TWO NEVER DISAGREE ABOUT AN ACCOUNT.
      ****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FORB-SW               PIC X VALUE "N".
           88  IN-FORBEARANCE            VALUE "Y".
       01  WS-FORB-ACCRUE-SW        PIC X VALUE "Y".
       01  WS-FORB-END-DATE         PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-ACCOUNT-ID            PIC 9(6).
       01  LK-LAST-PAYMENT-DATE     PIC 9(8).
       01  LK-AS-OF-DATE            PIC 9(8).
       01  LK-DAYS-SINCE            PIC S9(5).
       01  LK-BUCKET                PIC 9.
           88  LK-BUCKET-CURRENT         VALUE 0.
           88  LK-BUCKET-30              VALUE 1.
           88  LK-BUCKET-60              VALUE 2.
           88  LK-BUCKET-90-PLUS         VALUE 3.
       01  LK-BUCKET-LABEL          PIC X(8).
       01  LK-FORB-TYPE             PIC X.

       PROCEDURE DIVISION USING LK-ACCOUNT-ID LK-LAST-PAYMENT-DATE
             LK-AS-OF-DATE LK-DAYS-SINCE LK-BUCKET LK-BUCKET-LABEL
             LK-FORB-TYPE.
       0000-MAIN.
           IF LK-LAST-PAYMENT-DATE = ZERO
              MOVE 999 TO LK-DAYS-SINCE
           ELSE
              COMPUTE LK-DAYS-SINCE =
                 FUNCTION INTEGER-OF-DATE (LK-AS-OF-DATE)
                 - FUNCTION INTEGER-OF-DATE (LK-LAST-PAYMENT-DATE)
           END-IF.
           *> No installment is owed during a forbearance or
           *> deferment period, so the account ages as current.
           CALL "FORBCHK" USING LK-ACCOUNT-ID LK-AS-OF-DATE
              WS-FORB-SW WS-FORB-ACCRUE-SW LK-FORB-TYPE
              WS-FORB-END-DATE.
           IF IN-FORBEARANCE
              MOVE ZERO TO LK-DAYS-SINCE
           END-IF.
           EVALUATE TRUE
              WHEN LK-DAYS-SINCE < 30
                 MOVE 0 TO LK-BUCKET
                 MOVE "CURRENT" TO LK-BUCKET-LABEL
              WHEN LK-DAYS-SINCE < 60
                 MOVE 1 TO LK-BUCKET
                 MOVE "30 DAYS" TO LK-BUCKET-LABEL
              WHEN LK-DAYS-SINCE < 90
                 MOVE 2 TO LK-BUCKET
                 MOVE "60 DAYS" TO LK-BUCKET-LABEL
              WHEN OTHER
                 MOVE 3 TO LK-BUCKET
                 MOVE "90+ DAYS" TO LK-BUCKET-LABEL
           END-EVALUATE.
           GOBACK.
