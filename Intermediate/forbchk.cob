       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED FORBEARANCE CHECK, IN THE STYLE OF
      * HOLDCHK. GIVEN A PORTFOLIO ACCOUNT AND A DATE, IT LOOKS
      * THROUGH THE ACCOUNT'S PERIODS ON FORBEAR.DAT AND RETURNS
      * "Y" WHEN THE DATE FALLS INSIDE ONE THAT HAS NOT BEEN
      * CANCELLED, WITH THE PERIOD'S TYPE, END DATE AND WHETHER
      * INTEREST CONTINUES TO ACCRUE DURING IT - SO THE ACCRUAL,
      * BILLING AND COLLECTIONS RUNS ALL AGREE ON WHO IS IN
      * FORBEARANCE. WITH NO FORBEARANCE FILE ON HAND NO ACCOUNT
      * IS IN A PERIOD.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBEARANCE-FILE ASSIGN TO "FORBEAR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FB-FORB-KEY
              FILE STATUS IS WS-FORB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBEARANCE-FILE.
       COPY FORBREC.

       WORKING-STORAGE SECTION.
       01  WS-FORB-STATUS           PIC XX VALUE SPACES.
       01  WS-MORE-PERIODS-SW       PIC X VALUE "Y".
           88  NO-MORE-PERIODS           VALUE "N".

       LINKAGE SECTION.
       01  LK-ACCOUNT-ID            PIC 9(6).
       01  LK-AS-OF-DATE            PIC 9(8).
       01  LK-FORB-SW               PIC X.
           88  LK-IN-FORBEARANCE         VALUE "Y".
       01  LK-ACCRUE-SW             PIC X.
           88  LK-INTEREST-ACCRUES       VALUE "Y".
       01  LK-FORB-TYPE             PIC X.
       01  LK-FORB-END-DATE         PIC 9(8).

       PROCEDURE DIVISION USING LK-ACCOUNT-ID LK-AS-OF-DATE
             LK-FORB-SW LK-ACCRUE-SW LK-FORB-TYPE LK-FORB-END-DATE.
       0000-MAIN.
           MOVE "N"   TO LK-FORB-SW.
           MOVE "Y"   TO LK-ACCRUE-SW.
           MOVE SPACE TO LK-FORB-TYPE.
           MOVE ZERO  TO LK-FORB-END-DATE.
           OPEN INPUT FORBEARANCE-FILE.
           IF WS-FORB-STATUS NOT = "00"
              GOBACK
           END-IF.
           MOVE "Y" TO WS-MORE-PERIODS-SW.
           MOVE LK-ACCOUNT-ID TO FB-ACCOUNT-ID.
           MOVE ZERO          TO FB-START-DATE.
           START FORBEARANCE-FILE KEY IS >= FB-FORB-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-PERIODS-SW
           END-START.
           PERFORM UNTIL NO-MORE-PERIODS OR LK-IN-FORBEARANCE
              READ FORBEARANCE-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-PERIODS-SW
                 NOT AT END
                    *> Periods come back in start-date order, so
                    *> one starting after the date ends the search.
                    IF FB-ACCOUNT-ID NOT = LK-ACCOUNT-ID
                       OR FB-START-DATE > LK-AS-OF-DATE
                       MOVE "N" TO WS-MORE-PERIODS-SW
                    ELSE
                       IF NOT FB-STATUS-CANCELLED
                          AND FB-END-DATE >= LK-AS-OF-DATE
                          MOVE "Y"            TO LK-FORB-SW
                          MOVE FB-ACCRUE-FLAG TO LK-ACCRUE-SW
                          MOVE FB-TYPE        TO LK-FORB-TYPE
                          MOVE FB-END-DATE    TO LK-FORB-END-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FORBEARANCE-FILE.
           GOBACK.
