       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOOK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED PRODUCT RULES LOOKUP, IN THE STYLE OF
      * RATELOOK. GIVEN A LOAN PRODUCT CODE IT RETURNS THE RULES IN
      * FORCE FOR THAT PRODUCT FROM THE PRODUCT MASTER - LIMITS,
      * DAY COUNT, CAPITALIZATION, FEES, GRACE DAYS, PAYMENT
      * ALLOCATION ORDER AND WHETHER IT IS OPEN FOR NEW BUSINESS.
      * A PRODUCT NOT ON THE MASTER, OR WHOSE FIRST RULES ARE STILL
      * AWAITING THEIR CHECKER, COMES BACK NOT FOUND; A CHANGE
      * AWAITING ITS CHECKER IS NEVER RETURNED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PM-PRODUCT-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
       COPY PRODMAST.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-STATUS     PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PRODUCT-CODE       PIC X(4).
       COPY PRODRULE.
       01  LK-FOUND-SW           PIC X.
           88  LK-PRODUCT-FOUND       VALUE "Y".

       PROCEDURE DIVISION USING LK-PRODUCT-CODE PRODUCT-RULES
             LK-FOUND-SW.
       0000-MAIN.
           MOVE "N" TO LK-FOUND-SW.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PRODUCT-STATUS NOT = "00"
              GOBACK
           END-IF.
           MOVE LK-PRODUCT-CODE TO PM-PRODUCT-CODE.
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PM-IN-FORCE
                    MOVE PM-LIVE-RULES TO PRODUCT-RULES
                    MOVE "Y" TO LK-FOUND-SW
                 END-IF
           END-READ.
           CLOSE PRODUCT-MASTER-FILE.
           GOBACK.
