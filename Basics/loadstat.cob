       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADSTAT.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED TERM LOAD STATUS ROUTINE. GIVEN A
      * STUDENT'S CREDIT HOURS FOR A TERM, RETURNS THE LOAD STATUS -
      * F(ULL-TIME), H(ALF-TIME) OR L(ESS THAN HALF-TIME) - WITH ITS
      * PRINTABLE DESCRIPTION, AND THE MAXIMUM LOAD A STUDENT MAY
      * CARRY WITHOUT AN OVERLOAD APPROVAL. THE THRESHOLDS COME OFF
      * THE LOADLIM.DAT CARD; WITH NO CARD ON HAND 12 HOURS IS
      * FULL-TIME, 6 IS HALF-TIME AND 18 IS THE MAXIMUM, SO EVERY
      * PROGRAM REPORTING A LOAD STATUS AGREES ON IT.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-LIMIT-FILE ASSIGN TO "LOADLIM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-LIMIT-FILE.
       COPY LOADLIM.

       WORKING-STORAGE SECTION.
       01  WS-LIMIT-STATUS          PIC XX VALUE SPACES.
       01  WS-FULL-TIME-HOURS       PIC 9(2) VALUE 12.
       01  WS-HALF-TIME-HOURS       PIC 9(2) VALUE 6.
       01  WS-MAX-LOAD-HOURS        PIC 9(2) VALUE 18.

       LINKAGE SECTION.
       01  LK-CREDIT-HOURS          PIC 9(3).
       01  LK-LOAD-STATUS           PIC X.
           88  LK-LOAD-FULL-TIME         VALUE "F".
           88  LK-LOAD-HALF-TIME         VALUE "H".
           88  LK-LOAD-LESS-THAN-HALF    VALUE "L".
       01  LK-LOAD-DESC             PIC X(20).
       01  LK-MAX-LOAD-HOURS        PIC 9(2).

       PROCEDURE DIVISION USING LK-CREDIT-HOURS LK-LOAD-STATUS
             LK-LOAD-DESC LK-MAX-LOAD-HOURS.
       0000-MAIN.
           PERFORM 1000-READ-LOAD-LIMITS.
           EVALUATE TRUE
              WHEN LK-CREDIT-HOURS >= WS-FULL-TIME-HOURS
                 MOVE "F" TO LK-LOAD-STATUS
                 MOVE "FULL-TIME" TO LK-LOAD-DESC
              WHEN LK-CREDIT-HOURS >= WS-HALF-TIME-HOURS
                 MOVE "H" TO LK-LOAD-STATUS
                 MOVE "HALF-TIME" TO LK-LOAD-DESC
              WHEN OTHER
                 MOVE "L" TO LK-LOAD-STATUS
                 MOVE "LESS THAN HALF-TIME" TO LK-LOAD-DESC
           END-EVALUATE.
           MOVE WS-MAX-LOAD-HOURS TO LK-MAX-LOAD-HOURS.
           GOBACK.

       1000-READ-LOAD-LIMITS.
           *> A blank or non-numeric figure on the card leaves the
           *> shipped fallback for that figure in place.
           OPEN INPUT LOAD-LIMIT-FILE.
           IF WS-LIMIT-STATUS = "00"
              READ LOAD-LIMIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LL-FULL-TIME-HOURS NUMERIC
                       AND LL-FULL-TIME-HOURS NOT = ZERO
                       MOVE LL-FULL-TIME-HOURS TO WS-FULL-TIME-HOURS
                    END-IF
                    IF LL-HALF-TIME-HOURS NUMERIC
                       AND LL-HALF-TIME-HOURS NOT = ZERO
                       MOVE LL-HALF-TIME-HOURS TO WS-HALF-TIME-HOURS
                    END-IF
                    IF LL-MAX-LOAD-HOURS NUMERIC
                       AND LL-MAX-LOAD-HOURS NOT = ZERO
                       MOVE LL-MAX-LOAD-HOURS TO WS-MAX-LOAD-HOURS
                    END-IF
              END-READ
              CLOSE LOAD-LIMIT-FILE
           END-IF.
