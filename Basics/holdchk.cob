       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.
       AUTHOR. Manuel Gomes Rosmaninho.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
      ****************************************************************
      * DESCRIPTION: SHARED STUDENT HOLD CHECK, CALLED BY EVERY
      * PROGRAM THAT PROVIDES A SERVICE A HOLD CAN BLOCK - E(NROLL),
      * T(RANSCRIPT), L(ETTER), G(RADUATION). LOOKS THROUGH THE
      * STUDENT'S HOLDS ON HOLDS.DAT AND RETURNS "Y" WITH THE TYPE
      * AND OFFICE OF THE FIRST ACTIVE HOLD THAT BLOCKS THE SERVICE,
      * SO THE CALLER CAN TELL THE STUDENT WHICH OFFICE TO SEE. WITH
      * NO HOLDS FILE ON HAND NOTHING IS BLOCKED.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HD-HOLD-KEY
              FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS           PIC XX VALUE SPACES.
       01  WS-MORE-HOLDS-SW         PIC X VALUE "Y".
           88  NO-MORE-HOLDS             VALUE "N".

       LINKAGE SECTION.
       01  LK-STUDENT-ID            PIC 9(6).
       01  LK-SERVICE               PIC X.
           88  LK-SERVICE-ENROLL         VALUE "E".
           88  LK-SERVICE-TRANSCRIPT     VALUE "T".
           88  LK-SERVICE-LETTER         VALUE "L".
           88  LK-SERVICE-GRADUATION     VALUE "G".
       01  LK-HOLD-SW               PIC X.
           88  LK-SERVICE-BLOCKED        VALUE "Y".
       01  LK-HOLD-TYPE             PIC X(4).
       01  LK-HOLD-OFFICE           PIC X(10).

       PROCEDURE DIVISION USING LK-STUDENT-ID LK-SERVICE LK-HOLD-SW
             LK-HOLD-TYPE LK-HOLD-OFFICE.
       0000-MAIN.
           MOVE "N" TO LK-HOLD-SW.
           MOVE SPACES TO LK-HOLD-TYPE LK-HOLD-OFFICE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
              GOBACK
           END-IF.
           MOVE "Y" TO WS-MORE-HOLDS-SW.
           MOVE LK-STUDENT-ID TO HD-STUDENT-ID.
           MOVE ZERO          TO HD-SEQUENCE.
           START HOLD-FILE KEY IS >= HD-HOLD-KEY
              INVALID KEY
                 MOVE "N" TO WS-MORE-HOLDS-SW
           END-START.
           PERFORM UNTIL NO-MORE-HOLDS OR LK-SERVICE-BLOCKED
              READ HOLD-FILE NEXT RECORD
                 AT END
                    MOVE "N" TO WS-MORE-HOLDS-SW
                 NOT AT END
                    IF HD-STUDENT-ID NOT = LK-STUDENT-ID
                       MOVE "N" TO WS-MORE-HOLDS-SW
                    ELSE
                       IF HD-HOLD-ACTIVE
                          PERFORM 1000-CHECK-ONE-HOLD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           GOBACK.

       1000-CHECK-ONE-HOLD.
           IF (LK-SERVICE-ENROLL AND HD-BLOCKS-ENROLLMENT)
              OR (LK-SERVICE-TRANSCRIPT AND HD-BLOCKS-TRANSCRIPT)
              OR (LK-SERVICE-LETTER AND HD-BLOCKS-LETTER)
              OR (LK-SERVICE-GRADUATION AND HD-BLOCKS-GRADUATION)
              MOVE "Y"          TO LK-HOLD-SW
              MOVE HD-HOLD-TYPE TO LK-HOLD-TYPE
              MOVE HD-OFFICE    TO LK-HOLD-OFFICE
           END-IF.
