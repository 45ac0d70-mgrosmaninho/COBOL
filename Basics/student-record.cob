      *            CREDIT) AND THE REFUND BASE NETS OUT CREDITS
      *            ALREADY POSTED AGAINST THE TERM'S CHARGES, SO A
      *            CANCELLED COURSE IS NOT REFUNDED A SECOND TIME.
      * 15/10/26 - THE REFUND BASE ALSO NETS OUT FINANCIAL AID
      *            APPLIED TO THE TERM BY TUITION-BILL, SO AID IS
      *            NOT PAID OUT TO THE STUDENT AS A REFUND.
      * 15/10/26 - THE PRIMARY-COURSE ENROLLMENT IS FILED IN SECTION
      *            01 OF THE COURSE (STUDENT-ENROLL MOVES A STUDENT
      *            TO ANOTHER SECTION), AND A SEAT FREED BY A COURSE
      *            CHANGE OR DELETE PROMOTES FROM THE WAITLIST OF
      *            THE SECTION THE STUDENT SAT IN.
      * 15/10/26 - THE PAYMENT PLAN ENROLLMENT FEE (A "PLAN/" CHARGE
      *            FOR THE TERM) IS LEFT OUT OF THE REFUND BASE - IT
      *            IS A FEE FOR THE PLAN, NOT TUITION.
      * 15/10/26 - THE TRANSACTION IS NOW CHECKED AGAINST THE
      *            ACCESS-CONTROL FILE THROUGH THE SHARED ACCCHK
      *            ROUTINE (ADD, CHANGE - WHICH COVERS WITHDRAW,
      *            GRADUATE AND BAD ADDRESS - OR DELETE) BEFORE IT
      *            IS ALLOWED. UNTIL THE ACCESS-CONTROL FILE IS SET
      *            UP A DELETE STILL NEEDS A LEVEL-2 SIGN-ON.
      *********************************************************

       ENVIRONMENT DIVISION. *> Section for the program’s environment.
           05  WS-FREED-ENTRY OCCURS 20 TIMES.
               10  WS-FREED-COURSE  PIC X(4).
               10  WS-FREED-TERM    PIC X(6).
               10  WS-FREED-SECTION PIC 9(2).
       01  WS-PROMO-COURSE          PIC X(4) VALUE SPACES.
       01  WS-PROMO-TERM            PIC X(6) VALUE SPACES.
       01  WS-PROMO-SECTION         PIC 9(2) VALUE ZERO.

       01  WS-NOTIFY-DETAIL.
           05  FILLER               PIC X(9)  VALUE "PROMOTED ".
           05  WS-N-STUDENT-ID      PIC 9(6).
           05  FILLER               PIC X(9)  VALUE " ONTO    ".
           05  WS-N-COURSE-CODE     PIC X(4).
           05  FILLER               PIC X(5)  VALUE " SEC ".
           05  WS-N-SECTION-NO      PIC 9(2).
           05  FILLER               PIC X(6)  VALUE " TERM ".
           05  WS-N-TERM-CODE       PIC X(6).
           05  FILLER               PIC X(14) VALUE " FROM WAITLIST".
       01  WS-AUTH-LEVEL            PIC 9 VALUE ZERO.
       01  WS-SIGNON-SW             PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON           VALUE "Y".
       01  WS-ACCESS-PROGRAM        PIC X(30) VALUE "STUDENT-RECORD".
       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88 ACCESS-REFUSED               VALUE "N".
           88 ACCESS-NO-TABLE              VALUE "U".
       01  WS-LOCK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOCK-HELD-SW          PIC X VALUE "N".
           88 LOCK-ACQUIRED                VALUE "Y".
              GOBACK
           END-IF.
           PERFORM 0100-GET-TRANSACTION-CODE.
           PERFORM 0150-CHECK-ACCESS.
           IF ACCESS-REFUSED
              DISPLAY "You are not permitted to "
                 WS-ACCESS-FUNCTION " in STUDENT-RECORD -"
                 " transaction refused."
              PERFORM 0900-RELEASE-MASTER-LOCK
              GOBACK
           END-IF.
           IF ACCESS-NO-TABLE AND TRANS-DELETE AND WS-AUTH-LEVEL < 2
              DISPLAY "Deletes require supervisor authorization -"
                 " transaction refused."
              PERFORM 0900-RELEASE-MASTER-LOCK
              END-IF
           END-PERFORM.

       0150-CHECK-ACCESS.
           *> Withdraw, graduate and bad address are changes to the
           *> student's record.
           EVALUATE TRUE
              WHEN TRANS-ADD
                 MOVE "ADD"    TO WS-ACCESS-FUNCTION
              WHEN TRANS-DELETE
                 MOVE "DELETE" TO WS-ACCESS-FUNCTION
              WHEN OTHER
                 MOVE "CHANGE" TO WS-ACCESS-FUNCTION
           END-EVALUATE.
           CALL "ACCCHK" USING WS-OPERATOR-ID WS-ACCESS-PROGRAM
              WS-ACCESS-FUNCTION WS-ACCESS-SW.

       1000-ADD-STUDENT-RECORD.
           PERFORM 1150-GET-NEW-STUDENT-ID.
           *> Display a prompt and accept the student's forename.
           MOVE STUDENT-ID   TO EN-STUDENT-ID.
           MOVE COURSE-CODE  TO EN-COURSE-CODE.
           MOVE WS-TERM-CODE TO EN-TERM-CODE.
           MOVE 1            TO EN-SECTION-NO.
           ACCEPT EN-ENROLL-DATE FROM DATE YYYYMMDD.
           WRITE ENROLLMENT-RECORD.
           IF WS-ENROLL-STATUS NOT = "00"
                                WS-FREED-COURSE (WS-FREED-TOTAL)
                             MOVE EN-TERM-CODE TO
                                WS-FREED-TERM (WS-FREED-TOTAL)
                             MOVE EN-SECTION-NO TO
                                WS-FREED-SECTION (WS-FREED-TOTAL)
                          END-IF
                       END-IF
                    END-IF
                 UNTIL WS-FREED-IDX > WS-FREED-TOTAL
              MOVE WS-FREED-COURSE (WS-FREED-IDX) TO WS-PROMO-COURSE
              MOVE WS-FREED-TERM (WS-FREED-IDX)   TO WS-PROMO-TERM
              MOVE WS-FREED-SECTION (WS-FREED-IDX)
                 TO WS-PROMO-SECTION
              PERFORM 6000-PROMOTE-FROM-WAITLIST
           END-PERFORM.

                                WS-FREED-COURSE (WS-FREED-TOTAL)
                             MOVE EN-TERM-CODE TO
                                WS-FREED-TERM (WS-FREED-TOTAL)
                             MOVE EN-SECTION-NO TO
                                WS-FREED-SECTION (WS-FREED-TOTAL)
                          END-IF
                       END-IF
                    END-IF
                 UNTIL WS-FREED-IDX > WS-FREED-TOTAL
              MOVE WS-FREED-COURSE (WS-FREED-IDX) TO WS-PROMO-COURSE
              MOVE WS-FREED-TERM (WS-FREED-IDX)   TO WS-PROMO-TERM
              MOVE WS-FREED-SECTION (WS-FREED-IDX)
                 TO WS-PROMO-SECTION
              PERFORM 6000-PROMOTE-FROM-WAITLIST
           END-PERFORM.

       6000-PROMOTE-FROM-WAITLIST.
           *> A seat has just been freed in section WS-PROMO-SECTION
           *> of WS-PROMO-COURSE for WS-PROMO-TERM - promote the
           *> first student in that section's line, file
           *> the enrollment for them, and print a notification line
           *> so the office can tell them, the same promotion
           *> STUDENT-ENROLL does when a drop frees a seat.
           MOVE "Y" TO WS-MORE-WAITS-SW.
           MOVE WS-PROMO-COURSE TO WL-COURSE-CODE.
           MOVE WS-PROMO-TERM   TO WL-TERM-CODE.
           MOVE WS-PROMO-SECTION TO WL-SECTION-NO.
           MOVE ZERO            TO WL-SEQUENCE.
           START WAITLIST-FILE KEY IS >= WL-WAIT-KEY
              INVALID KEY
                 NOT AT END
                    IF WL-COURSE-CODE = WS-PROMO-COURSE
                       AND WL-TERM-CODE = WS-PROMO-TERM
                       AND WL-SECTION-NO = WS-PROMO-SECTION
                       PERFORM 6100-ENROLL-PROMOTED-STUDENT
                    ELSE
                       MOVE "N" TO WS-MORE-WAITS-SW
           MOVE WL-STUDENT-ID  TO EN-STUDENT-ID.
           MOVE WL-COURSE-CODE TO EN-COURSE-CODE.
           MOVE WL-TERM-CODE   TO EN-TERM-CODE.
           MOVE WL-SECTION-NO  TO EN-SECTION-NO.
           ACCEPT EN-ENROLL-DATE FROM DATE YYYYMMDD.
           WRITE ENROLLMENT-RECORD.
           EVALUATE WS-ENROLL-STATUS
                 MOVE "Y" TO WS-PROMOTED-SW
                 DISPLAY "Student " WL-STUDENT-ID
                    " promoted from the waitlist onto "
                    WL-COURSE-CODE " section " WL-SECTION-NO
                    " term " WL-TERM-CODE "."
                 PERFORM 6200-WRITE-PROMOTION-NOTICE
                 DELETE WAITLIST-FILE
                 IF WS-WAIT-STATUS NOT = "00"
           END-IF.
           MOVE WL-STUDENT-ID  TO WS-N-STUDENT-ID.
           MOVE WL-COURSE-CODE TO WS-N-COURSE-CODE.
           MOVE WL-SECTION-NO  TO WS-N-SECTION-NO.
           MOVE WL-TERM-CODE   TO WS-N-TERM-CODE.
           ACCEPT WS-N-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOTIFY-DETAIL TO NOTIFY-LINE.
       7700-SUM-TERM-CHARGES.
           *> The refund base is the term's tuition charges NET of
           *> any credits already posted against them (a cancelled
           *> course's money must not come back twice) and of any
           *> aid applied to the term, matched on
           *> the term carried in the reference the way
           *> TUITION-BILL files it (COURSE/TERM). The same scan
           *> finds the next free sequence number for the credit
                          MOVE SA-SEQUENCE TO WS-NEXT-ACCT-SEQ
                          IF SA-REFERENCE (6:6) = WS-WITHDRAW-TERM
                             IF SA-CHARGE
                                AND SA-REFERENCE (1:5) NOT = "PLAN/"
                                ADD SA-AMOUNT TO WS-TERM-CHARGES
                             END-IF
                             IF SA-CREDIT
                                      TO WS-REFUND-POSTED-SW
                                END-IF
                             END-IF
                             IF SA-AID-CREDIT
                                SUBTRACT SA-AMOUNT
                                   FROM WS-TERM-CHARGES
                             END-IF
                          END-IF
                       END-IF
                 END-READ
