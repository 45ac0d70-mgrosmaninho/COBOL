      * FINISHES - SO THE TERMINAL SESSION STARTS IN ONE PLACE AND
      * THE STRAY ROOT-DIRECTORY VARIANTS STOP GETTING RUN BY
      * ACCIDENT. EACH PROGRAM IS CANCELLED AFTER IT RETURNS SO THE
      * NEXT INVOCATION STARTS FRESH. ONLY THE FUNCTIONS THE
      * ACCESS-CONTROL FILE GRANTS THE OPERATOR ARE OFFERED, CHECKED
      * THROUGH THE SHARED ACCCHK ROUTINE; UNTIL THAT FILE IS SET UP
      * EVERY FUNCTION IS OFFERED AND EACH PROGRAM KEEPS ITS OWN
      * AUTHORIZATION-LEVEL RULES.
      *********************************************************

       ENVIRONMENT DIVISION.
       01  WS-DONE-SW               PIC X VALUE "N".
           88 SESSION-DONE                 VALUE "Y".

      *> One entry per menu option, in option-number order: the
      *> text shown and the program it runs.
       01  WS-MENU-VALUES.
           05  FILLER PIC X(34) VALUE "Student record maintenance".
           05  FILLER PIC X(30) VALUE "STUDENT-RECORD".
           05  FILLER PIC X(34) VALUE "Student inquiry".
           05  FILLER PIC X(30) VALUE "STUDENT-INQUIRY".
           05  FILLER PIC X(34) VALUE "Course enrollment / drop".
           05  FILLER PIC X(30) VALUE "STUDENT-ENROLL".
           05  FILLER PIC X(34) VALUE "Course catalog maintenance".
           05  FILLER PIC X(30) VALUE "COURSE-MAINT".
           05  FILLER PIC X(34) VALUE "Grade entry".
           05  FILLER PIC X(30) VALUE "GRADE-ENTRY".
           05  FILLER PIC X(34) VALUE "Student correspondence form".
           05  FILLER PIC X(30) VALUE "TEXT-FORM".
           05  FILLER PIC X(34) VALUE "Loan quotes and booking".
           05  FILLER PIC X(30) VALUE "INTEREST-RATE".
           05  FILLER PIC X(34) VALUE "Loan portfolio maintenance".
           05  FILLER PIC X(30) VALUE "PORTFOL-MAINT".
           05  FILLER PIC X(34) VALUE "Interest rate maintenance".
           05  FILLER PIC X(30) VALUE "RATE-MAINT".
           05  FILLER PIC X(34) VALUE "Desk calculator".
           05  FILLER PIC X(30) VALUE "IF-STATEMENT-CALCULATOR".
           05  FILLER PIC X(34) VALUE "Celsius to Fahrenheit".
           05  FILLER PIC X(30) VALUE "CELSIUS-TO-FAHRENHEIT".
           05  FILLER PIC X(34) VALUE "Term calendar maintenance".
           05  FILLER PIC X(30) VALUE "TERM-MAINT".
           05  FILLER PIC X(34) VALUE "Instructor maintenance".
           05  FILLER PIC X(30) VALUE "INSTRUCTOR-MAINT".
           05  FILLER PIC X(34) VALUE "Enrollment verification letter".
           05  FILLER PIC X(30) VALUE "ENROLL-VERIFY".
           05  FILLER PIC X(34) VALUE "Letter template maintenance".
           05  FILLER PIC X(30) VALUE "LETTER-MAINT".
           05  FILLER PIC X(34) VALUE "Financial aid award maintenance".
           05  FILLER PIC X(30) VALUE "AWARD-MAINT".
           05  FILLER PIC X(34) VALUE "Exam timetable maintenance".
           05  FILLER PIC X(30) VALUE "EXAM-MAINT".
           05  FILLER PIC X(34) VALUE "Grade change requests".
           05  FILLER PIC X(30) VALUE "GRADE-CHANGE".
           05  FILLER PIC X(34) VALUE "Graduation approval".
           05  FILLER PIC X(30) VALUE "GRAD-APPROVE".
           05  FILLER PIC X(34) VALUE "Student holds".
           05  FILLER PIC X(30) VALUE "HOLD-MAINT".
           05  FILLER PIC X(34) VALUE "Credit overload approvals".
           05  FILLER PIC X(30) VALUE "OVERLOAD-MAINT".
           05  FILLER PIC X(34) VALUE "Tuition payment plans".
           05  FILLER PIC X(30) VALUE "PAYPLAN-MAINT".
           05  FILLER PIC X(34) VALUE "Transfer credit equivalencies".
           05  FILLER PIC X(30) VALUE "XFER-EQUIV-MAINT".
           05  FILLER PIC X(34) VALUE "Post transfer credit".
           05  FILLER PIC X(30) VALUE "XFER-POST".
           05  FILLER PIC X(34) VALUE "Academic advisors".
           05  FILLER PIC X(30) VALUE "ADVISOR-MAINT".
           05  FILLER PIC X(34) VALUE "Assessment schemes".
           05  FILLER PIC X(30) VALUE "ASSESS-MAINT".
           05  FILLER PIC X(34) VALUE "Component mark entry".
           05  FILLER PIC X(30) VALUE "MARK-ENTRY".
           05  FILLER PIC X(34) VALUE "Teaching pay rates".
           05  FILLER PIC X(30) VALUE "TEACH-RATE-MAINT".
           05  FILLER PIC X(34) VALUE "Correspondence cases".
           05  FILLER PIC X(30) VALUE "CORR-CASE-MAINT".
           05  FILLER PIC X(34) VALUE "Contact preferences".
           05  FILLER PIC X(30) VALUE "CONTACT-PREF-MAINT".
           05  FILLER PIC X(34) VALUE "Loan applications".
           05  FILLER PIC X(30) VALUE "LOAN-APPL-MAINT".
           05  FILLER PIC X(34) VALUE "Loan credit decisions".
           05  FILLER PIC X(30) VALUE "LOAN-DECISION".
           05  FILLER PIC X(34) VALUE "Forbearance and deferment".
           05  FILLER PIC X(30) VALUE "FORB-MAINT".
           05  FILLER PIC X(34) VALUE "Direct-debit mandates".
           05  FILLER PIC X(30) VALUE "DD-MANDATE-MAINT".
           05  FILLER PIC X(34) VALUE "Unapplied cash suspense".
           05  FILLER PIC X(30) VALUE "SUSP-MAINT".
           05  FILLER PIC X(34) VALUE "Credit bureau disputes".
           05  FILLER PIC X(30) VALUE "CRB-DISPUTE-MAINT".
           05  FILLER PIC X(34) VALUE "Loan product master".
           05  FILLER PIC X(30) VALUE "PROD-MAINT".
           05  FILLER PIC X(34) VALUE "Collection work queue".
           05  FILLER PIC X(30) VALUE "COLL-MAINT".
           05  FILLER PIC X(34) VALUE "Accounting period close".
           05  FILLER PIC X(30) VALUE "PERIOD-MAINT".
           05  FILLER PIC X(34) VALUE "Consolidated billing".
           05  FILLER PIC X(30) VALUE "CONS-MAINT".
           05  FILLER PIC X(34) VALUE "Sensor work orders".
           05  FILLER PIC X(30) VALUE "WORKORD-MAINT".
           05  FILLER PIC X(34) VALUE "Comfort zones".
           05  FILLER PIC X(30) VALUE "ZONE-MAINT".
           05  FILLER PIC X(34) VALUE "Utility meter readings".
           05  FILLER PIC X(30) VALUE "METER-MAINT".
           05  FILLER PIC X(34) VALUE "Sensor calibration certificates".
           05  FILLER PIC X(30) VALUE "CALCERT-MAINT".
           05  FILLER PIC X(34) VALUE "Calculator formula library".
           05  FILLER PIC X(30) VALUE "FORMULA-MAINT".
           05  FILLER PIC X(34) VALUE "Item master".
           05  FILLER PIC X(30) VALUE "ITEM-MAINT".
           05  FILLER PIC X(34) VALUE "Access control maintenance".
           05  FILLER PIC X(30) VALUE "ACCESS-MAINT".
           05  FILLER PIC X(34) VALUE "Inbound feed force cards".
           05  FILLER PIC X(30) VALUE "FEED-FORCE".
       01  WS-MENU-TABLE REDEFINES WS-MENU-VALUES.
           05  WS-MENU-ENTRY        OCCURS 48 TIMES.
               10  WS-MENU-LABEL    PIC X(34).
               10  WS-MENU-PROGRAM  PIC X(30).
       01  WS-MENU-COUNT            PIC 99 VALUE 48.
       01  WS-SUB                   PIC 99 VALUE ZERO.

       01  WS-MENU-LINE.
           05  WS-ML-NUMBER         PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-ML-LABEL          PIC X(34).

       01  WS-ACCESS-FUNCTION       PIC X(8) VALUE SPACES.
       01  WS-ACCESS-SW             PIC X VALUE "N".
           88 ACCESS-REFUSED               VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SIGNON" USING WS-OPERATOR-ID WS-AUTH-LEVEL
       1000-SHOW-AND-RUN.
           DISPLAY " ".
           DISPLAY "================ MAIN MENU ================".
           MOVE "MENU" TO WS-ACCESS-FUNCTION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-MENU-COUNT
              CALL "ACCCHK" USING WS-OPERATOR-ID
                 WS-MENU-PROGRAM (WS-SUB) WS-ACCESS-FUNCTION
                 WS-ACCESS-SW
              IF NOT ACCESS-REFUSED
                 MOVE WS-SUB                TO WS-ML-NUMBER
                 MOVE WS-MENU-LABEL (WS-SUB) TO WS-ML-LABEL
                 DISPLAY WS-MENU-LINE
              END-IF
           END-PERFORM.
           DISPLAY " 0  Sign off".
           DISPLAY "Choice: " WITH NO ADVANCING.
           MOVE ZERO TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = 0
              MOVE "Y" TO WS-DONE-SW
           ELSE IF WS-MENU-CHOICE > WS-MENU-COUNT
              DISPLAY "Invalid choice - enter 0 through "
                 WS-MENU-COUNT "."
           ELSE
              *> A hidden option keyed anyway is refused and logged.
              MOVE "ANY" TO WS-ACCESS-FUNCTION
              CALL "ACCCHK" USING WS-OPERATOR-ID
                 WS-MENU-PROGRAM (WS-MENU-CHOICE) WS-ACCESS-FUNCTION
                 WS-ACCESS-SW
              IF ACCESS-REFUSED
                 DISPLAY "You are not permitted to use option "
                    WS-MENU-CHOICE "."
              ELSE
                 CALL WS-MENU-PROGRAM (WS-MENU-CHOICE)
                 CANCEL WS-MENU-PROGRAM (WS-MENU-CHOICE)
              END-IF
           END-IF
           END-IF.
