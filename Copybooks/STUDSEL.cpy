      ****************************************************************
      * STUDSEL - SELECTION CARD FOR THE AD-HOC STUDENT LIST
      * GENERATOR, STUDENT-LIST-GEN. A DECK OF THESE CARDS NAMES
      * WHICH STUDENTS TO LIST, IN WHAT ORDER AND WITH WHICH
      * COLUMNS, SO A ONE-OFF LIST IS A NEW DECK INSTEAD OF A
      * PROGRAM CHANGE. THE CARD TYPE IN COLUMNS 1-4 SAYS HOW THE
      * VALUE FROM COLUMN 6 IS READ:
      *   STAT  STATUSES TO TAKE, E.G. "AW" (A/W/G)
      *   CRSE  COURSE CODE          TERM  TERM CODE
      *   GEND  GENDER               BADA  BAD-ADDRESS FLAG Y/N
      *   AGE   MINIMUM AGE (COLS 6-8) MAXIMUM AGE (COLS 10-12),
      *         THREE DIGITS EACH, EITHER MAY BE LEFT BLANK
      *   LEVL  E = ONE LINE PER ENROLLMENT, S = ONE PER STUDENT
      *   SORT  UP TO 4 KEYS: NAME ID CRSE TERM AGE STAT GEND
      *   COLS  UP TO 12 COLUMNS: ID NAME STAT CRSE TERM SEC GEND
      *         DOB AGE ADDR PHON MAIL BADA
      *   CSV   Y = ALSO WRITE THE COMMA-DELIMITED FILE
      *   TITL  HEADING FOR THE LIST
      * SORT AND COLS ITEMS ARE FOUR CHARACTERS IN FIVE-COLUMN
      * SLOTS. A CARD WITH "*" IN COLUMN 1 IS A COMMENT.
      ****************************************************************
       01  SELECTION-CARD.
           05  SC-CARD-TYPE         PIC X(4).
               88  SC-STATUS-CARD        VALUE "STAT".
               88  SC-COURSE-CARD        VALUE "CRSE".
               88  SC-TERM-CARD          VALUE "TERM".
               88  SC-GENDER-CARD        VALUE "GEND".
               88  SC-BAD-ADDRESS-CARD   VALUE "BADA".
               88  SC-AGE-CARD           VALUE "AGE".
               88  SC-LEVEL-CARD         VALUE "LEVL".
               88  SC-SORT-CARD          VALUE "SORT".
               88  SC-COLUMNS-CARD       VALUE "COLS".
               88  SC-CSV-CARD           VALUE "CSV".
               88  SC-TITLE-CARD         VALUE "TITL".
           05  FILLER               PIC X.
           05  SC-CARD-VALUE        PIC X(60).
           05  SC-AGE-VALUE REDEFINES SC-CARD-VALUE.
               10  SC-AGE-MIN       PIC X(3).
               10  FILLER           PIC X.
               10  SC-AGE-MAX       PIC X(3).
               10  FILLER           PIC X(53).
           05  SC-LIST-VALUE REDEFINES SC-CARD-VALUE.
               10  SC-LIST-SLOT     OCCURS 12 TIMES.
                   15  SC-LIST-ITEM PIC X(4).
                   15  FILLER       PIC X.
