      * ENROLLMENT COUNTS AND FUTURE REPORTS DRIVE FROM - SO EVERY
      * NEW REPORT STOPS ADDING ANOTHER FULL PASS OVER THE INDEXED
      * MASTER TO THE BATCH WINDOW.
      *---------------------------------------------------------------
      * MODIFICATION HISTORY
      * 15/10/26 - THE EXTRACT NOW CARRIES THE SECTION OF THE COURSE
      *            EACH ENROLLMENT IS IN, SO THE CLASS LISTS AND THE
      *            ROSTER CAN REPORT BY SECTION.
      *********************************************************

       ENVIRONMENT DIVISION.
                 MOVE SM-STATUS      TO RX-STATUS
                 MOVE EN-COURSE-CODE TO RX-COURSE-CODE
                 MOVE EN-TERM-CODE   TO RX-TERM-CODE
                 MOVE EN-SECTION-NO  TO RX-SECTION-NO
                 WRITE REPORT-EXTRACT-RECORD
           END-READ.
