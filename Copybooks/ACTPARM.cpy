      ****************************************************************
      * ACTPARM - PARAMETER CARD FOR THE OPERATOR ACTIVITY REPORT,
      * IN THE STYLE OF SECPARM. CARRIES THE START AND END OF THE
      * WORKING DAY (HHMM) - ACTIVITY OUTSIDE THEM, OR AT A WEEKEND,
      * IS FLAGGED OUT OF HOURS - AND HOW MANY DELETES BY ONE
      * OPERATOR IN ONE DAY COUNT AS A BULK DELETE. CAN BE TUNED
      * WITHOUT CHANGING THE PROGRAM SOURCE.
      ****************************************************************
       01  ACTIVITY-PARM-RECORD.
           05  AP-DAY-START         PIC 9(4).
           05  AP-DAY-END           PIC 9(4).
           05  AP-BULK-DELETES      PIC 9(3).
