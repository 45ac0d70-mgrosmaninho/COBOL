      ****************************************************************
      * SLAPARM - PARAMETER CARD FOR THE JOB SERVICE-LEVEL MONITOR,
      * IN THE STYLE OF ENERGYPM. CARRIES THE MULTIPLE OF A JOB'S
      * AVERAGE ELAPSED TIME BEYOND WHICH A RUN IS ALERTED AS
      * RUNNING LONG, AND HOW MANY EARLIER COMPLETE RUNS THE AVERAGE
      * NEEDS BEFORE IT IS TRUSTED. CAN BE TUNED WITHOUT CHANGING
      * THE PROGRAM SOURCE.
      ****************************************************************
       01  SLA-PARAMETER-RECORD.
           05  SP-RUNTIME-MULTIPLE  PIC 9V9.
           05  SP-MIN-HISTORY       PIC 9(2).
