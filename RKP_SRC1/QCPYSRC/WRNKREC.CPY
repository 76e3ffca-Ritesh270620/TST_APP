      *****************************************************************
      * WRNKREC - KEYED MIRROR OF THE RUN-CONTROL DATASET FOR THE     *
      * ONLINE RITS CYCLE-STATUS INQUIRY (80 BYTES, CLUSTER           *
      * RKP.RITESH.RUNKSDS, CICS FILE RUNKFIL). RITESHS REBUILDS IT   *
      * FROM RKP.RITESH.RUNCTL AT THE END OF EVERY JOB THAT WRITES    *
      * RUN RECORDS. ONE RECORD PER PROGRAM PER RUN DATE, KEYED DATE  *
      * FIRST SO A BROWSE FROM A DATE RETURNS THAT CYCLE'S PROGRAMS   *
      * TOGETHER. WRNK-RUN IS THE LATEST WRUNREC RECORD FOR THE KEY   *
      * (THE SAME "LATEST WINS" RULE AS RITESHB) AND WRNK-RUNS HOW    *
      * MANY RECORDS THE PROGRAM WROTE THAT DATE, SO A RERUN OR       *
      * RESTART SHOWS UP ON THE SCREEN.                               *
      *****************************************************************
       01  WRNKREC.
           05  WRNK-KEY.
               10  WRNK-DATE     PIC 9(8).
               10  WRNK-PROGRAM  PIC X(8).
           05  WRNK-RUNS         PIC 9(3).
           05  FILLER            PIC X(1).
           05  WRNK-RUN          PIC X(50).
           05  FILLER            PIC X(10).
