      *****************************************************************
      * WRUNREC - STANDARDIZED RUN-SUMMARY RECORD WRITTEN BY EVERY    *
      * PROGRAM IN THE RITESH BATCH CYCLE (RITESH, RITESHE, RITESHL,  *
      * RITESHR, RITESHP, RITESHD, RITESHX), BY THE RITESHK MASTER    *
      * RECOVERY, THE RITESHA ACKNOWLEDGMENT RECONCILIATION, THE      *
      * RITESHZ ERASURE CERTIFICATE AND THE RITESHB BALANCING RUN     *
      * (WHOSE RECORD CARRIES THE CROSS-FOOT RESULT) TO THE SHARED    *
      * RUN-CONTROL DATASET RKP.RITESH.RUNCTL                         *
      * (DDNAME RUNFILE, OPENED EXTEND SO EACH STEP APPENDS ITS OWN   *
      * RECORD). ONE RECORD PER STEP EXECUTION: PROGRAM NAME, RUN     *
      * DATE/TIME, RECORDS IN/OUT/REJECTED, AND THE STEP'S FINAL      *
      * RETURN CODE. A RESTARTED OR RERUN STEP APPENDS A SECOND       *
      * RECORD FOR THE SAME DATE - THE END-OF-CYCLE BALANCING PROGRAM *
      * (RITESHB) KEEPS THE LATEST RECORD PER PROGRAM PER DATE, SO    *
      * THE CROSS-FOOT ALWAYS USES THE FIGURES OF THE RUN THAT        *
      * ACTUALLY COMPLETED. RITESHS KEEPS A KEYED COPY (WRNKREC) FOR  *
      * THE ONLINE RITS INQUIRY. COPY INTO EVERY PROGRAM THAT WRITES  *
      * OR READS THE RUN-CONTROL DATASET SO BOTH ENDS STAY IN SYNC.   *
      *****************************************************************
       01  WRUNREC.
           05  WRUN-PROGRAM      PIC X(8).
