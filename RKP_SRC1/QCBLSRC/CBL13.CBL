      * STR-ID WITH THE ESDS ARRIVAL SEQUENCE AS A TIE-BREAKER AND    *
      * KEEPING ONLY THE LAST RECORD OF EACH KEY GROUP, SO THE KSDS   *
      * IS WRITTEN WITH UNIQUE ASCENDING KEYS AND A KEYED READ ALWAYS *
      * RETURNS THE MOST RECENT RUN'S RESULT. RECORDS WRITTEN BY A    *
      * DELTA RUN ARE LEFT OUT: A DELTA RUN NUMBERS ONLY THE RECORDS  *
      * IT COUNTED FROM 1, SO ITS STR-IDS WOULD OVERLAY THE LAST FULL *
      * RUN'S ENTRIES FOR UNRELATED STRINGS. THE MIRROR THEREFORE     *
      * ALWAYS HOLDS THE MOST RECENT FULL RUN'S RESULTS; DELTA        *
      * RESULTS STAY ON THE AUDIT LOG AND THE CSV EXTRACT, MARKED     *
      * WITH THEIR RUN TYPE. THE RUN-SUMMARY RECORD SHOWS THE DELTA   *
      * RECORDS PASSED OVER AS REJECTED. RUNS AS A STEP OF THE        *
      * RITESH BATCH CYCLE AFTER THE MAIN COUNT STEP, AGAINST A       *
      * FRESHLY DELETED/DEFINED CLUSTER (SEE RITESH JCL), SO THE      *
      * MIRROR IS REBUILT IN FULL EACH CYCLE. THE ONLINE RITESHC      *
         01 WS-RECS-READ PIC 9(6) VALUE 0.
         01 WS-RECS-LOADED PIC 9(6) VALUE 0.
         01 WS-RECS-SUPERSEDED PIC 9(6) VALUE 0.
         01 WS-RECS-DELTA PIC 9(6) VALUE 0.

         COPY WAUDREC.

         COPY WRUNREC.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
           CLOSE AUDIT-FILE.

       RELEASE-ONE-RECORD.
           MOVE AUDIT-REC TO WAUDREC.
           IF WAUD-RUN-DELTA
              ADD 1 TO WS-RECS-DELTA
           ELSE
              ADD 1 TO WS-REL-SEQ
              MOVE AUDIT-REC(1:6) TO SRT-KEY
              MOVE WS-REL-SEQ TO SRT-SEQ
              MOVE AUDIT-REC TO SRT-DATA
              RELEASE SRT-REC
           END-IF.
           PERFORM READ-AUDIT-FILE.

       READ-AUDIT-FILE.

       END-OF-JOB.
           COMPUTE WS-RECS-SUPERSEDED =
               WS-RECS-READ - WS-RECS-DELTA - WS-RECS-LOADED.
           DISPLAY 'RITESHL: AUDIT RECORDS READ:     ' WS-RECS-READ.
           DISPLAY 'RITESHL: KSDS RECORDS LOADED:    ' WS-RECS-LOADED.
           DISPLAY 'RITESHL: RECORDS SUPERSEDED:     '
               WS-RECS-SUPERSEDED.
           DISPLAY 'RITESHL: DELTA RECORDS SKIPPED:  ' WS-RECS-DELTA.
           CLOSE AUDK-FILE.
           PERFORM WRITE-RUN-SUMMARY.

           MOVE WS-RUN-TIME(1:6) TO WRUN-TIME.
           MOVE WS-RECS-READ TO WRUN-RECS-IN.
           MOVE WS-RECS-LOADED TO WRUN-RECS-OUT.
           MOVE WS-RECS-DELTA TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
