      *****************************************************************
      * WPRTREC - RECORD LAYOUTS FOR THE PARTITIONED COUNT RUN. WHEN  *
      * THE UNLOAD (RITESHE) IS GIVEN PARTITION RANGE CARDS (PRTCTL)  *
      * IT CUTS ONE STRFILE/CTLFILE SLICE PER STR-ID RANGE ALONGSIDE  *
      * THE FULL UNLOAD AND WRITES THE PARTITION MANIFEST (DDNAME     *
      * PRTMAN, 80 BYTES): ONE TYPE 'P' RECORD PER PARTITION AND ONE  *
      * TYPE 'T' RECORD FOR THE UNLOAD AS A WHOLE. EACH PARTITION OF  *
      * THE COUNT STEP (CBL12 RUN WITH PARM 'PART=N') READS ITS OWN   *
      * 'P' RECORD FOR THE STR-ID SEQUENCE BASE IT NUMBERS FROM, AND  *
      * AT END OF RUN - NORMAL OR STOPPED - APPENDS ONE PARTITION     *
      * SUMMARY RECORD (DDNAME PRTSUM, 120 BYTES) CARRYING ITS RETURN *
      * CODE AND EVERY TOTAL ITS REPORT PRINTS. THE MERGE STEP        *
      * (RITESHMG) CHECKS THE SUMMARIES AGAINST THE MANIFEST AND      *
      * BUILDS THE CYCLE'S SINGLE SET OF TOTALS FROM THEM.            *
      *                                                               *
      * SEQUENCE BASE: THE STR-ID SEQUENCE NUMBER THE PARTITION'S     *
      * FIRST RECORD FOLLOWS. PARTITION 1 TAKES THE RECYCLED RECORDS  *
      * AHEAD OF ITS SLICE, SO EVERY LATER BASE IS THE RECYCLE COUNT  *
      * PLUS THE DETAILS IN ALL EARLIER SLICES - THE SAME NUMBERS A   *
      * SINGLE-STREAM RUN WOULD HAVE GIVEN THE SAME RECORDS.          *
      * COPY INTO EVERY PROGRAM THAT WRITES OR READS EITHER DATASET   *
      * SO ALL ENDS STAY IN SYNC.                                     *
      *****************************************************************
       01  WPRTMAN.
           05  WPMN-TYPE             PIC X(1).
               88  WPMN-TYPE-OK      VALUE 'P'.
           05  FILLER                PIC X(1).
           05  WPMN-PART             PIC 9(1).
           05  FILLER                PIC X(1).
           05  WPMN-LOW-ID           PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPMN-HIGH-ID          PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPMN-DETAILS          PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPMN-HASH             PIC 9(8).
           05  FILLER                PIC X(1).
           05  WPMN-SEQ-BASE         PIC 9(6).
           05  FILLER                PIC X(40).

       01  WPRTTOT.
           05  WPTT-TYPE             PIC X(1).
               88  WPTT-TYPE-OK      VALUE 'T'.
           05  FILLER                PIC X(1).
           05  WPTT-PARTS            PIC 9(1).
           05  FILLER                PIC X(1).
           05  WPTT-UNLOADED         PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPTT-HASH             PIC 9(8).
           05  FILLER                PIC X(1).
           05  WPTT-RECYCLED         PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPTT-DATE             PIC 9(8).
           05  FILLER                PIC X(1).
           05  WPTT-RUN-TYPE         PIC X(1).
           05  FILLER                PIC X(43).

      * RECS-IN IS EVERY RECORD THE PARTITION GAVE A SEQUENCE NUMBER
      * (RECYCLED, SLICE AND ANY CONCATENATED SUPPLIER DETAILS);
      * MST-DETAILS IS THE STRMAST SLICE ALONE, AS PROVED BY ITS
      * TRAILER, AND MUST EQUAL THE MANIFEST'S DETAILS FOR THE
      * PARTITION. RCY-FLAG IS 'Y' WHEN THE PARTITION READ A RECYCLE
      * DATASET (ITS REPORT THEN PRINTS A RECYCLED INPUT LINE).
       01  WPRTSUM.
           05  WPSM-PART             PIC 9(1).
           05  FILLER                PIC X(1).
           05  WPSM-DATE             PIC 9(8).
           05  FILLER                PIC X(1).
           05  WPSM-TIME             PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-RETURN-CODE      PIC 9(2).
           05  FILLER                PIC X(1).
           05  WPSM-SEQ-BASE         PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-RECS-IN          PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-MST-DETAILS      PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-TOTAL-RECS       PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-TOTAL-CNT        PIC 9(8).
           05  FILLER                PIC X(1).
           05  WPSM-REJECTS          PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-REASON-CNTS.
               10  WPSM-REASON-CNT   PIC 9(6) OCCURS 5 TIMES.
           05  FILLER                PIC X(1).
           05  WPSM-RECYCLED         PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-DISCREPS         PIC 9(6).
           05  FILLER                PIC X(1).
           05  WPSM-TRANSMISSIONS    PIC 9(4).
           05  FILLER                PIC X(1).
           05  WPSM-RUN-TYPE         PIC X(1).
           05  WPSM-RCY-FLAG         PIC X(1).
           05  FILLER                PIC X(3).
