       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHMG.

      *****************************************************************
      * RITESHMG - MERGE STEP OF THE PARTITIONED COUNT RUN. THE       *
      * UNLOAD (RITESHE WITH PRTCTL RANGE CARDS) CUTS THE MASTER INTO *
      * UP TO FOUR STR-ID RANGE SLICES AND WRITES THE PARTITION       *
      * MANIFEST (PRTMAN, WPRTREC); EACH SLICE IS COUNTED BY ITS OWN  *
      * RITESH PARTITION JOB (CBL12 PARM 'PART=N', RITPRTN JCL) IN    *
      * PARALLEL, WITH ITS OWN CHECKPOINT, REPORT, REJECTS, DISCREPS  *
      * AND AUDIT GENERATIONS AND ONE TOTALS RECORD ON ITS PRTSUM.    *
      * THIS PROGRAM PUTS THEM BACK TOGETHER INTO THE SINGLE REPORT,  *
      * REJECTS AND DISCREPS GENERATIONS, AUDIT LOG RECORDS AND       *
      * RITESH RUN-CONTROL RECORD THAT RITESHT, RITREP AND RITBAL     *
      * EXPECT FROM A SINGLE-STREAM COUNT STEP.                       *
      *                                                               *
      * NOTHING IS MERGED UNTIL THE PARTITIONS ARE PROVED COMPLETE:   *
      * EVERY PARTITION ON THE MANIFEST MUST HAVE A PRTSUM RECORD     *
      * FROM THIS UNLOAD (SAME SEQUENCE BASE, NOT DATED BEFORE THE    *
      * UNLOAD) THAT ENDED BELOW RC=12, ITS TRAILER-PROVED STRMAST     *
      * DETAIL COUNT MUST EQUAL ITS SLICE ON THE MANIFEST, IT MUST    *
      * HAVE NUMBERED EXACTLY ITS SLICE (PLUS THE RECYCLED RECORDS ON *
      * PARTITION 1, PLUS ANY SUPPLIER TRANSMISSIONS ON THE LAST),    *
      * AND THE PARTITION DETAIL COUNTS MUST ADD UP TO THE UNLOAD     *
      * COUNT. ANY FAILURE IS LISTED ON SYSOUT, THE REPORT IS LEFT    *
      * WITH ITS HEADINGS ONLY (AN INCOMPLETE RUN TO RITESHT), A      *
      * RITESH RUN RECORD IS WRITTEN WITH RC=16 AND THE STEP ENDS     *
      * RC=16 SO NOTHING DOWNSTREAM RUNS.                             *
      *                                                               *
      * THE PARTITION DATASETS ARRIVE CONCATENATED IN PARTITION       *
      * ORDER ON RPTIN, REJIN, DISIN AND AUDIN. STR-IDS ARE ALREADY   *
      * GLOBAL (EACH PARTITION NUMBERS FROM ITS MANIFEST BASE), SO    *
      * REJECTS, DISCREPANCIES AND AUDIT RECORDS ARE COPIED AS THEY   *
      * ARE; REJECTS MUST STAY IN ASCENDING STR-ID ORDER FOR THE      *
      * REJKSDS REPRO, AND A CONCATENATION OUT OF ORDER STOPS THE     *
      * STEP RC=16. EACH PARTITION'S REPORT BODY (DETAIL, SOURCE      *
      * SUBTOTAL, WARNING AND RESTART LINES) IS COPIED UNDER A        *
      * 'PARTITION N' LINE; ITS HEADINGS AND TOTAL LINES ARE DROPPED  *
      * AND ONE SET OF CBL12-LAYOUT TOTAL LINES IS BUILT FROM THE     *
      * PRTSUM FIGURES. THE UNLOAD IS ONE STRMAST TRANSMISSION, SO    *
      * THE PARTITIONS' TRANSMISSION COUNTS ARE FOOTED WITH THE       *
      * EXTRA SLICE HEADERS TAKEN OFF.                                *
      *                                                               *
      * THE RITESH RUN RECORD CARRIES THE SUMMED RECORDS IN, OUT AND  *
      * REJECTED AND THE WORST PARTITION RETURN CODE, WHICH IS ALSO   *
      * THIS STEP'S RETURN CODE (0, 4 OR 8 - THE SAME TIERS AS THE    *
      * SINGLE-STREAM COUNT STEP).                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMN-FILE ASSIGN TO PRTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMN-FILE-STATUS.

           SELECT PSM-FILE ASSIGN TO PRTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSM-FILE-STATUS.

           SELECT RPI-FILE ASSIGN TO RPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPI-FILE-STATUS.

           SELECT RJI-FILE ASSIGN TO REJIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJI-FILE-STATUS.

           SELECT DSI-FILE ASSIGN TO DISIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSI-FILE-STATUS.

           SELECT AUI-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUI-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT DISC-FILE ASSIGN TO DISFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PMN-FILE
           RECORDING MODE IS F.
       01  PMN-REC PIC X(80).

       FD  PSM-FILE
           RECORDING MODE IS F.
       01  PSM-REC PIC X(120).

       FD  RPI-FILE
           RECORDING MODE IS F.
       01  RPI-REC PIC X(110).

       FD  RJI-FILE
           RECORDING MODE IS F.
       01  RJI-REC PIC X(80).

       FD  DSI-FILE
           RECORDING MODE IS F.
       01  DSI-REC PIC X(85).

       FD  AUI-FILE
           RECORDING MODE IS F.
       01  AUI-REC PIC X(104).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-REC PIC X(110).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-REC PIC X(80).

       FD  DISC-FILE
           RECORDING MODE IS F.
       01  DISC-REC PIC X(85).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC PIC X(104).

       FD  RUN-FILE
           RECORDING MODE IS F.
       01  RUN-REC PIC X(50).

       WORKING-STORAGE SECTION.
         01 WS-PMN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PMN-FILE-OK VALUE '00'.
            88 WS-PMN-FILE-EOF VALUE '10'.
         01 WS-PSM-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PSM-FILE-OK VALUE '00'.
            88 WS-PSM-FILE-EOF VALUE '10'.
         01 WS-RPI-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RPI-FILE-OK VALUE '00'.
            88 WS-RPI-FILE-EOF VALUE '10'.
         01 WS-RJI-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RJI-FILE-OK VALUE '00'.
            88 WS-RJI-FILE-EOF VALUE '10'.
         01 WS-DSI-FILE-STATUS PIC XX VALUE '00'.
            88 WS-DSI-FILE-OK VALUE '00'.
            88 WS-DSI-FILE-EOF VALUE '10'.
         01 WS-AUI-FILE-STATUS PIC XX VALUE '00'.
            88 WS-AUI-FILE-OK VALUE '00'.
            88 WS-AUI-FILE-EOF VALUE '10'.
         01 WS-RPT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RPT-FILE-OK VALUE '00'.
         01 WS-REJECT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-REJECT-FILE-OK VALUE '00'.
         01 WS-DISC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-DISC-FILE-OK VALUE '00'.
         01 WS-AUDIT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-AUDIT-FILE-OK VALUE '00'.
            88 WS-AUDIT-FILE-NEW VALUE '35'.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         COPY WPRTREC.
         COPY WRUNREC.
         COPY WVALRUL.

      * ONE ENTRY PER PARTITION: ITS MANIFEST FIGURES AND THE LAST
      * PRTSUM RECORD IT LEFT (A RESTARTED PARTITION LEAVES ONE FOR
      * THE STOPPED RUN AND ONE FOR THE RESTART - THE LATER WINS).
         01 WS-PRT-MAX PIC 9(1) VALUE 4.
         01 WS-PRT-PARTS PIC 9(1) VALUE 0.
         01 WS-PRT-TABLE.
            05 WS-PRT-ENTRY OCCURS 4 TIMES.
               10 WS-PRT-MAN-SW PIC X.
                  88 WS-PRT-MAN-YES VALUE 'Y'.
               10 WS-PRT-LOW PIC 9(6).
               10 WS-PRT-HIGH PIC 9(6).
               10 WS-PRT-DETAILS PIC 9(6).
               10 WS-PRT-BASE PIC 9(6).
               10 WS-PRT-SUM-SW PIC X.
                  88 WS-PRT-SUM-YES VALUE 'Y'.
               10 WS-PRT-SUMMARY PIC X(120).
         01 PDX PIC 9(1) VALUE 0.
         01 WS-MAN-TOT-SW PIC X VALUE 'N'.
            88 WS-MAN-TOT-YES VALUE 'Y'.
         01 WS-MAN-UNLOADED PIC 9(6) VALUE 0.
         01 WS-MAN-RECYCLED PIC 9(6) VALUE 0.
         01 WS-MAN-DATE PIC 9(8) VALUE 0.
         01 WS-MAN-RUN-TYPE PIC X VALUE SPACE.
         01 WS-MAN-SLICED PIC 9(6) VALUE 0.
         01 WS-EXPECT-IN PIC 9(6) VALUE 0.
         01 WS-VERIFY-ERRORS PIC 9(4) VALUE 0.
         01 WS-ORDER-ERRORS PIC 9(6) VALUE 0.

      * MERGED TOTALS, FOOTED FROM THE PARTITION SUMMARIES.
         01 WS-RECS-IN PIC 9(6) VALUE 0.
         01 WS-MST-DETAILS PIC 9(6) VALUE 0.
         01 WS-TOTAL-RECS PIC 9(6) VALUE 0.
         01 WS-TOTAL-CNT PIC 9(8) VALUE 0.
         01 WS-AVG-CNT PIC 9(4)V99 VALUE 0.
         01 WS-TOTAL-REJECTS PIC 9(6) VALUE 0.
         01 WS-REASON-CNT-TABLE.
            05 WS-REASON-CNT OCCURS 5 TIMES PIC 9(6).
         01 RSX PIC 9(1) VALUE 0.
         01 WS-TOTAL-RECYCLED PIC 9(6) VALUE 0.
         01 WS-TOTAL-DISCREPANCIES PIC 9(6) VALUE 0.
         01 WS-TRANS-COUNT PIC 9(4) VALUE 0.
         01 WS-RCY-SW PIC X VALUE 'N'.
            88 WS-RCY-YES VALUE 'Y'.
         01 WS-MAX-RC PIC 9(2) VALUE 0.

         01 WS-RPT-PARTS PIC 9(2) VALUE 0.
         01 WS-IN-TOTALS-SW PIC X VALUE 'N'.
            88 WS-IN-TOTALS-YES VALUE 'Y'.
         01 WS-THIS-ID PIC 9(6) VALUE 0.
         01 WS-LAST-REJ-ID PIC 9(6) VALUE 0.
         01 WS-RPI-READ PIC 9(7) VALUE 0.
         01 WS-RPT-COPIED PIC 9(7) VALUE 0.
         01 WS-REJ-COPIED PIC 9(6) VALUE 0.
         01 WS-DSC-COPIED PIC 9(6) VALUE 0.
         01 WS-AUD-COPIED PIC 9(6) VALUE 0.

         01 WS-CURR-DATE.
            05 WS-CD-YYYY PIC 9(4).
            05 WS-CD-MM PIC 9(2).
            05 WS-CD-DD PIC 9(2).
         01 WS-CURR-TIME.
            05 WS-CT-HH PIC 9(2).
            05 WS-CT-MI PIC 9(2).
            05 WS-CT-SS PIC 9(2).
            05 WS-CT-HS PIC 9(2).

      * HEADING AND TOTAL LINES ARE CBL12'S LAYOUTS, COLUMN FOR
      * COLUMN - RITESHT PARSES THEM THE SAME WAY FROM EITHER.
         01 WS-HEAD-1 PIC X(110).
         01 WS-HEAD-2 PIC X(110).
         01 WS-HEAD-3 PIC X(110).
         01 WS-PART-LINE.
            05 FILLER PIC X(10) VALUE 'PARTITION '.
            05 WS-PTL-PART PIC 9(1).
            05 FILLER PIC X(18) VALUE ' - MASTER STR-IDS '.
            05 WS-PTL-LOW PIC 9(6).
            05 FILLER PIC X(4) VALUE ' TO '.
            05 WS-PTL-HIGH PIC 9(6).
            05 FILLER PIC X(65) VALUE SPACES.
         01 WS-TOTAL-LINE.
            05 FILLER PIC X(16) VALUE 'TOTAL RECORDS: '.
            05 WS-TOT-RECS PIC ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(11) VALUE 'TOTAL CNT: '.
            05 WS-TOT-CNT PIC ZZZ,ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(13) VALUE 'AVERAGE CNT: '.
            05 WS-TOT-AVG PIC ZZZ9.99.
            05 FILLER PIC X(38) VALUE SPACES.
         01 WS-TOTAL-REJ-LINE.
            05 FILLER PIC X(16) VALUE 'TOTAL REJECTS: '.
            05 WS-TOT-REJECTS PIC ZZZ,ZZ9.
            05 FILLER PIC X(87) VALUE SPACES.
         01 WS-REASON-LINE.
            05 FILLER PIC X(15) VALUE 'REJECT REASON '.
            05 WS-RSN-CODE PIC 9(2).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-RSN-DESC PIC X(24).
            05 FILLER PIC X(2) VALUE ': '.
            05 WS-RSN-CNT PIC ZZZ,ZZ9.
            05 FILLER PIC X(59) VALUE SPACES.
         01 WS-TOTAL-RCY-LINE.
            05 FILLER PIC X(16) VALUE 'RECYCLED INPUT: '.
            05 WS-TOT-RCY PIC ZZZ,ZZ9.
            05 FILLER PIC X(87) VALUE SPACES.
         01 WS-TOTAL-DSC-LINE.
            05 FILLER PIC X(21) VALUE 'TOTAL DISCREPANCIES: '.
            05 WS-TOT-DSC PIC ZZZ,ZZ9.
            05 FILLER PIC X(82) VALUE SPACES.
         01 WS-TOTAL-TRN-LINE.
            05 FILLER PIC X(25) VALUE 'TRANSMISSIONS PROCESSED: '.
            05 WS-TOT-TRN PIC ZZZ9.
            05 FILLER PIC X(81) VALUE SPACES.
         01 WS-TOTAL-TYP-LINE.
            05 FILLER PIC X(10) VALUE 'RUN TYPE: '.
            05 WS-TOT-TYP PIC X(5).
            05 FILLER PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           PERFORM VERIFY-PARTITIONS.
           IF WS-VERIFY-ERRORS > 0
              PERFORM VERIFY-ABORT
           END-IF.
           PERFORM MERGE-REPORT-LINE UNTIL WS-RPI-FILE-EOF.
           PERFORM MERGE-REJECT-RECORD UNTIL WS-RJI-FILE-EOF.
           PERFORM MERGE-DISCREPANCY-RECORD UNTIL WS-DSI-FILE-EOF.
           PERFORM MERGE-AUDIT-RECORD UNTIL WS-AUI-FILE-EOF.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURR-TIME FROM TIME.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE ZERO TO WS-REASON-CNT(RSX)
           END-PERFORM.
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-MAX
              MOVE 'N' TO WS-PRT-MAN-SW(PDX)
              MOVE 'N' TO WS-PRT-SUM-SW(PDX)
              MOVE ZERO TO WS-PRT-LOW(PDX)
              MOVE ZERO TO WS-PRT-HIGH(PDX)
              MOVE ZERO TO WS-PRT-DETAILS(PDX)
              MOVE ZERO TO WS-PRT-BASE(PDX)
              MOVE SPACES TO WS-PRT-SUMMARY(PDX)
           END-PERFORM.
           OPEN INPUT PMN-FILE.
           IF NOT WS-PMN-FILE-OK
              DISPLAY 'RITESHMG: PMN-FILE OPEN FAILED, STATUS='
                  WS-PMN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PMN-FILE-EOF
              READ PMN-FILE
                  AT END SET WS-PMN-FILE-EOF TO TRUE
                  NOT AT END PERFORM LOAD-MANIFEST-RECORD
              END-READ
           END-PERFORM.
           CLOSE PMN-FILE.
           OPEN INPUT PSM-FILE.
           IF NOT WS-PSM-FILE-OK
              DISPLAY 'RITESHMG: PSM-FILE OPEN FAILED, STATUS='
                  WS-PSM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PSM-FILE-EOF
              READ PSM-FILE
                  AT END SET WS-PSM-FILE-EOF TO TRUE
                  NOT AT END PERFORM LOAD-PARTITION-SUMMARY
              END-READ
           END-PERFORM.
           CLOSE PSM-FILE.
           OPEN INPUT RPI-FILE.
           IF NOT WS-RPI-FILE-OK
              DISPLAY 'RITESHMG: RPI-FILE OPEN FAILED, STATUS='
                  WS-RPI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT RJI-FILE.
           IF NOT WS-RJI-FILE-OK
              DISPLAY 'RITESHMG: RJI-FILE OPEN FAILED, STATUS='
                  WS-RJI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT DSI-FILE.
           IF NOT WS-DSI-FILE-OK
              DISPLAY 'RITESHMG: DSI-FILE OPEN FAILED, STATUS='
                  WS-DSI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT AUI-FILE.
           IF NOT WS-AUI-FILE-OK
              DISPLAY 'RITESHMG: AUI-FILE OPEN FAILED, STATUS='
                  WS-AUI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-FILE-OK
              DISPLAY 'RITESHMG: RPT-FILE OPEN FAILED, STATUS='
                  WS-RPT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJECT-FILE-OK
              DISPLAY 'RITESHMG: REJECT-FILE OPEN FAILED, STATUS='
                  WS-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DISC-FILE.
           IF NOT WS-DISC-FILE-OK
              DISPLAY 'RITESHMG: DISC-FILE OPEN FAILED, STATUS='
                  WS-DISC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-NEW
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY 'RITESHMG: AUDIT-FILE OPEN FAILED, STATUS='
                  WS-AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM READ-RPI-FILE.
           PERFORM READ-RJI-FILE.
           PERFORM READ-DSI-FILE.
           PERFORM READ-AUI-FILE.

      * A MANIFEST RECORD FOR A PARTITION NUMBER OUTSIDE 1-4 CANNOT
      * HAVE COME FROM THE UNLOAD - THE MANIFEST IS NOT TO BE TRUSTED.
       LOAD-MANIFEST-RECORD.
           EVALUATE PMN-REC(1:1)
               WHEN 'P'
                   MOVE PMN-REC TO WPRTMAN
                   IF WPMN-PART IS NOT NUMERIC
                         OR WPMN-PART = ZERO
                         OR WPMN-PART > WS-PRT-MAX
                      DISPLAY 'RITESHMG: MANIFEST RECORD INVALID: '
                          PMN-REC(1:40)
                      ADD 1 TO WS-VERIFY-ERRORS
                   ELSE
                      MOVE WPMN-PART TO PDX
                      SET WS-PRT-MAN-YES(PDX) TO TRUE
                      MOVE WPMN-LOW-ID TO WS-PRT-LOW(PDX)
                      MOVE WPMN-HIGH-ID TO WS-PRT-HIGH(PDX)
                      MOVE WPMN-DETAILS TO WS-PRT-DETAILS(PDX)
                      MOVE WPMN-SEQ-BASE TO WS-PRT-BASE(PDX)
                   END-IF
               WHEN 'T'
                   MOVE PMN-REC TO WPRTTOT
                   SET WS-MAN-TOT-YES TO TRUE
                   MOVE WPTT-PARTS TO WS-PRT-PARTS
                   MOVE WPTT-UNLOADED TO WS-MAN-UNLOADED
                   MOVE WPTT-RECYCLED TO WS-MAN-RECYCLED
                   MOVE WPTT-DATE TO WS-MAN-DATE
                   MOVE WPTT-RUN-TYPE TO WS-MAN-RUN-TYPE
               WHEN OTHER
                   DISPLAY 'RITESHMG: MANIFEST RECORD INVALID: '
                       PMN-REC(1:40)
                   ADD 1 TO WS-VERIFY-ERRORS
           END-EVALUATE.

       LOAD-PARTITION-SUMMARY.
           MOVE PSM-REC TO WPRTSUM.
           IF WPSM-PART IS NOT NUMERIC
                 OR WPSM-PART = ZERO
                 OR WPSM-PART > WS-PRT-MAX
              DISPLAY 'RITESHMG: PRTSUM RECORD INVALID: '
                  PSM-REC(1:40)
              ADD 1 TO WS-VERIFY-ERRORS
           ELSE
              MOVE WPSM-PART TO PDX
              SET WS-PRT-SUM-YES(PDX) TO TRUE
              MOVE PSM-REC TO WS-PRT-SUMMARY(PDX)
           END-IF.

      * THE PARTITIONS MUST ALL HAVE FINISHED AGAINST THIS UNLOAD AND
      * MUST ADD BACK UP TO IT BEFORE ANY OUTPUT IS MERGED.
       VERIFY-PARTITIONS.
           IF NOT WS-MAN-TOT-YES
              DISPLAY 'RITESHMG: PARTITION MANIFEST HAS NO TOTAL '
                  'RECORD - NO PARTITIONED UNLOAD TO MERGE'
              ADD 1 TO WS-VERIFY-ERRORS
           ELSE
              PERFORM VERIFY-ONE-PARTITION
                  VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-PARTS
              PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-MAX
                 IF PDX > WS-PRT-PARTS AND WS-PRT-SUM-YES(PDX)
                    DISPLAY 'RITESHMG: PRTSUM CARRIES PARTITION '
                        PDX ' BUT THE UNLOAD CUT ONLY ' WS-PRT-PARTS
                    ADD 1 TO WS-VERIFY-ERRORS
                 END-IF
              END-PERFORM
              IF WS-MAN-SLICED NOT = WS-MAN-UNLOADED
                 DISPLAY 'RITESHMG: MANIFEST SLICES HOLD '
                     WS-MAN-SLICED ' DETAILS BUT THE UNLOAD WROTE '
                     WS-MAN-UNLOADED
                 ADD 1 TO WS-VERIFY-ERRORS
              END-IF
              IF WS-MST-DETAILS NOT = WS-MAN-UNLOADED
                 DISPLAY 'RITESHMG: PARTITIONS COUNTED '
                     WS-MST-DETAILS ' OF THE ' WS-MAN-UNLOADED
                     ' UNLOADED DETAILS'
                 ADD 1 TO WS-VERIFY-ERRORS
              END-IF
           END-IF.

       VERIFY-ONE-PARTITION.
           IF NOT WS-PRT-MAN-YES(PDX)
              DISPLAY 'RITESHMG: PARTITION ' PDX
                  ' IS MISSING FROM THE PARTITION MANIFEST'
              ADD 1 TO WS-VERIFY-ERRORS
           ELSE
              ADD WS-PRT-DETAILS(PDX) TO WS-MAN-SLICED
              IF NOT WS-PRT-SUM-YES(PDX)
                 DISPLAY 'RITESHMG: PARTITION ' PDX
                     ' HAS NOT RUN - NO RECORD ON PRTSUM'
                 ADD 1 TO WS-VERIFY-ERRORS
              ELSE
                 PERFORM CHECK-PARTITION-SUMMARY
              END-IF
           END-IF.

      * A SUMMARY LEFT FROM AN EARLIER CYCLE SHOWS UP AS THE WRONG
      * BASE OR A DATE BEFORE THE UNLOAD. A PARTITION BEFORE THE LAST
      * NUMBERS ITS SLICE (AND, ON PARTITION 1, THE RECYCLED RECORDS)
      * AND NOTHING ELSE, OR ITS STR-IDS WOULD RUN INTO THE NEXT
      * PARTITION'S; THE LAST MAY ALSO CARRY SUPPLIER TRANSMISSIONS.
       CHECK-PARTITION-SUMMARY.
           MOVE WS-PRT-SUMMARY(PDX) TO WPRTSUM.
           ADD WPSM-RECS-IN TO WS-RECS-IN.
           ADD WPSM-MST-DETAILS TO WS-MST-DETAILS.
           ADD WPSM-TOTAL-RECS TO WS-TOTAL-RECS.
           ADD WPSM-TOTAL-CNT TO WS-TOTAL-CNT.
           ADD WPSM-REJECTS TO WS-TOTAL-REJECTS.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              ADD WPSM-REASON-CNT(RSX) TO WS-REASON-CNT(RSX)
           END-PERFORM.
           ADD WPSM-RECYCLED TO WS-TOTAL-RECYCLED.
           ADD WPSM-DISCREPS TO WS-TOTAL-DISCREPANCIES.
           ADD WPSM-TRANSMISSIONS TO WS-TRANS-COUNT.
           IF WPSM-RCY-FLAG = 'Y'
              SET WS-RCY-YES TO TRUE
           END-IF.
           IF WPSM-RETURN-CODE > WS-MAX-RC
              MOVE WPSM-RETURN-CODE TO WS-MAX-RC
           END-IF.
           DISPLAY 'RITESHMG: PARTITION ' PDX ' RC=' WPSM-RETURN-CODE
               ' NUMBERED ' WPSM-RECS-IN ' SLICE DETAILS '
               WPSM-MST-DETAILS ' OF ' WS-PRT-DETAILS(PDX).
           IF WPSM-SEQ-BASE NOT = WS-PRT-BASE(PDX)
                 OR WPSM-DATE < WS-MAN-DATE
              DISPLAY 'RITESHMG: PARTITION ' PDX
                  ' SUMMARY IS NOT FROM THIS UNLOAD (RUN '
                  WPSM-DATE ' BASE ' WPSM-SEQ-BASE ')'
              ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
           IF WPSM-RETURN-CODE >= 12
              DISPLAY 'RITESHMG: PARTITION ' PDX ' STOPPED RC='
                  WPSM-RETURN-CODE ' - RESTART IT BEFORE THE MERGE'
              ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
           IF WPSM-MST-DETAILS NOT = WS-PRT-DETAILS(PDX)
              DISPLAY 'RITESHMG: PARTITION ' PDX ' COUNTED '
                  WPSM-MST-DETAILS ' SLICE DETAILS, MANIFEST HAS '
                  WS-PRT-DETAILS(PDX)
              ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
           MOVE WS-PRT-DETAILS(PDX) TO WS-EXPECT-IN.
           IF PDX = 1
              ADD WS-MAN-RECYCLED TO WS-EXPECT-IN
           END-IF.
           IF PDX < WS-PRT-PARTS
              IF WPSM-RECS-IN NOT = WS-EXPECT-IN
                 DISPLAY 'RITESHMG: PARTITION ' PDX ' NUMBERED '
                     WPSM-RECS-IN ' RECORDS, EXPECTED ' WS-EXPECT-IN
                 ADD 1 TO WS-VERIFY-ERRORS
              END-IF
           ELSE
              IF WPSM-RECS-IN < WS-EXPECT-IN
                 DISPLAY 'RITESHMG: PARTITION ' PDX ' NUMBERED '
                     WPSM-RECS-IN ' RECORDS, EXPECTED AT LEAST '
                     WS-EXPECT-IN
                 ADD 1 TO WS-VERIFY-ERRORS
              END-IF
           END-IF.

      * NOTHING IS MERGED. THE REPORT KEEPS ONLY ITS HEADINGS, WHICH
      * MARKS THE RUN INCOMPLETE TO RITESHT, AND THE RUN RECORD TELLS
      * RITESHB THE COUNT STEP DID NOT COMPLETE.
       VERIFY-ABORT.
           DISPLAY 'RITESHMG: ' WS-VERIFY-ERRORS
               ' PARTITION CHECK(S) FAILED - NOTHING MERGED'.
           PERFORM CLOSE-ALL-FILES.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           STOP RUN.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-HEAD-1.
           STRING 'RITESH STRING COUNT REPORT' DELIMITED BY SIZE
               INTO WS-HEAD-1.
           WRITE RPT-REC FROM WS-HEAD-1.

           MOVE SPACES TO WS-HEAD-2.
           STRING 'RUN DATE: ' DELIMITED BY SIZE
               WS-CD-MM DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE '/' DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               '   RUN TIME: ' DELIMITED BY SIZE
               WS-CT-HH DELIMITED BY SIZE ':' DELIMITED BY SIZE
               WS-CT-MI DELIMITED BY SIZE ':' DELIMITED BY SIZE
               WS-CT-SS DELIMITED BY SIZE
               INTO WS-HEAD-2.
           WRITE RPT-REC FROM WS-HEAD-2.

           MOVE SPACES TO WS-HEAD-3.
           STRING 'STR-VALUE' DELIMITED BY SIZE
               INTO WS-HEAD-3.
           MOVE 'CNT' TO WS-HEAD-3(55:3).
           MOVE 'ALPHA' TO WS-HEAD-3(60:5).
           MOVE 'NUM' TO WS-HEAD-3(68:3).
           MOVE 'BLANK' TO WS-HEAD-3(72:5).
           WRITE RPT-REC FROM WS-HEAD-3.

      * A DETAIL LINE HAS BLANKS IN COLUMNS 51-54 AND THE LAST DIGIT
      * OF ITS CNT IN COLUMN 57 - NO HEADING OR TOTAL LINE DOES - SO
      * IT IS KEPT WHATEVER ITS STR-VALUE SAYS. EACH PARTITION REPORT
      * OPENS WITH THE TITLE LINE; FROM ITS 'TOTAL RECORDS' LINE TO
      * THE NEXT TITLE IS ITS TOTALS BLOCK, WHICH IS DROPPED.
       MERGE-REPORT-LINE.
           EVALUATE TRUE
               WHEN RPI-REC(51:4) = SPACES
                     AND RPI-REC(57:1) IS NUMERIC
                   PERFORM COPY-REPORT-LINE
               WHEN RPI-REC(1:26) = 'RITESH STRING COUNT REPORT'
                   MOVE 'N' TO WS-IN-TOTALS-SW
                   ADD 1 TO WS-RPT-PARTS
                   IF WS-RPT-PARTS NOT > WS-PRT-PARTS
                      MOVE WS-RPT-PARTS TO WS-PTL-PART
                      MOVE WS-PRT-LOW(WS-RPT-PARTS) TO WS-PTL-LOW
                      MOVE WS-PRT-HIGH(WS-RPT-PARTS) TO WS-PTL-HIGH
                      WRITE RPT-REC FROM WS-PART-LINE
                   END-IF
               WHEN RPI-REC(1:10) = 'RUN DATE: '
                   CONTINUE
               WHEN RPI-REC(1:9) = 'STR-VALUE'
                     AND RPI-REC(55:3) = 'CNT'
                   CONTINUE
               WHEN RPI-REC(1:15) = 'TOTAL RECORDS: '
                   SET WS-IN-TOTALS-YES TO TRUE
               WHEN WS-IN-TOTALS-YES
                   CONTINUE
               WHEN OTHER
                   PERFORM COPY-REPORT-LINE
           END-EVALUATE.
           PERFORM READ-RPI-FILE.

       COPY-REPORT-LINE.
           WRITE RPT-REC FROM RPI-REC.
           ADD 1 TO WS-RPT-COPIED.

       MERGE-REJECT-RECORD.
           IF RJI-REC(1:6) IS NUMERIC
              MOVE RJI-REC(1:6) TO WS-THIS-ID
              IF WS-THIS-ID < WS-LAST-REJ-ID
                 DISPLAY 'RITESHMG: REJECT STR-ID ' WS-THIS-ID
                     ' FOLLOWS ' WS-LAST-REJ-ID
                     ' - REJIN NOT IN PARTITION ORDER'
                 ADD 1 TO WS-ORDER-ERRORS
              END-IF
              MOVE WS-THIS-ID TO WS-LAST-REJ-ID
           END-IF.
           WRITE REJECT-REC FROM RJI-REC.
           ADD 1 TO WS-REJ-COPIED.
           PERFORM READ-RJI-FILE.

       MERGE-DISCREPANCY-RECORD.
           WRITE DISC-REC FROM DSI-REC.
           ADD 1 TO WS-DSC-COPIED.
           PERFORM READ-DSI-FILE.

       MERGE-AUDIT-RECORD.
           WRITE AUDIT-REC FROM AUI-REC.
           ADD 1 TO WS-AUD-COPIED.
           PERFORM READ-AUI-FILE.

       READ-RPI-FILE.
           READ RPI-FILE
               AT END SET WS-RPI-FILE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-RPI-READ
           END-READ.

       READ-RJI-FILE.
           READ RJI-FILE
               AT END SET WS-RJI-FILE-EOF TO TRUE
           END-READ.

       READ-DSI-FILE.
           READ DSI-FILE
               AT END SET WS-DSI-FILE-EOF TO TRUE
           END-READ.

       READ-AUI-FILE.
           READ AUI-FILE
               AT END SET WS-AUI-FILE-EOF TO TRUE
           END-READ.

      * A REPORT MISSING FROM RPTIN, OR REJECTS OUT OF ORDER, LEAVE
      * THE MERGED REPORT WITHOUT TOTALS AND STOP THE CYCLE RC=16
      * JUST AS A FAILED PARTITION CHECK DOES.
       END-OF-JOB.
           IF WS-RPT-PARTS NOT = WS-PRT-PARTS
              DISPLAY 'RITESHMG: RPTIN CARRIES ' WS-RPT-PARTS
                  ' PARTITION REPORTS, EXPECTED ' WS-PRT-PARTS
              ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
           IF WS-ORDER-ERRORS > 0
              ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
           IF WS-VERIFY-ERRORS > 0
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM WRITE-MERGED-TOTALS
              MOVE WS-MAX-RC TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-ALL-FILES.
           DISPLAY 'RITESHMG: PARTITIONS MERGED:     ' WS-PRT-PARTS.
           DISPLAY 'RITESHMG: UNLOADED DETAILS:      '
               WS-MAN-UNLOADED.
           DISPLAY 'RITESHMG: PARTITION DETAILS:     '
               WS-MST-DETAILS.
           DISPLAY 'RITESHMG: RECORDS NUMBERED:      ' WS-RECS-IN.
           DISPLAY 'RITESHMG: REPORT LINES READ:     ' WS-RPI-READ.
           DISPLAY 'RITESHMG: REPORT LINES COPIED:   ' WS-RPT-COPIED.
           DISPLAY 'RITESHMG: REJECTS COPIED:        ' WS-REJ-COPIED.
           DISPLAY 'RITESHMG: DISCREPANCIES COPIED:  ' WS-DSC-COPIED.
           DISPLAY 'RITESHMG: AUDIT RECORDS ADDED:   ' WS-AUD-COPIED.
           PERFORM WRITE-RUN-SUMMARY.

      * THE UNLOAD IS ONE STRMAST TRANSMISSION WHICHEVER WAY IT WAS
      * SLICED, SO EVERY PARTITION PAST THE FIRST COUNTED ONE SLICE
      * HEADER TOO MANY.
       WRITE-MERGED-TOTALS.
           IF WS-TOTAL-RECS > 0
              COMPUTE WS-AVG-CNT ROUNDED =
                 WS-TOTAL-CNT / WS-TOTAL-RECS
           END-IF.
           MOVE WS-TOTAL-RECS TO WS-TOT-RECS.
           MOVE WS-TOTAL-CNT TO WS-TOT-CNT.
           MOVE WS-AVG-CNT TO WS-TOT-AVG.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE WS-TOTAL-REJECTS TO WS-TOT-REJECTS.
           WRITE RPT-REC FROM WS-TOTAL-REJ-LINE.
           IF WS-TOTAL-REJECTS > 0
              PERFORM WRITE-REASON-TOTAL
                  VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
           END-IF.
           IF WS-RCY-YES
              MOVE WS-TOTAL-RECYCLED TO WS-TOT-RCY
              WRITE RPT-REC FROM WS-TOTAL-RCY-LINE
           END-IF.
           MOVE WS-TOTAL-DISCREPANCIES TO WS-TOT-DSC.
           WRITE RPT-REC FROM WS-TOTAL-DSC-LINE.
           COMPUTE WS-TRANS-COUNT = WS-TRANS-COUNT - WS-PRT-PARTS + 1.
           MOVE WS-TRANS-COUNT TO WS-TOT-TRN.
           WRITE RPT-REC FROM WS-TOTAL-TRN-LINE.
           IF WS-MAN-RUN-TYPE = 'D'
              MOVE 'DELTA' TO WS-TOT-TYP
           ELSE
              MOVE 'FULL' TO WS-TOT-TYP
           END-IF.
           WRITE RPT-REC FROM WS-TOTAL-TYP-LINE.

       WRITE-REASON-TOTAL.
           MOVE RSX TO WS-RSN-CODE.
           MOVE WS-REASON-DESC(RSX) TO WS-RSN-DESC.
           MOVE WS-REASON-CNT(RSX) TO WS-RSN-CNT.
           WRITE RPT-REC FROM WS-REASON-LINE.

       CLOSE-ALL-FILES.
           CLOSE RPI-FILE.
           CLOSE RJI-FILE.
           CLOSE DSI-FILE.
           CLOSE AUI-FILE.
           CLOSE RPT-FILE.
           CLOSE REJECT-FILE.
           CLOSE DISC-FILE.
           CLOSE AUDIT-FILE.

      * THE CYCLE'S ONE RITESH RECORD ON THE SHARED RUN-CONTROL
      * DATASET (SEE WRUNREC) - THE PARTITIONS LEAVE THEIRS ON PRTSUM
      * ONLY - SO RITESHB CROSS-FOOTS A PARTITIONED CYCLE EXACTLY AS
      * IT DOES A SINGLE-STREAM ONE.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESH' TO WRUN-PROGRAM.
           MOVE WS-CURR-DATE TO WRUN-DATE.
           MOVE WS-CURR-TIME(1:6) TO WRUN-TIME.
           MOVE WS-RECS-IN TO WRUN-RECS-IN.
           MOVE WS-TOTAL-RECS TO WRUN-RECS-OUT.
           MOVE WS-TOTAL-REJECTS TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
