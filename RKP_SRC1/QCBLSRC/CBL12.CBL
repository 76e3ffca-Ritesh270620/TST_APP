               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT SRC-FILE ASSIGN TO SRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRC-KEY
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT EXC-FILE ASSIGN TO EXCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT PMN-FILE ASSIGN TO PRTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMN-FILE-STATUS.

           SELECT PSM-FILE ASSIGN TO PRTSUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STR-FILE
           05 RUL-KEY PIC 9(4).
           05 RUL-DATA PIC X(76).

       FD  SRC-FILE.
       01  SRC-REC.
           05 SRC-KEY PIC X(8).
           05 SRC-DATA PIC X(72).

       FD  EXC-FILE
           RECORDING MODE IS F.
       01  EXC-REC PIC X(80).

       FD  PMN-FILE
           RECORDING MODE IS F.
       01  PMN-REC PIC X(80).

       FD  PSM-FILE
           RECORDING MODE IS F.
       01  PSM-REC PIC X(120).

       WORKING-STORAGE SECTION.
         01 WS-STR-FILE-STATUS PIC XX VALUE '00'.
            88 WS-STR-FILE-OK VALUE '00'.
            88 WS-CTL-FILE-EOF VALUE '10'.
         01 WS-DISC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-DISC-FILE-OK VALUE '00'.
         01 WS-EXC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-EXC-FILE-OK VALUE '00'.
         01 WS-RCY-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RCY-FILE-OK VALUE '00'.
            88 WS-RCY-FILE-NOT-FOUND VALUE '35'.
      * RECORD IT PRODUCES PLUS A PER-SOURCE SUBTOTAL LINE ON THE
      * REPORT, SO BILLING CAN SPLIT RESULTS BY SUPPLIER.
         COPY WSTRHDR.

      * SOURCE REGISTRY (SRCFILE, THE RKP.RITESH.SRCREG KSDS - SEE
      * WSRCREC), LOADED WHOLE AT START. EVERY HEADER'S WHDR-SOURCE
      * MUST BE REGISTERED AND ACTIVE OR THE RUN STOPS RC=16; EACH
      * SOURCE THAT DELIVERED IS MARKED SO END-OF-JOB CAN LIST THE
      * ACTIVE SOURCES EXPECTED TODAY THAT SENT NOTHING (EXCFILE).
         01 WS-SRC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-SRC-FILE-OK VALUE '00'.
            88 WS-SRC-FILE-EOF VALUE '10'.
         COPY WSRCREC.
         01 WS-SRC-MAX PIC 9(3) VALUE 100.
         01 WS-SRC-COUNT PIC 9(3) VALUE 0.
         01 WS-SRC-TABLE.
            05 WS-SRC-ENTRY OCCURS 100 TIMES.
               10 WS-SRC-CODE PIC X(8).
               10 WS-SRC-DESC PIC X(30).
               10 WS-SRC-DAYS.
                  15 WS-SRC-DAY PIC X OCCURS 7 TIMES.
               10 WS-SRC-ACTIVE PIC X.
               10 WS-SRC-SEEN PIC X.
         01 SDX PIC 9(3) VALUE 0.
         01 WS-SRC-FOUND-SW PIC X VALUE 'N'.
            88 WS-SRC-FOUND-YES VALUE 'Y'.
         01 WS-BUS-DAY-SW PIC X VALUE 'N'.
            88 WS-BUS-DAY-YES VALUE 'Y'.
         01 WS-MISSING-SOURCES PIC 9(3) VALUE 0.
         01 WS-EXC-HEAD-1 PIC X(80) VALUE
            'RITESH MISSING TRANSMISSION EXCEPTIONS'.
         01 WS-EXC-HEAD-2.
            05 FILLER PIC X(15) VALUE 'BUSINESS DATE: '.
            05 WS-EXC-MM PIC 9(2).
            05 FILLER PIC X(1) VALUE '/'.
            05 WS-EXC-DD PIC 9(2).
            05 FILLER PIC X(1) VALUE '/'.
            05 WS-EXC-YYYY PIC 9(4).
            05 FILLER PIC X(55) VALUE SPACES.
         01 WS-EXC-DETAIL.
            05 FILLER PIC X(8) VALUE 'SOURCE: '.
            05 WS-EXC-SOURCE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-EXC-DESC PIC X(30).
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(30)
               VALUE 'EXPECTED - NOTHING RECEIVED'.
         01 WS-EXC-TOTAL.
            05 FILLER PIC X(17) VALUE 'MISSING SOURCES: '.
            05 WS-EXC-MISSING PIC ZZ9.
            05 FILLER PIC X(60) VALUE SPACES.
         01 WS-EXC-NONE PIC X(80) VALUE
            'NOT A BUSINESS DAY - NO TRANSMISSIONS EXPECTED'.

         01 WS-HOLD-REC PIC X(50) VALUE SPACES.
         01 WS-STR-DETAIL PIC X(50) VALUE SPACES.
         01 WS-DETAIL-READ PIC 9(6) VALUE 0.
         01 WS-HASH-TOTAL PIC 9(8) VALUE 0.
         01 WS-CURR-SOURCE PIC X(8) VALUE SPACES.
      * RUN TYPE OF THE CYCLE, TAKEN FROM THE FIRST HEADER: 'D' WHEN
      * RITESHE CUT A DELTA UNLOAD, OTHERWISE FULL. STAMPED ON EVERY
      * AUDIT AND REJECT RECORD AND PRINTED WITH THE REPORT TOTALS.
         01 WS-RUN-TYPE PIC X VALUE 'F'.
            88 WS-RUN-DELTA VALUE 'D'.
         01 WS-TRANS-COUNT PIC 9(4) VALUE 0.
         01 WS-SRC-RECS PIC 9(6) VALUE 0.
         01 WS-SRC-CNT PIC 9(8) VALUE 0.
         01 JDX PIC 9(2).
         01 WS-REC-SEQ PIC 9(6) VALUE 0.

      * PARTITIONED RUN - PARM 'PART=N' (OR 'R,PART=N' TO RESTART
      * ONE): THIS STEP COUNTS ONE STR-ID RANGE SLICE OF THE UNLOAD
      * IN PARALLEL WITH THE OTHER PARTITIONS (SEE RITPRTN JCL). THE
      * PARTITION MANIFEST (PRTMAN, WPRTREC) GIVES THE SEQUENCE BASE
      * THE SLICE NUMBERS FROM, SO STR-IDS COME OUT AS A SINGLE-
      * STREAM RUN WOULD HAVE ASSIGNED THEM, AND THE PARTITION COUNT,
      * BECAUSE ONLY THE LAST PARTITION, WHICH CARRIES ANY SUPPLIER
      * TRANSMISSIONS, CAN SAY WHICH SOURCES SENT NOTHING. THE RUN
      * ENDS BY APPENDING ITS TOTALS TO PRTSUM FOR THE MERGE STEP
      * (RITESHMG). WITHOUT THE PARM THE BASE IS ZERO AND NOTHING
      * BELOW CHANGES THE SINGLE-STREAM RUN.
         01 WS-PMN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PMN-FILE-OK VALUE '00'.
            88 WS-PMN-FILE-EOF VALUE '10'.
         01 WS-PSM-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PSM-FILE-OK VALUE '00'.
            88 WS-PSM-FILE-NEW VALUE '35'.
         COPY WPRTREC.
         01 WS-PRT-PARM PIC X VALUE SPACE.
         01 WS-PRT-SW PIC X VALUE 'N'.
            88 WS-PRT-YES VALUE 'Y'.
         01 WS-PRT-NO PIC 9(1) VALUE 0.
         01 WS-PRT-PARTS PIC 9(1) VALUE 0.
         01 WS-PRT-BASE PIC 9(6) VALUE 0.
         01 WS-PRT-LOW PIC 9(6) VALUE 0.
         01 WS-PRT-HIGH PIC 9(6) VALUE 0.
         01 WS-PRT-FOUND-SW PIC X VALUE 'N'.
            88 WS-PRT-FOUND-YES VALUE 'Y'.
         01 WS-MST-DETAILS PIC 9(6) VALUE 0.
         01 WS-SEQ-USED PIC 9(6) VALUE 0.

         01 WS-VALID-SW PIC X VALUE 'Y'.
            88 WS-VALID-YES VALUE 'Y'.
            88 WS-VALID-NO VALUE 'N'.
            05 FILLER PIC X(25) VALUE 'TRANSMISSIONS PROCESSED: '.
            05 WS-TOT-TRN PIC ZZZ9.
            05 FILLER PIC X(81) VALUE SPACES.
         01 WS-TOTAL-TYP-LINE.
            05 FILLER PIC X(10) VALUE 'RUN TYPE: '.
            05 WS-TOT-TYP PIC X(5).
            05 FILLER PIC X(95) VALUE SPACES.
         01 WS-DATE-WARN-LINE.
            05 FILLER PIC X(17) VALUE 'WARNING: SOURCE '.
            05 WS-WRN-SOURCE PIC X(8).
            05 WS-REJ-POS PIC 9(2).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-REJ-REASON-O PIC 9(2).
            05 WS-REJ-RUN-TYPE PIC X(1).
            05 WS-REJ-SOURCE PIC X(8).
            05 WS-REJ-DATE PIC 9(8).
         01 WS-AUDIT-LINE.
            05 WS-AUD-ID PIC 9(6).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-AUD-NUM PIC Z9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-AUD-BLANK PIC Z9.
            05 WS-AUD-RUN-TYPE PIC X(1).
            05 WS-AUD-SOURCE PIC X(8).
         01 WS-DISCREPANCY-LINE.
            05 WS-DSC-ID PIC 9(6).
           IF WS-RESTART-PARM(1:1) = 'R' OR WS-RESTART-PARM(1:1) = 'r'
              SET WS-RESTART-YES TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESTART-PARM(1:5) = 'PART='
                   MOVE WS-RESTART-PARM(6:1) TO WS-PRT-PARM
               WHEN WS-RESTART-PARM(1:7) = 'R,PART='
                   MOVE WS-RESTART-PARM(8:1) TO WS-PRT-PARM
           END-EVALUATE.
           IF WS-PRT-PARM NOT = SPACE
              IF WS-PRT-PARM IS NOT NUMERIC OR WS-PRT-PARM = '0'
                 DISPLAY 'RITESH: INVALID PARTITION PARM: '
                     WS-RESTART-PARM(1:20)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PRT-PARM TO WS-PRT-NO
              SET WS-PRT-YES TO TRUE
              PERFORM READ-PARTITION-MANIFEST
           END-IF.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE ZERO TO WS-REASON-CNT(RSX)
           END-PERFORM.
              PERFORM LOAD-VALIDATION-RULES
              CLOSE RUL-FILE
           END-IF.
      * SRCFILE IS REQUIRED - WITHOUT THE REGISTRY NO TRANSMISSION
      * CAN BE ACCEPTED.
           OPEN INPUT SRC-FILE.
           IF NOT WS-SRC-FILE-OK
              DISPLAY 'RITESH: SRC-FILE OPEN FAILED, STATUS='
                  WS-SRC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-SOURCE-REGISTRY.
           CLOSE SRC-FILE.
           OPEN OUTPUT EXC-FILE.
           IF NOT WS-EXC-FILE-OK
              DISPLAY 'RITESH: EXC-FILE OPEN FAILED, STATUS='
                  WS-EXC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-NAME FROM ENVIRONMENT-VALUE.
           IF WS-RESTART-YES
              PERFORM READ-STR-FILE
           END-IF.

      * THE MANIFEST IS CUT BY THE SAME UNLOAD AS THIS PARTITION'S
      * SLICE. A PARTITION IT DOES NOT LIST HAS NO SLICE TO COUNT.
       READ-PARTITION-MANIFEST.
           OPEN INPUT PMN-FILE.
           IF NOT WS-PMN-FILE-OK
              DISPLAY 'RITESH: PMN-FILE OPEN FAILED, STATUS='
                  WS-PMN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PMN-FILE-EOF
              READ PMN-FILE
                  AT END SET WS-PMN-FILE-EOF TO TRUE
                  NOT AT END PERFORM NOTE-MANIFEST-RECORD
              END-READ
           END-PERFORM.
           CLOSE PMN-FILE.
           IF NOT WS-PRT-FOUND-YES OR WS-PRT-NO > WS-PRT-PARTS
              DISPLAY 'RITESH: PARTITION ' WS-PRT-NO
                  ' IS NOT ON THE PARTITION MANIFEST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PRT-BASE TO WS-REC-SEQ.
           DISPLAY 'RITESH: PARTITION ' WS-PRT-NO ' OF ' WS-PRT-PARTS
               ', MASTER STR-IDS ' WS-PRT-LOW '-' WS-PRT-HIGH
               ', SEQUENCE BASE ' WS-PRT-BASE.

       NOTE-MANIFEST-RECORD.
           EVALUATE PMN-REC(1:1)
               WHEN 'P'
                   MOVE PMN-REC TO WPRTMAN
                   IF WPMN-PART = WS-PRT-NO
                      SET WS-PRT-FOUND-YES TO TRUE
                      MOVE WPMN-SEQ-BASE TO WS-PRT-BASE
                      MOVE WPMN-LOW-ID TO WS-PRT-LOW
                      MOVE WPMN-HIGH-ID TO WS-PRT-HIGH
                   END-IF
               WHEN 'T'
                   MOVE PMN-REC TO WPRTTOT
                   MOVE WPTT-PARTS TO WS-PRT-PARTS
           END-EVALUATE.

      * THE FIRST PHYSICAL STRFILE RECORD MUST BE THE HEADER. A
      * MISSING HEADER MEANS THE TRANSMISSION IS NOT OURS; THE FILE
      * DATE MUST BE TODAY'S, OR - WHEN THE BUSINESS CALENDAR IS
           END-READ.
           MOVE STR-FILE-REC TO WSTRHDR.
           PERFORM VALIDATE-HEADER-FIELDS.
           IF WHDR-RUN-DELTA
              SET WS-RUN-DELTA TO TRUE
           END-IF.
           DISPLAY 'RITESH: RUN TYPE=' WS-RUN-TYPE.

      * SHARED BY THE FIRST HEADER AND EVERY LATER TRANSMISSION'S
      * HEADER: FIELD CHECKS, THE DATE CHECK, AND THE PER-SOURCE
                 PERFORM INTEGRITY-ABORT
              END-IF
           END-IF.
           PERFORM CHECK-REGISTERED-SOURCE.
           MOVE WHDR-SOURCE TO WS-CURR-SOURCE.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE ZERO TO WS-SRC-RECS.
           DISPLAY 'RITESH: STRFILE SOURCE=' WHDR-SOURCE
               ' FILE DATE=' WHDR-DATE.

      * A SOURCE THE REGISTRY DOES NOT KNOW, OR HAS MARKED INACTIVE,
      * IS NOT A SUPPLIER WE TAKE DATA FROM - STOP BEFORE ANY OF ITS
      * RECORDS ARE COUNTED.
       CHECK-REGISTERED-SOURCE.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           PERFORM VARYING SDX FROM 1 BY 1
               UNTIL SDX > WS-SRC-COUNT OR WS-SRC-FOUND-YES
              IF WS-SRC-CODE(SDX) = WHDR-SOURCE
                 SET WS-SRC-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-SRC-FOUND-YES
              DISPLAY 'RITESH: STRFILE SOURCE ' WHDR-SOURCE
                  ' IS NOT IN THE SOURCE REGISTRY'
              PERFORM INTEGRITY-ABORT
           END-IF.
           SUBTRACT 1 FROM SDX.
           IF WS-SRC-ACTIVE(SDX) NOT = 'Y'
              DISPLAY 'RITESH: STRFILE SOURCE ' WHDR-SOURCE
                  ' IS INACTIVE IN THE SOURCE REGISTRY'
              PERFORM INTEGRITY-ABORT
           END-IF.
           MOVE 'Y' TO WS-SRC-SEEN(SDX).

       PRIME-STR-LOOKAHEAD.
           READ STR-FILE
               AT END
                  ' BUT CNT HASH TOTAL IS ' WS-HASH-TOTAL
              PERFORM INTEGRITY-ABORT
           END-IF.
           IF WS-CURR-SOURCE = 'STRMAST'
              ADD WTRL-COUNT TO WS-MST-DETAILS
           END-IF.

      * THE FILE ITSELF CANNOT BE TRUSTED - STOP HARD SO NOTHING
      * DOWNSTREAM RUNS AGAINST IT. REPORT TOTALS ARE NOT WRITTEN,
              CLOSE RCY-FILE
           END-IF.
           CLOSE DISC-FILE.
           CLOSE EXC-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           STOP RUN.
              SUBTRACT 1 FROM WS-CAL-INT
           END-IF.

       LOAD-SOURCE-REGISTRY.
           PERFORM UNTIL WS-SRC-FILE-EOF
              READ SRC-FILE
                  AT END SET WS-SRC-FILE-EOF TO TRUE
                  NOT AT END PERFORM LOAD-SOURCE-ENTRY
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-SRC-FILE-STATUS.
           DISPLAY 'RITESH: SOURCE REGISTRY LOADED, SOURCES='
               WS-SRC-COUNT.

       LOAD-SOURCE-ENTRY.
           IF WS-SRC-COUNT >= WS-SRC-MAX
              DISPLAY 'RITESH: SOURCE TABLE FULL AT '
                  WS-SRC-MAX ' ENTRIES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SRC-REC TO WSRCREC.
           ADD 1 TO WS-SRC-COUNT.
           MOVE WSRC-CODE TO WS-SRC-CODE(WS-SRC-COUNT).
           MOVE WSRC-DESC TO WS-SRC-DESC(WS-SRC-COUNT).
           MOVE WSRC-DAYS TO WS-SRC-DAYS(WS-SRC-COUNT).
           MOVE WSRC-ACTIVE TO WS-SRC-ACTIVE(WS-SRC-COUNT).
           MOVE 'N' TO WS-SRC-SEEN(WS-SRC-COUNT).

      * THE CYCLE'S BUSINESS DATE IS THE RUN DATE. IT EXPECTS
      * TRANSMISSIONS ONLY WHEN IT IS A BUSINESS DAY - PER THE
      * CALENDAR WHEN ONE WAS LOADED, MONDAY TO FRIDAY OTHERWISE -
      * AND THEN ONLY FROM ACTIVE SOURCES FLAGGED FOR THAT WEEKDAY.
       WRITE-MISSING-SOURCES.
           WRITE EXC-REC FROM WS-EXC-HEAD-1.
           MOVE WS-CD-MM TO WS-EXC-MM.
           MOVE WS-CD-DD TO WS-EXC-DD.
           MOVE WS-CD-YYYY TO WS-EXC-YYYY.
           WRITE EXC-REC FROM WS-EXC-HEAD-2.
           MOVE WS-CURR-DATE TO WS-CAL-WORK-DATE.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-WORK-DATE).
           COMPUTE WS-CAL-DOW =
               FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
           MOVE 'N' TO WS-BUS-DAY-SW.
           IF WS-CAL-YES
              MOVE 'N' TO WS-HOL-HIT-SW
              PERFORM VARYING HDX FROM 1 BY 1
                  UNTIL HDX > WS-HOL-COUNT OR WS-HOL-HIT-YES
                 IF WS-HOL-DATE(HDX) = WS-CURR-DATE
                    SET WS-HOL-HIT-YES TO TRUE
                 END-IF
              END-PERFORM
              IF WS-CAL-WORKDAY(WS-CAL-DOW) = '1'
                    AND NOT WS-HOL-HIT-YES
                 SET WS-BUS-DAY-YES TO TRUE
              END-IF
           ELSE
              IF WS-CAL-DOW < 6
                 SET WS-BUS-DAY-YES TO TRUE
              END-IF
           END-IF.
           IF WS-BUS-DAY-YES
              PERFORM CHECK-MISSING-SOURCE
                  VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SRC-COUNT
              MOVE WS-MISSING-SOURCES TO WS-EXC-MISSING
              WRITE EXC-REC FROM WS-EXC-TOTAL
           ELSE
              WRITE EXC-REC FROM WS-EXC-NONE
           END-IF.
           CLOSE EXC-FILE.

       CHECK-MISSING-SOURCE.
           IF WS-SRC-ACTIVE(SDX) = 'Y'
                 AND WS-SRC-DAY(SDX, WS-CAL-DOW) = '1'
                 AND WS-SRC-SEEN(SDX) NOT = 'Y'
              ADD 1 TO WS-MISSING-SOURCES
              MOVE WS-SRC-CODE(SDX) TO WS-EXC-SOURCE
              MOVE WS-SRC-DESC(SDX) TO WS-EXC-DESC
              WRITE EXC-REC FROM WS-EXC-DETAIL
              DISPLAY 'RITESH: SOURCE ' WS-SRC-CODE(SDX)
                  ' EXPECTED TODAY BUT SENT NOTHING'
           END-IF.

       LOAD-VALIDATION-RULES.
           PERFORM UNTIL WS-RUL-FILE-EOF
              READ RUL-FILE
           CLOSE CKP-FILE.
           MOVE '00' TO WS-CKP-FILE-STATUS.

      * THE CHECKPOINT HOLDS THE STR-ID SEQUENCE NUMBER, WHICH IN A
      * PARTITIONED RUN STARTS FROM THE PARTITION'S BASE, NOT ZERO.
       SKIP-TO-RESTART-POINT.
           PERFORM VARYING WS-SKIP-CTR FROM 1 BY 1
               UNTIL WS-SKIP-CTR + WS-PRT-BASE > WS-RESTART-POINT
                  OR WS-EOF-YES
              PERFORM SKIP-ONE-RECORD
           END-PERFORM.

           END-IF.

       CHECK-TOLERANCE.
           COMPUTE WS-SEQ-USED = WS-REC-SEQ - WS-PRT-BASE.
           IF WS-SEQ-USED > 0
              COMPUTE WS-REJ-PCT ROUNDED =
                  WS-TOTAL-REJECTS * 100 / WS-SEQ-USED
           ELSE
              MOVE ZERO TO WS-REJ-PCT
           END-IF.
              CLOSE RCY-FILE
           END-IF.
           CLOSE DISC-FILE.
           CLOSE EXC-FILE.
           MOVE 12 TO RETURN-CODE.
           PERFORM WRITE-RUN-SUMMARY.
           STOP RUN.
           MOVE STR-ALPHA-CNT TO WS-AUD-ALPHA.
           MOVE STR-NUM-CNT TO WS-AUD-NUM.
           MOVE STR-BLANK-CNT TO WS-AUD-BLANK.
           MOVE WS-RUN-TYPE TO WS-AUD-RUN-TYPE.
           MOVE WS-CURR-SOURCE TO WS-AUD-SOURCE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

           END-IF.
           MOVE WS-REJ-REASON TO WS-REJ-REASON-O.
           MOVE WS-CURR-SOURCE TO WS-REJ-SOURCE.
           MOVE WS-RUN-TYPE TO WS-REJ-RUN-TYPE.
           MOVE WS-CURR-DATE TO WS-REJ-DATE.
           WRITE REJECT-REC FROM WS-REJECT-LINE.
           ADD 1 TO WS-TOTAL-REJECTS.
           ADD 1 TO WS-REASON-CNT(WS-REJ-REASON).
           WRITE RPT-REC FROM WS-TOTAL-DSC-LINE.
           MOVE WS-TRANS-COUNT TO WS-TOT-TRN.
           WRITE RPT-REC FROM WS-TOTAL-TRN-LINE.
      * A DELTA RUN COUNTS ONLY THE MAINTAINED STR-IDS, SO ITS
      * TOTALS ARE NOT COMPARABLE WITH A FULL RUN'S - THE LINE LETS
      * THE TREND REPORT (RITESHT) KEEP THE TWO APART.
           IF WS-RUN-DELTA
              MOVE 'DELTA' TO WS-TOT-TYP
           ELSE
              MOVE 'FULL' TO WS-TOT-TYP
           END-IF.
           WRITE RPT-REC FROM WS-TOTAL-TYP-LINE.
           IF WS-PRT-YES AND WS-PRT-NO < WS-PRT-PARTS
              CLOSE EXC-FILE
           ELSE
              PERFORM WRITE-MISSING-SOURCES
           END-IF.
           CLOSE STR-FILE.
           CLOSE RPT-FILE.
           CLOSE REJECT-FILE.
           END-IF.
           CLOSE DISC-FILE.
      * TIERED CONDITION CODES FOR THE SCHEDULER: RC=8 WHEN THE RUN
      * WROTE DISCREPANCIES, RC=4 WHEN IT ONLY WROTE REJECTS OR AN
      * EXPECTED SOURCE SENT NOTHING, RC=0 ONLY ON A CLEAN RUN.
      * (RC=12 TOLERANCE ABORTS AND RC=16 OPEN FAILURES STOP
      * ELSEWHERE, BEFORE REACHING THIS POINT.)
           EVALUATE TRUE
               WHEN WS-TOTAL-DISCREPANCIES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-REJECTS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MISSING-SOURCES > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-SUMMARY.

      * A STOPPED STEP INSTEAD OF A MISSING ONE. RECORDS IN IS EVERY
      * RECORD GIVEN A SEQUENCE NUMBER (RECYCLED PLUS STRFILE
      * DETAILS), RECORDS OUT IS THE VALID RECORDS WRITTEN TO THE
      * REPORT AND AUDIT LOG. A PARTITION ALSO LEAVES ITS TOTALS ON
      * PRTSUM; THE MERGE STEP WRITES THE CYCLE'S RITESH RECORD.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESH' TO WRUN-PROGRAM.
           MOVE WS-CURR-DATE TO WRUN-DATE.
           MOVE WS-CURR-TIME(1:6) TO WRUN-TIME.
           COMPUTE WRUN-RECS-IN = WS-REC-SEQ - WS-PRT-BASE.
           MOVE WS-TOTAL-RECS TO WRUN-RECS-OUT.
           MOVE WS-TOTAL-REJECTS TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
           IF WS-PRT-YES
              PERFORM WRITE-PARTITION-SUMMARY
           END-IF.

      * APPENDED, SO A RESTARTED PARTITION LEAVES A SECOND RECORD
      * BEHIND ITS STOPPED ONE - THE MERGE STEP TAKES THE LAST.
       WRITE-PARTITION-SUMMARY.
           OPEN EXTEND PSM-FILE.
           IF WS-PSM-FILE-NEW
              OPEN OUTPUT PSM-FILE
           END-IF.
           IF NOT WS-PSM-FILE-OK
              DISPLAY 'RITESH: PSM-FILE OPEN FAILED, STATUS='
                  WS-PSM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WPRTSUM.
           MOVE WS-PRT-NO TO WPSM-PART.
           MOVE WS-CURR-DATE TO WPSM-DATE.
           MOVE WS-CURR-TIME(1:6) TO WPSM-TIME.
           MOVE RETURN-CODE TO WPSM-RETURN-CODE.
           MOVE WS-PRT-BASE TO WPSM-SEQ-BASE.
           MOVE WRUN-RECS-IN TO WPSM-RECS-IN.
           MOVE WS-MST-DETAILS TO WPSM-MST-DETAILS.
           MOVE WS-TOTAL-RECS TO WPSM-TOTAL-RECS.
           MOVE WS-TOTAL-CNT TO WPSM-TOTAL-CNT.
           MOVE WS-TOTAL-REJECTS TO WPSM-REJECTS.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE WS-REASON-CNT(RSX) TO WPSM-REASON-CNT(RSX)
           END-PERFORM.
           MOVE WS-TOTAL-RECYCLED TO WPSM-RECYCLED.
           MOVE WS-TOTAL-DISCREPANCIES TO WPSM-DISCREPS.
           MOVE WS-TRANS-COUNT TO WPSM-TRANSMISSIONS.
           MOVE WS-RUN-TYPE TO WPSM-RUN-TYPE.
           MOVE WS-RCY-SW TO WPSM-RCY-FLAG.
           WRITE PSM-REC FROM WPRTSUM.
           CLOSE PSM-FILE.

       WRITE-REASON-TOTAL.
           MOVE RSX TO WS-RSN-CODE.
