      *       FIRST STEP OF THE RITESH BATCH CYCLE SO THE COUNT STEP  *
      *       PROCESSES THE MAINTAINED MASTER, NOT A RAW FEED.        *
      *                                                               *
      *   EFFECTIVE DATING - EVERY UNLOAD, FULL OR DELTA, TAKES ONLY  *
      *   THE RECORDS IN FORCE ON THE CYCLE'S BUSINESS DATE (THE      *
      *   UNLOAD DATE THE HEADER CARRIES): EFFECTIVE DATE ZERO OR NOT *
      *   AFTER IT, EXPIRY DATE ZERO OR NOT BEFORE IT (SEE WSTRREC).  *
      *   PENDING AND EXPIRED RECORDS ARE PASSED OVER AND COUNTED ON  *
      *   SYSOUT. EVERY RECORD THAT CAME INTO FORCE OR EXPIRED SINCE  *
      *   THE LAST SUCCESSFUL CYCLE (THE LASTCYC DATE - YESTERDAY     *
      *   WHEN THERE IS NONE) IS LISTED ON SYSOUT, SO A WEEKEND OR    *
      *   HOLIDAY ACTIVATION IS REPORTED BY THE NEXT CYCLE THAT RUNS. *
      *   A DELTA RUN FINDS THESE WITHOUT READING THE WHOLE MASTER:   *
      *   EVERY DATE ON THE MASTER WAS SET THROUGH RITU, SO AS THE    *
      *   JOURNAL IS READ FOR THE MAINTAINED KEYS IT ALSO NOTES EVERY *
      *   KEY WHOSE AFTER IMAGE - AT ANY TIME, NOT ONLY SINCE THE     *
      *   LAST CYCLE - CARRIES A DATE FALLING DUE SINCE THEN. ONLY    *
      *   THOSE KEYS ARE READ FROM THE MASTER, WHOSE OWN DATES        *
      *   DECIDE, AND THE NEWLY EFFECTIVE ONES NOT MAINTAINED SINCE   *
      *   THE LAST CYCLE ARE UNLOADED - THE JOURNAL NEVER NAMES A     *
      *   RECORD WHOSE SCHEDULED ACTIVATION SIMPLY ARRIVED.           *
      *                                                               *
      *   PARM='DELTA' - UNLOAD ONLY THE STR-IDS ADDED OR CHANGED     *
      *       THROUGH RITU SINCE THE LAST SUCCESSFUL CYCLE. LASTCYC   *
      *       HOLDS THE TIMESTAMP (YYYYMMDDHHMMSS) AT WHICH THAT      *
      *       CYCLE'S UNLOAD STARTED; EVERY MNTJRNL ENTRY STAMPED AT  *
      *       OR AFTER IT NAMES A TOUCHED KEY, AND THE LAST FUNCTION  *
      *       SEEN FOR THE KEY DECIDES ITS FATE: ADDED OR CHANGED     *
      *       KEYS ARE READ FROM THE MASTER AND UNLOADED EXACTLY AS   *
      *       ON A FULL RUN (SEQFILE DETAIL, CTLFILE RECORD, HASH);   *
      *       DELETED KEYS - AND ANY KEY NO LONGER ON THE MASTER -    *
      *       ARE LISTED ON SYSOUT AND NOT COUNTED. THE HEADER        *
      *       CARRIES RUN TYPE 'D' (SEE WSTRHDR) SO THE COUNT STEP    *
      *       MARKS ITS AUDIT, REJECT AND REPORT OUTPUT AS A DELTA    *
      *       RUN. A FULL UNLOAD IS TAKEN INSTEAD, WITH A MESSAGE,    *
      *       WHEN LASTCYC IS EMPTY OR MISSING (NO SUCCESSFUL CYCLE   *
      *       YET), WHEN TOO MANY KEYS WERE TOUCHED TO TABLE, AND ON  *
      *       THE LAST BUSINESS DAY OF THE MONTH PER THE BUSINESS     *
      *       CALENDAR (CALFILE, OPTIONAL - MONDAY TO FRIDAY WITHOUT  *
      *       IT), SO MONTH-END ALWAYS GETS A FULL RECOUNT.           *
      *                                                               *
      *   EVERY UNLOAD, FULL OR DELTA, WRITES ITS OWN START TIMESTAMP *
      *   TO THISCYC. THE CYCLE JCL COPIES THISCYC OVER LASTCYC ONLY  *
      *   AFTER THE COUNT STEP SUCCEEDS, SO A FAILED CYCLE LEAVES THE *
      *   DELTA POINT WHERE IT WAS AND THE NEXT RUN PICKS UP ITS KEYS.*
      *                                                               *
      *   PARM='LOAD' - READ A SEQFILE-FORMAT DATASET AND BUILD THE   *
      *       MASTER FROM IT, ASSIGNING STR-IDS IN RECORD SEQUENCE    *
      *       AND STORING THE COUNT COMPUTED UNDER THE SHARED COUNTER *
      *       RULES (COPY PCOUNTER), IN FORCE FROM THE START WITH NO  *
      *       EXPIRY (BOTH DATES ZERO). STRINGS THAT FAIL VALIDATION  *
      *       ARE NOT LOADED (THE MASTER NEVER HOLDS A STRING THE     *
      *       BATCH RUN WOULD REJECT); THE STEP ENDS RC=4 WHEN ANY    *
      *       WERE SKIPPED. USED FOR THE ONE-TIME CONVERSION FROM THE *
      *       UPSTREAM FEED (SEE RITMST JCL) AND FOR ANY REBUILD.     *
      *       LOAD READS THE BARE DETAIL FORMAT ONLY - STRIP ANY      *
      *       HEADER/TRAILER FROM A TRANSMISSION BEFORE LOADING IT.   *
      *                                                               *
      *   PARTITIONED UNLOAD - WHEN THE OPTIONAL PRTCTL DD CARRIES    *
      *   PARTITION RANGE CARDS, A FULL OR DELTA UNLOAD ALSO CUTS ONE *
      *   SLICE PER STR-ID RANGE (SEQPRTN/CTLPRTN, N = 1 TO 4), EACH  *
      *   WITH ITS OWN HEADER AND A TRAILER COUNTING AND HASHING ITS  *
      *   OWN DETAILS, FOR THE PARALLEL PARTITIONS OF THE COUNT STEP  *
      *   (SEE RITPSPL AND RITPRTN JCL). SEQFILE/CTLFILE STILL CARRY  *
      *   THE WHOLE UNLOAD. THE PARTITION MANIFEST (PRTMAN, WPRTREC   *
      *   LAYOUT) RECORDS EACH SLICE'S RANGE, DETAIL COUNT, HASH AND  *
      *   STR-ID SEQUENCE BASE PLUS THE UNLOAD TOTALS, FOR THE COUNT  *
      *   PARTITIONS AND FOR THE MERGE STEP (RITESHMG) THAT PROVES    *
      *   THEY ADD BACK UP TO THE UNLOAD. A MASTER RECORD OUTSIDE     *
      *   EVERY RANGE STOPS THE UNLOAD RC=16.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT JRN-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT LCY-FILE ASSIGN TO LASTCYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCY-FILE-STATUS.

           SELECT TCY-FILE ASSIGN TO THISCYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCY-FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT RUL-FILE ASSIGN TO RULFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUL-KEY
               FILE STATUS IS WS-RUL-FILE-STATUS.

           SELECT PRC-FILE ASSIGN TO PRTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-FILE-STATUS.

           SELECT PMN-FILE ASSIGN TO PRTMAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMN-FILE-STATUS.

           SELECT RCY-FILE ASSIGN TO RCYFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.

           SELECT SP1-FILE ASSIGN TO SEQPRT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT SP2-FILE ASSIGN TO SEQPRT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT SP3-FILE ASSIGN TO SEQPRT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT SP4-FILE ASSIGN TO SEQPRT4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT CP1-FILE ASSIGN TO CTLPRT1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT CP2-FILE ASSIGN TO CTLPRT2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT CP3-FILE ASSIGN TO CTLPRT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

           SELECT CP4-FILE ASSIGN TO CTLPRT4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MST-FILE.
           05 MST-ID PIC 9(6).
           05 MST-VALUE PIC X(50).
           05 MST-COUNT PIC 9(2).
           05 MST-EFF-DATE PIC 9(8).
           05 MST-EXP-DATE PIC 9(8).

       FD  SEQ-FILE
           RECORDING MODE IS F.
       01  CTL-REC.
           05 CTL-EXP-COUNT PIC 9(2).

       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-REC PIC X(182).

       FD  LCY-FILE
           RECORDING MODE IS F.
       01  LCY-REC.
           05 LCY-STAMP PIC X(14).
           05 FILLER PIC X(66).

       FD  TCY-FILE
           RECORDING MODE IS F.
       01  TCY-REC.
           05 TCY-STAMP PIC X(14).
           05 FILLER PIC X(66).

       FD  CAL-FILE
           RECORDING MODE IS F.
       01  CAL-REC.
           05 CAL-TYPE PIC X(8).
           05 FILLER PIC X(1).
           05 CAL-DATA PIC X(8).
           05 FILLER PIC X(63).

       FD  RUL-FILE.
       01  RUL-REC.
           05 RUL-KEY PIC 9(4).
           05 RUL-DATA PIC X(76).

       FD  PRC-FILE
           RECORDING MODE IS F.
       01  PRC-REC.
           05 PRC-TYPE PIC X(4).
           05 FILLER PIC X(1).
           05 PRC-PART PIC 9(1).
           05 FILLER PIC X(1).
           05 PRC-LOW-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PRC-HIGH-ID PIC 9(6).
           05 FILLER PIC X(60).

       FD  PMN-FILE
           RECORDING MODE IS F.
       01  PMN-REC PIC X(80).

       FD  RCY-FILE
           RECORDING MODE IS F.
       01  RCY-REC PIC X(50).

       FD  SP1-FILE
           RECORDING MODE IS F.
       01  SP1-REC PIC X(50).

       FD  SP2-FILE
           RECORDING MODE IS F.
       01  SP2-REC PIC X(50).

       FD  SP3-FILE
           RECORDING MODE IS F.
       01  SP3-REC PIC X(50).

       FD  SP4-FILE
           RECORDING MODE IS F.
       01  SP4-REC PIC X(50).

       FD  CP1-FILE
           RECORDING MODE IS F.
       01  CP1-REC PIC 9(2).

       FD  CP2-FILE
           RECORDING MODE IS F.
       01  CP2-REC PIC 9(2).

       FD  CP3-FILE
           RECORDING MODE IS F.
       01  CP3-REC PIC 9(2).

       FD  CP4-FILE
           RECORDING MODE IS F.
       01  CP4-REC PIC 9(2).

       WORKING-STORAGE SECTION.
         01 WS-MST-FILE-STATUS PIC XX VALUE '00'.
            88 WS-MST-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         01 WS-CTL-FILE-STATUS PIC XX VALUE '00'.
            88 WS-CTL-FILE-OK VALUE '00'.
         01 WS-JRN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-JRN-FILE-OK VALUE '00'.
            88 WS-JRN-FILE-EOF VALUE '10'.
         01 WS-LCY-FILE-STATUS PIC XX VALUE '00'.
            88 WS-LCY-FILE-OK VALUE '00'.
         01 WS-TCY-FILE-STATUS PIC XX VALUE '00'.
            88 WS-TCY-FILE-OK VALUE '00'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         COPY WSTRREC.
         01 WS-MODE-SW PIC X VALUE 'U'.
            88 WS-MODE-UNLOAD VALUE 'U'.
            88 WS-MODE-LOAD VALUE 'L'.
            88 WS-MODE-DELTA VALUE 'D'.
         01 WS-DELTA-REQ-SW PIC X VALUE 'N'.
            88 WS-DELTA-REQ-YES VALUE 'Y'.
         01 WS-FULL-REASON PIC X(40) VALUE SPACES.

      * DELTA MODE: ONE ENTRY PER STR-ID TOUCHED IN MNTJRNL SINCE
      * THE LAST SUCCESSFUL CYCLE, HOLDING THE LAST FUNCTION SEEN
      * FOR IT ('A', 'C' OR 'D'). THE JOURNAL IS IN TIME ORDER, SO
      * A KEY ADDED AND THEN DELETED ENDS UP 'D' AND IS NOT COUNTED.
         COPY WJRNREC.
         01 WS-LAST-STAMP PIC X(14) VALUE SPACES.
         01 WS-JRN-STAMP.
            05 WS-JS-DATE PIC 9(8).
            05 WS-JS-TIME PIC 9(6).
         01 WS-JRN-KEY PIC 9(6) VALUE 0.
         01 WS-KEY-MAX PIC 9(4) VALUE 5000.
         01 WS-KEY-COUNT PIC 9(4) VALUE 0.
         01 WS-KEY-TABLE.
            05 WS-KEY-ENTRY OCCURS 5000 TIMES.
               10 WS-KEY-ID PIC 9(6).
               10 WS-KEY-FUNC PIC X(1).
         01 KDX PIC 9(4) VALUE 0.
         01 WS-KEY-FOUND-SW PIC X VALUE 'N'.
            88 WS-KEY-FOUND-YES VALUE 'Y'.
         01 WS-KEY-FULL-SW PIC X VALUE 'N'.
            88 WS-KEY-FULL-YES VALUE 'Y'.

      * DELTA MODE: ONE ENTRY PER STR-ID WHOSE JOURNALED AFTER IMAGE
      * CARRIES AN EFFECTIVE OR EXPIRY DATE FALLING DUE SINCE THE
      * LAST CYCLE - THE ONLY RECORDS THAT CAN HAVE COME INTO FORCE
      * OR EXPIRED SINCE THEN. EACH IS CONFIRMED BY A KEYED READ.
         01 WS-DUE-MAX PIC 9(4) VALUE 2000.
         01 WS-DUE-COUNT PIC 9(4) VALUE 0.
         01 WS-DUE-TABLE.
            05 WS-DUE-ID OCCURS 2000 TIMES PIC 9(6).
         01 DDX PIC 9(4) VALUE 0.
         01 WS-DUE-FOUND-SW PIC X VALUE 'N'.
            88 WS-DUE-FOUND-YES VALUE 'Y'.
         01 WS-DUE-FULL-SW PIC X VALUE 'N'.
            88 WS-DUE-FULL-YES VALUE 'Y'.
         01 WS-JRN-READ PIC 9(6) VALUE 0.
         01 WS-JRN-SINCE PIC 9(6) VALUE 0.
         01 WS-RECS-DELETED PIC 9(6) VALUE 0.

      * BUSINESS CALENDAR (CALFILE, OPTIONAL) - THE SAME 'HOLIDAY
      * YYYYMMDD' AND 'WORKDAYS NNNNNNN' RECORDS THE COUNT STEP
      * READS. USED ONLY TO RECOGNIZE THE LAST BUSINESS DAY OF THE
      * MONTH, WHEN A DELTA REQUEST IS TURNED INTO A FULL UNLOAD.
         01 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
            88 WS-CAL-FILE-OK VALUE '00'.
            88 WS-CAL-FILE-NOT-FOUND VALUE '35'.
            88 WS-CAL-FILE-EOF VALUE '10'.
         01 WS-HOL-MAX PIC 9(3) VALUE 200.
         01 WS-HOL-COUNT PIC 9(3) VALUE 0.
         01 WS-HOL-TABLE.
            05 WS-HOL-DATE OCCURS 200 TIMES PIC 9(8).
         01 HDX PIC 9(3) VALUE 0.
         01 WS-WORKDAY-MASK.
            05 WS-CAL-WORKDAY OCCURS 7 TIMES PIC X.
         01 WS-CAL-WORK-DATE PIC 9(8) VALUE 0.
         01 WS-CAL-INT PIC 9(7) VALUE 0.
         01 WS-CAL-DOW PIC 9(1) VALUE 0.
         01 WS-CAL-DATE PIC 9(8) VALUE 0.
         01 WS-CAL-STEPS PIC 9(2) VALUE 0.
         01 WS-CAL-FOUND-SW PIC X VALUE 'N'.
            88 WS-CAL-FOUND-YES VALUE 'Y'.
         01 WS-HOL-HIT-SW PIC X VALUE 'N'.
            88 WS-HOL-HIT-YES VALUE 'Y'.
         01 WS-NEXT-BUS-DATE PIC 9(8) VALUE 0.

         01 WS-REC-SEQ PIC 9(6) VALUE 0.
         01 WS-RECS-IN PIC 9(6) VALUE 0.

         COPY WSTRHDR.
         COPY WRUNREC.
         01 WS-UNLOAD-STAMP.
            05 WS-EXTRACT-DATE PIC 9(8) VALUE 0.
            05 WS-EXTRACT-TIME PIC 9(6) VALUE 0.
         01 WS-HASH-TOTAL PIC 9(8) VALUE 0.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

      * EFFECTIVE DATING. THE BUSINESS DATE IS WS-EXTRACT-DATE; THE
      * PRIOR DATE IS THE LAST SUCCESSFUL CYCLE'S (FROM LASTCYC), OR
      * THE DAY BEFORE THE BUSINESS DATE WHEN THERE IS NONE. A RECORD
      * BECAME EFFECTIVE SINCE THEN WHEN ITS EFFECTIVE DATE IS AFTER
      * THE PRIOR DATE, AND EXPIRED WHEN ITS EXPIRY DATE IS ON OR
      * AFTER IT - IT WAS STILL IN FORCE FOR THAT CYCLE.
         01 WS-PRIOR-DATE PIC 9(8) VALUE 0.
         01 WS-FORCE-SW PIC X VALUE 'F'.
            88 WS-FORCE-IN-FORCE VALUE 'F'.
            88 WS-FORCE-PENDING VALUE 'P'.
            88 WS-FORCE-EXPIRED VALUE 'X'.
         01 WS-NEW-EFF-SW PIC X VALUE 'N'.
            88 WS-NEW-EFF-YES VALUE 'Y'.
         01 WS-RECS-PENDING PIC 9(6) VALUE 0.
         01 WS-RECS-EXPIRED PIC 9(6) VALUE 0.
         01 WS-RECS-BECAME-EFF PIC 9(6) VALUE 0.
         01 WS-RECS-NEWLY-EXP PIC 9(6) VALUE 0.
         01 WS-RECS-SCAN-OUT PIC 9(6) VALUE 0.

      * PARTITIONED UNLOAD (PRTCTL, OPTIONAL): ONE 'PART N LLLLLL
      * HHHHHH' CARD PER PARTITION - N FROM 1 UP, LOW AND HIGH STR-ID
      * OF ITS RANGE - IN ASCENDING, NON-OVERLAPPING STR-ID ORDER, SO
      * THE SLICES TAKEN IN PARTITION ORDER FOLLOW THE RANGES. WITHIN
      * A SLICE THE RECORDS ARE IN KEY ORDER ONLY FOR A FULL UNLOAD;
      * A DELTA UNLOAD WRITES MAINTAINED KEYS IN THE ORDER THE
      * JOURNAL FIRST TOUCHED THEM, THEN THE NEWLY EFFECTIVE RECORDS.
      * CARDS WITH '*' IN COLUMN 1 ARE COMMENTS. ALL EIGHT
      * SLICE FILES SHARE ONE STATUS FIELD; EACH OPEN IS CHECKED AS
      * IT HAPPENS.
         01 WS-PRC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PRC-FILE-OK VALUE '00'.
            88 WS-PRC-FILE-NOT-FOUND VALUE '35'.
            88 WS-PRC-FILE-EOF VALUE '10'.
         01 WS-PMN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-PMN-FILE-OK VALUE '00'.
         01 WS-RCY-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RCY-FILE-OK VALUE '00'.
            88 WS-RCY-FILE-NOT-FOUND VALUE '35'.
            88 WS-RCY-FILE-EOF VALUE '10'.
         01 WS-SLC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-SLC-FILE-OK VALUE '00'.
         01 WS-PRT-SW PIC X VALUE 'N'.
            88 WS-PRT-YES VALUE 'Y'.
         01 WS-PRT-MAX PIC 9(1) VALUE 4.
         01 WS-PRT-COUNT PIC 9(1) VALUE 0.
         01 WS-PRT-TABLE.
            05 WS-PRT-ENTRY OCCURS 4 TIMES.
               10 WS-PRT-LOW PIC 9(6).
               10 WS-PRT-HIGH PIC 9(6).
               10 WS-PRT-DETAILS PIC 9(6).
               10 WS-PRT-HASH PIC 9(8).
               10 WS-PRT-BASE PIC 9(6).
         01 PDX PIC 9(1) VALUE 0.
         01 WS-PRT-HIT PIC 9(1) VALUE 0.
         01 WS-PRT-NEXT-BASE PIC 9(6) VALUE 0.
         01 WS-RCY-COUNT PIC 9(6) VALUE 0.
         01 WS-SLC-REC PIC X(50) VALUE SPACES.
         01 WS-SLC-CTL PIC 9(2) VALUE 0.
         COPY WPRTREC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           EVALUATE TRUE
               WHEN WS-MODE-LOAD
                   PERFORM LOAD-MASTER-RECORD UNTIL WS-EOF-YES
               WHEN WS-MODE-DELTA
                   PERFORM UNLOAD-DELTA-KEY
                       VARYING KDX FROM 1 BY 1
                       UNTIL KDX > WS-KEY-COUNT
                   PERFORM CHECK-DUE-KEY
                       VARYING DDX FROM 1 BY 1
                       UNTIL DDX > WS-DUE-COUNT
               WHEN OTHER
                   PERFORM UNLOAD-MASTER-RECORD UNTIL WS-EOF-YES
           END-EVALUATE.
           PERFORM END-OF-JOB.
           STOP RUN.

           IF WS-PARM(1:4) = 'LOAD'
              SET WS-MODE-LOAD TO TRUE
           END-IF.
           IF WS-PARM(1:5) = 'DELTA'
              SET WS-DELTA-REQ-YES TO TRUE
           END-IF.
           IF WS-MODE-LOAD
              OPEN INPUT SEQ-FILE
              IF NOT WS-SEQ-FILE-OK
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-PARTITION-RANGES
              PERFORM WRITE-THIS-CYCLE-STAMP
              PERFORM SET-PRIOR-CYCLE-DATE
              IF WS-DELTA-REQ-YES
                 PERFORM SELECT-UNLOAD-MODE
              END-IF
              PERFORM WRITE-HEADER-RECORD
              IF NOT WS-MODE-DELTA
                 PERFORM READ-MST-FILE
              END-IF
           END-IF.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.

      * THE STAMP IS TAKEN BEFORE THE MASTER OR THE JOURNAL IS READ,
      * SO MAINTENANCE THAT LANDS WHILE THIS UNLOAD RUNS IS PICKED UP
      * AGAIN BY THE NEXT DELTA RATHER THAN MISSED. THISCYC ONLY
      * BECOMES THE NEXT RUN'S LASTCYC ONCE THE COUNT STEP SUCCEEDS.
       WRITE-THIS-CYCLE-STAMP.
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-EXTRACT-TIME.
           OPEN OUTPUT TCY-FILE.
           IF NOT WS-TCY-FILE-OK
              DISPLAY 'RITESHE: TCY-FILE OPEN FAILED, STATUS='
                  WS-TCY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO TCY-REC.
           MOVE WS-UNLOAD-STAMP TO TCY-STAMP.
           WRITE TCY-REC.
           CLOSE TCY-FILE.

      * A DELTA REQUEST BECOMES A DELTA RUN ONLY WHEN THERE IS A
      * LAST-CYCLE POINT TO WORK FROM, IT IS NOT MONTH-END, AND THE
      * TOUCHED AND DUE KEYS FIT THEIR TABLES. OTHERWISE THE FULL
      * UNLOAD IS THE SAFE ANSWER - IT COUNTS EVERYTHING THE DELTA
      * WOULD HAVE.
       SELECT-UNLOAD-MODE.
           IF WS-FULL-REASON = SPACES
              PERFORM CHECK-MONTH-END
           END-IF.
           IF WS-FULL-REASON = SPACES
              PERFORM LOAD-DELTA-KEYS
           END-IF.
           IF WS-FULL-REASON = SPACES
              SET WS-MODE-DELTA TO TRUE
              DISPLAY 'RITESHE: DELTA UNLOAD SINCE ' WS-LAST-STAMP
           ELSE
              DISPLAY 'RITESHE: DELTA REQUESTED BUT ' WS-FULL-REASON
                  ' - FULL UNLOAD TAKEN'
           END-IF.

      * THE LAST-CYCLE STAMP IS READ ON EVERY UNLOAD FOR THE PRIOR
      * DATE; WS-FULL-REASON IT MAY SET ONLY MATTERS TO A DELTA
      * REQUEST (SELECT-UNLOAD-MODE).
       SET-PRIOR-CYCLE-DATE.
           PERFORM READ-LAST-CYCLE-STAMP.
           IF WS-LAST-STAMP = SPACES
              COMPUTE WS-CAL-INT =
                  FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE) - 1
              COMPUTE WS-PRIOR-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
           ELSE
              MOVE WS-LAST-STAMP(1:8) TO WS-PRIOR-DATE
           END-IF.
           DISPLAY 'RITESHE: BUSINESS DATE ' WS-EXTRACT-DATE
               ', PRIOR CYCLE DATE ' WS-PRIOR-DATE.

      * LASTCYC IS EMPTY UNTIL THE FIRST CYCLE COMPLETES; A MISSING
      * DATASET IS TREATED THE SAME WAY.
       READ-LAST-CYCLE-STAMP.
           OPEN INPUT LCY-FILE.
           IF NOT WS-LCY-FILE-OK
              MOVE 'NO LASTCYC DATASET' TO WS-FULL-REASON
           ELSE
              READ LCY-FILE
                  AT END
                      MOVE 'NO LAST SUCCESSFUL CYCLE ON LASTCYC'
                          TO WS-FULL-REASON
                  NOT AT END
                      IF LCY-STAMP IS NUMERIC
                         MOVE LCY-STAMP TO WS-LAST-STAMP
                      ELSE
                         MOVE 'LASTCYC STAMP NOT NUMERIC'
                             TO WS-FULL-REASON
                      END-IF
              END-READ
              CLOSE LCY-FILE
           END-IF.

      * CALFILE IS OPTIONAL. ABSENT, MONDAY TO FRIDAY ARE BUSINESS
      * DAYS WITH NO HOLIDAYS. TODAY IS MONTH-END WHEN THE NEXT
      * BUSINESS DAY FALLS IN ANOTHER MONTH.
       CHECK-MONTH-END.
           MOVE '1111100' TO WS-WORKDAY-MASK.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-NOT-FOUND
              MOVE '00' TO WS-CAL-FILE-STATUS
           ELSE
              IF NOT WS-CAL-FILE-OK
                 DISPLAY 'RITESHE: CAL-FILE OPEN FAILED, STATUS='
                     WS-CAL-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-BUSINESS-CALENDAR
              CLOSE CAL-FILE
           END-IF.
           PERFORM FIND-NEXT-BUSINESS-DAY.
           IF NOT WS-CAL-FOUND-YES
              MOVE 'NO BUSINESS DAY IN NEXT 30 DAYS'
                  TO WS-FULL-REASON
           ELSE
              IF WS-NEXT-BUS-DATE(5:2) NOT = WS-EXTRACT-DATE(5:2)
                 MOVE 'LAST BUSINESS DAY OF THE MONTH'
                     TO WS-FULL-REASON
              END-IF
           END-IF.

       LOAD-BUSINESS-CALENDAR.
           PERFORM UNTIL WS-CAL-FILE-EOF
              READ CAL-FILE
                  AT END SET WS-CAL-FILE-EOF TO TRUE
                  NOT AT END PERFORM LOAD-CALENDAR-RECORD
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-CAL-FILE-STATUS.
           DISPLAY 'RITESHE: BUSINESS CALENDAR LOADED, HOLIDAYS='
               WS-HOL-COUNT ' WORKDAYS=' WS-WORKDAY-MASK.

       LOAD-CALENDAR-RECORD.
           EVALUATE CAL-TYPE
               WHEN 'HOLIDAY'
                   IF CAL-DATA IS NOT NUMERIC
                      DISPLAY 'RITESHE: CAL-FILE HOLIDAY NOT NUMERIC: '
                          CAL-REC(1:17)
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF WS-HOL-COUNT >= WS-HOL-MAX
                      DISPLAY 'RITESHE: HOLIDAY TABLE FULL AT '
                          WS-HOL-MAX ' ENTRIES'
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-HOL-COUNT
                   MOVE CAL-DATA TO WS-HOL-DATE(WS-HOL-COUNT)
               WHEN 'WORKDAYS'
                   MOVE CAL-DATA(1:7) TO WS-WORKDAY-MASK
               WHEN OTHER
                   DISPLAY 'RITESHE: CAL-FILE RECORD IGNORED: '
                       CAL-REC(1:17)
           END-EVALUATE.

      * WALK FORWARD FROM THE UNLOAD DATE ONE DAY AT A TIME,
      * SKIPPING NON-WORKDAYS AND HOLIDAYS (SAME DAY-OF-WEEK RULE AS
      * THE COUNT STEP: DAY 1 OF INTEGER-OF-DATE IS A MONDAY).
       FIND-NEXT-BUSINESS-DAY.
           MOVE WS-EXTRACT-DATE TO WS-CAL-WORK-DATE.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-WORK-DATE) + 1.
           MOVE ZERO TO WS-CAL-STEPS.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           PERFORM CHECK-BUSINESS-DAY
               UNTIL WS-CAL-FOUND-YES OR WS-CAL-STEPS > 30.
           IF WS-CAL-FOUND-YES
              DISPLAY 'RITESHE: NEXT BUSINESS DAY IS '
                  WS-NEXT-BUS-DATE
           END-IF.

       CHECK-BUSINESS-DAY.
           ADD 1 TO WS-CAL-STEPS.
           COMPUTE WS-CAL-DOW =
               FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
           COMPUTE WS-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT).
           MOVE 'N' TO WS-HOL-HIT-SW.
           PERFORM VARYING HDX FROM 1 BY 1
               UNTIL HDX > WS-HOL-COUNT OR WS-HOL-HIT-YES
              IF WS-HOL-DATE(HDX) = WS-CAL-DATE
                 SET WS-HOL-HIT-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-CAL-WORKDAY(WS-CAL-DOW) = '1'
                 AND NOT WS-HOL-HIT-YES
              SET WS-CAL-FOUND-YES TO TRUE
              MOVE WS-CAL-DATE TO WS-NEXT-BUS-DATE
           ELSE
              ADD 1 TO WS-CAL-INT
           END-IF.

      * AN ENTRY STAMPED IN THE SAME SECOND AS THE LAST CYCLE'S
      * UNLOAD MAY OR MAY NOT HAVE MADE THAT UNLOAD, SO IT IS TAKEN
      * AGAIN - COUNTING A STRING TWICE IS HARMLESS, MISSING ONE IS
      * NOT. THE DUE DATES ARE LOOKED FOR ON EVERY ENTRY, HOWEVER
      * OLD: A DATE SET LAST MONTH CAN FALL DUE TODAY.
       LOAD-DELTA-KEYS.
           OPEN INPUT JRN-FILE.
           IF NOT WS-JRN-FILE-OK
              DISPLAY 'RITESHE: JRN-FILE OPEN FAILED, STATUS='
                  WS-JRN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-JRN-FILE-EOF OR WS-KEY-FULL-YES
                 OR WS-DUE-FULL-YES
              READ JRN-FILE
                  AT END SET WS-JRN-FILE-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-JRN-READ
                     MOVE JRN-REC TO WJRNREC
                     MOVE WJRN-DATE TO WS-JS-DATE
                     MOVE WJRN-TIME TO WS-JS-TIME
                     IF WS-JRN-STAMP NOT < WS-LAST-STAMP
                        ADD 1 TO WS-JRN-SINCE
                        PERFORM NOTE-DELTA-KEY
                     END-IF
                     IF NOT WJRN-FUNC-DELETE
                        PERFORM NOTE-DUE-KEY
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE JRN-FILE.
           IF WS-KEY-FULL-YES
              DISPLAY 'RITESHE: DELTA KEY TABLE FULL AT '
                  WS-KEY-MAX ' ENTRIES'
              MOVE 'TOO MANY STR-IDS MAINTAINED'
                  TO WS-FULL-REASON
           END-IF.
           IF WS-DUE-FULL-YES
              DISPLAY 'RITESHE: DUE-DATE KEY TABLE FULL AT '
                  WS-DUE-MAX ' ENTRIES'
              MOVE 'TOO MANY DATES FALLING DUE'
                  TO WS-FULL-REASON
           END-IF.

       NOTE-DELTA-KEY.
           IF WJRN-FUNC-DELETE
              MOVE WJRN-B-ID TO WS-JRN-KEY
           ELSE
              MOVE WJRN-A-ID TO WS-JRN-KEY
           END-IF.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           PERFORM VARYING KDX FROM 1 BY 1
               UNTIL KDX > WS-KEY-COUNT OR WS-KEY-FOUND-YES
              IF WS-KEY-ID(KDX) = WS-JRN-KEY
                 SET WS-KEY-FOUND-YES TO TRUE
                 MOVE WJRN-FUNC TO WS-KEY-FUNC(KDX)
              END-IF
           END-PERFORM.
           IF NOT WS-KEY-FOUND-YES
              IF WS-KEY-COUNT >= WS-KEY-MAX
                 SET WS-KEY-FULL-YES TO TRUE
              ELSE
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-JRN-KEY TO WS-KEY-ID(WS-KEY-COUNT)
                 MOVE WJRN-FUNC TO WS-KEY-FUNC(WS-KEY-COUNT)
              END-IF
           END-IF.

      * THE SAME WINDOWS NOTE-DATE-CHANGE APPLIES TO THE MASTER
      * RECORD: EFFECTIVE AFTER THE PRIOR DATE AND NOT AFTER TODAY,
      * OR EXPIRING ON OR AFTER THE PRIOR DATE AND BEFORE TODAY.
       NOTE-DUE-KEY.
           IF (WJRN-A-EFF-DATE > WS-PRIOR-DATE
                 AND WJRN-A-EFF-DATE NOT > WS-EXTRACT-DATE)
              OR (WJRN-A-EXP-DATE NOT = ZERO
                 AND WJRN-A-EXP-DATE NOT < WS-PRIOR-DATE
                 AND WJRN-A-EXP-DATE < WS-EXTRACT-DATE)
              MOVE 'N' TO WS-DUE-FOUND-SW
              PERFORM VARYING DDX FROM 1 BY 1
                  UNTIL DDX > WS-DUE-COUNT OR WS-DUE-FOUND-YES
                 IF WS-DUE-ID(DDX) = WJRN-A-ID
                    SET WS-DUE-FOUND-YES TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-DUE-FOUND-YES
                 IF WS-DUE-COUNT >= WS-DUE-MAX
                    SET WS-DUE-FULL-YES TO TRUE
                 ELSE
                    ADD 1 TO WS-DUE-COUNT
                    MOVE WJRN-A-ID TO WS-DUE-ID(WS-DUE-COUNT)
                 END-IF
              END-IF
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO WSTRHDR.
           MOVE 'H' TO WHDR-TYPE.
           MOVE WS-EXTRACT-DATE TO WHDR-DATE.
           MOVE 'STRMAST' TO WHDR-SOURCE.
           IF WS-MODE-DELTA
              MOVE 'D' TO WHDR-RUN-TYPE
           ELSE
              MOVE 'F' TO WHDR-RUN-TYPE
           END-IF.
           WRITE SEQ-REC FROM WSTRHDR.
           IF WS-PRT-YES
              MOVE WSTRHDR TO WS-SLC-REC
              PERFORM WRITE-SLICE-RECORD
                  VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-COUNT
           END-IF.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO WSTRTRL.
      * RECORD AND RC=8 ON THE COUNT STEP, NOT AS A HASH-MISMATCH
      * INTEGRITY ABORT THAT WOULD STOP THE WHOLE CYCLE.
       UNLOAD-MASTER-RECORD.
           PERFORM CHECK-IN-FORCE.
           PERFORM NOTE-DATE-CHANGE.
           IF WS-FORCE-IN-FORCE
              PERFORM WRITE-UNLOAD-DETAIL
           ELSE
              PERFORM COUNT-NOT-IN-FORCE
           END-IF.
           PERFORM READ-MST-FILE.

      * KEYS ARE UNLOADED IN THE ORDER THEY WERE FIRST MAINTAINED.
      * A KEY WHOSE LAST JOURNAL ENTRY IS A DELETE IS GONE FROM THE
      * MASTER AND IS NOT COUNTED; SO IS AN ADD OR CHANGE WHOSE
      * RECORD IS NO LONGER THERE (A DELETE NOT YET JOURNALED).
       UNLOAD-DELTA-KEY.
           IF WS-KEY-FUNC(KDX) = 'D'
              ADD 1 TO WS-RECS-DELETED
              DISPLAY 'RITESHE: STR-ID ' WS-KEY-ID(KDX)
                  ' DELETED SINCE LAST CYCLE - NOT COUNTED'
           ELSE
              MOVE WS-KEY-ID(KDX) TO MST-ID
              READ MST-FILE
                  INVALID KEY
                      ADD 1 TO WS-RECS-DELETED
                      DISPLAY 'RITESHE: STR-ID ' WS-KEY-ID(KDX)
                          ' NOT ON MASTER - NOT COUNTED'
                  NOT INVALID KEY
                      ADD 1 TO WS-RECS-IN
                      PERFORM CHECK-IN-FORCE
                      IF WS-FORCE-IN-FORCE
                         PERFORM WRITE-UNLOAD-DETAIL
                      ELSE
                         PERFORM COUNT-NOT-IN-FORCE
                         DISPLAY 'RITESHE: STR-ID ' WS-KEY-ID(KDX)
                             ' NOT IN FORCE - NOT COUNTED'
                      END-IF
              END-READ
           END-IF.

      * AFTER THE MAINTAINED KEYS, A DELTA RUN READS THE KEYS WHOSE
      * JOURNALED DATES FELL DUE SINCE THE LAST CYCLE. THE RECORD MAY
      * HAVE BEEN CHANGED OR DELETED SINCE THAT ENTRY, SO ITS DATES
      * ON THE MASTER DECIDE, AS ON A FULL RUN. A NEWLY EFFECTIVE
      * RECORD IS UNLOADED HERE UNLESS ITS KEY WAS MAINTAINED, WHEN
      * THE KEY PASS ABOVE HAS ALREADY DEALT WITH IT.
       CHECK-DUE-KEY.
           MOVE WS-DUE-ID(DDX) TO MST-ID.
           READ MST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-IN-FORCE
                   PERFORM NOTE-DATE-CHANGE
                   IF WS-NEW-EFF-YES AND WS-FORCE-IN-FORCE
                      PERFORM UNLOAD-DUE-KEY
                   END-IF
           END-READ.

       UNLOAD-DUE-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           PERFORM VARYING KDX FROM 1 BY 1
               UNTIL KDX > WS-KEY-COUNT OR WS-KEY-FOUND-YES
              IF WS-KEY-ID(KDX) = MST-ID
                 SET WS-KEY-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-KEY-FOUND-YES
              ADD 1 TO WS-RECS-IN
              ADD 1 TO WS-RECS-SCAN-OUT
              PERFORM WRITE-UNLOAD-DETAIL
           END-IF.

      * IN FORCE ON THE BUSINESS DATE: EFFECTIVE ZERO OR NOT AFTER
      * IT, AND EXPIRY ZERO OR NOT BEFORE IT. BOTH DATES INCLUSIVE.
       CHECK-IN-FORCE.
           EVALUATE TRUE
               WHEN MST-EFF-DATE > WS-EXTRACT-DATE
                   SET WS-FORCE-PENDING TO TRUE
               WHEN MST-EXP-DATE NOT = ZERO
                     AND MST-EXP-DATE < WS-EXTRACT-DATE
                   SET WS-FORCE-EXPIRED TO TRUE
               WHEN OTHER
                   SET WS-FORCE-IN-FORCE TO TRUE
           END-EVALUATE.

       COUNT-NOT-IN-FORCE.
           IF WS-FORCE-PENDING
              ADD 1 TO WS-RECS-PENDING
           ELSE
              ADD 1 TO WS-RECS-EXPIRED
           END-IF.

      * THE DAY'S ACTIVATIONS AND EXPIRIES, LISTED AS THE MASTER IS
      * READ. A RECORD WHOSE WHOLE IN-FORCE SPAN FELL BETWEEN TWO
      * CYCLES IS LISTED AS EXPIRED ONLY - IT WAS NEVER COUNTED.
       NOTE-DATE-CHANGE.
           MOVE 'N' TO WS-NEW-EFF-SW.
           EVALUATE TRUE
               WHEN WS-FORCE-EXPIRED
                     AND MST-EXP-DATE NOT < WS-PRIOR-DATE
                   ADD 1 TO WS-RECS-NEWLY-EXP
                   DISPLAY 'RITESHE: STR-ID ' MST-ID ' EXPIRED '
                       MST-EXP-DATE ' - NO LONGER COUNTED'
               WHEN WS-FORCE-IN-FORCE
                     AND MST-EFF-DATE > WS-PRIOR-DATE
                   SET WS-NEW-EFF-YES TO TRUE
                   ADD 1 TO WS-RECS-BECAME-EFF
                   DISPLAY 'RITESHE: STR-ID ' MST-ID
                       ' BECAME EFFECTIVE ' MST-EFF-DATE ' - COUNTED'
           END-EVALUATE.

       WRITE-UNLOAD-DETAIL.
           WRITE SEQ-REC FROM MST-VALUE.
           MOVE MST-COUNT TO CTL-EXP-COUNT.
           WRITE CTL-REC.
           PERFORM COUNTER.
           ADD 1 TO WS-RECS-OUT.
           ADD STR-COUNT TO WS-HASH-TOTAL.
           IF WS-PRT-YES
              PERFORM WRITE-PARTITION-DETAIL
           END-IF.

      * WHATEVER LANDS ON THE MASTER TRAVELS AS SOURCE 'STRMAST'
      * FROM THE NEXT UNLOAD ON, SO THE LOAD VALIDATES UNDER THAT
              MOVE WS-REC-SEQ TO MST-ID
              MOVE STR-VALUE TO MST-VALUE
              MOVE STR-COUNT TO MST-COUNT
              MOVE ZERO TO MST-EFF-DATE
              MOVE ZERO TO MST-EXP-DATE
              WRITE MST-REC
                  INVALID KEY
                      DISPLAY 'RITESHE: WRITE FAILED, KEY=' MST-ID
                  WS-RECS-SKIPPED
           ELSE
              PERFORM WRITE-TRAILER-RECORD
              IF WS-PRT-YES
                 PERFORM FINISH-PARTITIONS
              END-IF
              IF WS-MODE-DELTA
                 DISPLAY 'RITESHE: RUN TYPE:               DELTA'
                 DISPLAY 'RITESHE: JOURNAL ENTRIES READ:   '
                     WS-JRN-READ
                 DISPLAY 'RITESHE: ENTRIES SINCE LAST CYCLE:'
                     WS-JRN-SINCE
                 DISPLAY 'RITESHE: STR-IDS MAINTAINED:     '
                     WS-KEY-COUNT
                 DISPLAY 'RITESHE: DELETED, NOT COUNTED:   '
                     WS-RECS-DELETED
                 DISPLAY 'RITESHE: STR-IDS WITH DATES DUE: '
                     WS-DUE-COUNT
                 DISPLAY 'RITESHE: NEWLY EFFECTIVE, UNMAINT:'
                     WS-RECS-SCAN-OUT
              ELSE
                 DISPLAY 'RITESHE: RUN TYPE:               FULL'
              END-IF
              DISPLAY 'RITESHE: BECAME EFFECTIVE:       '
                  WS-RECS-BECAME-EFF
              DISPLAY 'RITESHE: EXPIRED SINCE LAST CYCLE:'
                  WS-RECS-NEWLY-EXP
              DISPLAY 'RITESHE: PENDING, NOT COUNTED:   '
                  WS-RECS-PENDING
              DISPLAY 'RITESHE: EXPIRED, NOT COUNTED:   '
                  WS-RECS-EXPIRED
              DISPLAY 'RITESHE: MASTER RECORDS READ:    ' WS-RECS-IN
              DISPLAY 'RITESHE: SEQFILE DETAILS WRITTEN:' WS-RECS-OUT
              DISPLAY 'RITESHE: CTLFILE RECORDS WRITTEN:' WS-RECS-OUT
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.

      * PRTCTL IS OPTIONAL. ABSENT, THE UNLOAD IS THE SINGLE SEQFILE
      * AND CTLFILE AS ALWAYS; PRESENT, EVERY DETAIL ALSO GOES TO THE
      * SLICE OF THE RANGE ITS STR-ID FALLS IN.
       LOAD-PARTITION-RANGES.
           OPEN INPUT PRC-FILE.
           IF WS-PRC-FILE-NOT-FOUND
              MOVE '00' TO WS-PRC-FILE-STATUS
           ELSE
              IF NOT WS-PRC-FILE-OK
                 DISPLAY 'RITESHE: PRC-FILE OPEN FAILED, STATUS='
                     WS-PRC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-PRC-FILE-EOF
                 READ PRC-FILE
                     AT END SET WS-PRC-FILE-EOF TO TRUE
                     NOT AT END PERFORM LOAD-PARTITION-CARD
                 END-READ
              END-PERFORM
              CLOSE PRC-FILE
              IF WS-PRT-COUNT = ZERO
                 DISPLAY 'RITESHE: PRTCTL HAS NO PARTITION CARDS'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-PRT-YES TO TRUE
              PERFORM OPEN-PARTITION-SLICE
                  VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-COUNT
              DISPLAY 'RITESHE: PARTITIONED UNLOAD, PARTITIONS='
                  WS-PRT-COUNT
           END-IF.

       LOAD-PARTITION-CARD.
           IF PRC-REC(1:1) NOT = '*'
              IF PRC-TYPE NOT = 'PART'
                    OR PRC-PART IS NOT NUMERIC
                    OR PRC-LOW-ID IS NOT NUMERIC
                    OR PRC-HIGH-ID IS NOT NUMERIC
                 DISPLAY 'RITESHE: PRTCTL CARD INVALID: '
                     PRC-REC(1:20)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PRT-COUNT >= WS-PRT-MAX
                 DISPLAY 'RITESHE: PARTITION TABLE FULL AT '
                     WS-PRT-MAX ' ENTRIES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PRT-COUNT
              MOVE PRC-LOW-ID TO WS-PRT-LOW(WS-PRT-COUNT)
              MOVE PRC-HIGH-ID TO WS-PRT-HIGH(WS-PRT-COUNT)
              MOVE ZERO TO WS-PRT-DETAILS(WS-PRT-COUNT)
              MOVE ZERO TO WS-PRT-HASH(WS-PRT-COUNT)
              MOVE ZERO TO WS-PRT-BASE(WS-PRT-COUNT)
              IF PRC-PART NOT = WS-PRT-COUNT
                    OR PRC-LOW-ID > PRC-HIGH-ID
                 DISPLAY 'RITESHE: PRTCTL CARD OUT OF SEQUENCE: '
                     PRC-REC(1:20)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-PRT-COUNT > 1
                 IF PRC-LOW-ID NOT > WS-PRT-HIGH(WS-PRT-COUNT - 1)
                    DISPLAY 'RITESHE: PRTCTL RANGE OVERLAPS THE '
                        'PREVIOUS PARTITION: ' PRC-REC(1:20)
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       OPEN-PARTITION-SLICE.
           EVALUATE PDX
               WHEN 1
                   OPEN OUTPUT SP1-FILE
                   IF WS-SLC-FILE-OK
                      OPEN OUTPUT CP1-FILE
                   END-IF
               WHEN 2
                   OPEN OUTPUT SP2-FILE
                   IF WS-SLC-FILE-OK
                      OPEN OUTPUT CP2-FILE
                   END-IF
               WHEN 3
                   OPEN OUTPUT SP3-FILE
                   IF WS-SLC-FILE-OK
                      OPEN OUTPUT CP3-FILE
                   END-IF
               WHEN 4
                   OPEN OUTPUT SP4-FILE
                   IF WS-SLC-FILE-OK
                      OPEN OUTPUT CP4-FILE
                   END-IF
           END-EVALUATE.
           IF NOT WS-SLC-FILE-OK
              DISPLAY 'RITESHE: PARTITION ' PDX
                  ' SLICE OPEN FAILED, STATUS=' WS-SLC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-SLICE-RECORD.
           EVALUATE PDX
               WHEN 1
                   WRITE SP1-REC FROM WS-SLC-REC
               WHEN 2
                   WRITE SP2-REC FROM WS-SLC-REC
               WHEN 3
                   WRITE SP3-REC FROM WS-SLC-REC
               WHEN 4
                   WRITE SP4-REC FROM WS-SLC-REC
           END-EVALUATE.

       WRITE-SLICE-CTL.
           EVALUATE PDX
               WHEN 1
                   WRITE CP1-REC FROM WS-SLC-CTL
               WHEN 2
                   WRITE CP2-REC FROM WS-SLC-CTL
               WHEN 3
                   WRITE CP3-REC FROM WS-SLC-CTL
               WHEN 4
                   WRITE CP4-REC FROM WS-SLC-CTL
           END-EVALUATE.

      * A DETAIL OUTSIDE EVERY RANGE WOULD BE COUNTED BY NO PARTITION
      * - STOP RATHER THAN LET THE MERGED TOTALS COME UP SHORT. THE
      * SLICE GETS THE SAME STORED CNT ON ITS CTLFILE AND THE SAME
      * RECOMPUTED CNT IN ITS HASH AS THE FULL UNLOAD.
       WRITE-PARTITION-DETAIL.
           MOVE ZERO TO WS-PRT-HIT.
           PERFORM VARYING PDX FROM 1 BY 1
               UNTIL PDX > WS-PRT-COUNT OR WS-PRT-HIT > 0
              IF MST-ID NOT < WS-PRT-LOW(PDX)
                    AND MST-ID NOT > WS-PRT-HIGH(PDX)
                 MOVE PDX TO WS-PRT-HIT
              END-IF
           END-PERFORM.
           IF WS-PRT-HIT = ZERO
              DISPLAY 'RITESHE: STR-ID ' MST-ID
                  ' IS OUTSIDE EVERY PARTITION RANGE ON PRTCTL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PRT-HIT TO PDX.
           MOVE MST-VALUE TO WS-SLC-REC.
           PERFORM WRITE-SLICE-RECORD.
           MOVE MST-COUNT TO WS-SLC-CTL.
           PERFORM WRITE-SLICE-CTL.
           ADD 1 TO WS-PRT-DETAILS(PDX).
           ADD STR-COUNT TO WS-PRT-HASH(PDX).

      * RECYCLED RECORDS TAKE THE FIRST STR-ID SEQUENCE NUMBERS OF THE
      * COUNT RUN AND GO TO PARTITION 1, SO EVERY LATER PARTITION'S
      * BASE IS THE RECYCLE COUNT PLUS THE DETAILS OF THE SLICES
      * AHEAD OF IT. RCYFILE HERE IS THE SAME RECYCLE DATASET
      * PARTITION 1 WILL READ (OPTIONAL - ABSENT MEANS NONE QUEUED).
       FINISH-PARTITIONS.
           OPEN INPUT RCY-FILE.
           IF WS-RCY-FILE-NOT-FOUND
              MOVE '00' TO WS-RCY-FILE-STATUS
           ELSE
              IF NOT WS-RCY-FILE-OK
                 DISPLAY 'RITESHE: RCY-FILE OPEN FAILED, STATUS='
                     WS-RCY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-RCY-FILE-EOF
                 READ RCY-FILE
                     AT END SET WS-RCY-FILE-EOF TO TRUE
                     NOT AT END ADD 1 TO WS-RCY-COUNT
                 END-READ
              END-PERFORM
              CLOSE RCY-FILE
           END-IF.
           OPEN OUTPUT PMN-FILE.
           IF NOT WS-PMN-FILE-OK
              DISPLAY 'RITESHE: PMN-FILE OPEN FAILED, STATUS='
                  WS-PMN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RCY-COUNT TO WS-PRT-NEXT-BASE.
           PERFORM CLOSE-PARTITION-SLICE
               VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PRT-COUNT.
           MOVE SPACES TO WPRTTOT.
           MOVE 'T' TO WPTT-TYPE.
           MOVE WS-PRT-COUNT TO WPTT-PARTS.
           MOVE WS-RECS-OUT TO WPTT-UNLOADED.
           MOVE WS-HASH-TOTAL TO WPTT-HASH.
           MOVE WS-RCY-COUNT TO WPTT-RECYCLED.
           MOVE WS-EXTRACT-DATE TO WPTT-DATE.
           MOVE WHDR-RUN-TYPE TO WPTT-RUN-TYPE.
           WRITE PMN-REC FROM WPRTTOT.
           CLOSE PMN-FILE.
           DISPLAY 'RITESHE: RECYCLE RECORDS QUEUED: ' WS-RCY-COUNT.

       CLOSE-PARTITION-SLICE.
           IF PDX = 1
              MOVE ZERO TO WS-PRT-BASE(PDX)
           ELSE
              MOVE WS-PRT-NEXT-BASE TO WS-PRT-BASE(PDX)
           END-IF.
           ADD WS-PRT-DETAILS(PDX) TO WS-PRT-NEXT-BASE.
           MOVE SPACES TO WSTRTRL.
           MOVE 'T' TO WTRL-TYPE.
           MOVE WS-PRT-DETAILS(PDX) TO WTRL-COUNT.
           MOVE WS-PRT-HASH(PDX) TO WTRL-HASH.
           MOVE WSTRTRL TO WS-SLC-REC.
           PERFORM WRITE-SLICE-RECORD.
           EVALUATE PDX
               WHEN 1
                   CLOSE SP1-FILE
                   CLOSE CP1-FILE
               WHEN 2
                   CLOSE SP2-FILE
                   CLOSE CP2-FILE
               WHEN 3
                   CLOSE SP3-FILE
                   CLOSE CP3-FILE
               WHEN 4
                   CLOSE SP4-FILE
                   CLOSE CP4-FILE
           END-EVALUATE.
           MOVE SPACES TO WPRTMAN.
           MOVE 'P' TO WPMN-TYPE.
           MOVE PDX TO WPMN-PART.
           MOVE WS-PRT-LOW(PDX) TO WPMN-LOW-ID.
           MOVE WS-PRT-HIGH(PDX) TO WPMN-HIGH-ID.
           MOVE WS-PRT-DETAILS(PDX) TO WPMN-DETAILS.
           MOVE WS-PRT-HASH(PDX) TO WPMN-HASH.
           MOVE WS-PRT-BASE(PDX) TO WPMN-SEQ-BASE.
           WRITE PMN-REC FROM WPRTMAN.
           DISPLAY 'RITESHE: PARTITION ' PDX ' STR-IDS '
               WS-PRT-LOW(PDX) '-' WS-PRT-HIGH(PDX)
               ' DETAILS ' WS-PRT-DETAILS(PDX)
               ' SEQUENCE BASE ' WS-PRT-BASE(PDX).

       COPY PCOUNTER.
       COPY PVALRULE.
