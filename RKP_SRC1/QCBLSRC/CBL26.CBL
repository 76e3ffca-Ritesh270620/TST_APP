       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHO.

      *****************************************************************
      * RITESHO - MONTH-END SUPPLIER QUALITY STATEMENT AND CHARGEBACK *
      * FILE FOR BILLING. FOR ONE CALENDAR MONTH IT GATHERS, PER      *
      * SUPPLIER SOURCE (WAUD-SOURCE / WREJ-SOURCE):                  *
      *                                                               *
      *   ACCEPTED    - AUDIT RECORDS DATED IN THE MONTH, FROM THE    *
      *                 LIVE RKP.RITESH.AUDIT ESDS PLUS EVERY         *
      *                 CATALOGED RKP.RITESH.AUDARCH GENERATION       *
      *   DUPLICATES  - ACCEPTED STRINGS WHOSE VALUE THE SAME SOURCE  *
      *                 HAD ALREADY SENT IN THE SAME DAY'S RUN (THE   *
      *                 RITESHD DUPLICATE RULE; EACH EXTRA COPY       *
      *                 COUNTS ONCE)                                  *
      *   REJECTED    - REJECTS DATED IN THE MONTH FROM THE           *
      *                 RKP.RITESH.REJECTS GENERATIONS, BY WREJ-REASON*
      *   RECYCLED    - THOSE REJECTS WHOSE LATEST REPAIR STATUS ON   *
      *                 THE RKP.RITESH.REJSTAT GENERATIONS IS         *
      *                 RECYCLED (CORRECTED-BUT-STILL-FAILING IS      *
      *                 SHOWN SEPARATELY)                             *
      *                                                               *
      * AND PRINTS ONE STATEMENT PAGE PER SOURCE - RECEIVED           *
      * (ACCEPTED PLUS REJECTED), REJECT RATE, REJECTS BY REASON,     *
      * RECYCLE RATE AND DUPLICATE COUNT - FOLLOWED BY A GRAND-TOTAL  *
      * PAGE, AND WRITES THE SAME FIGURES TO THE FIXED-FORMAT         *
      * CHARGEBACK FILE (WCHGREC LAYOUT) THE BILLING SYSTEM LOADS.    *
      * DESCRIPTIONS COME FROM THE SOURCE REGISTRY WHEN ITS SRCFILE   *
      * DD IS PRESENT.                                                *
      *                                                               *
      * RECYCLED REPAIRS RE-ENTER THE CYCLE UNDER SOURCE 'RECYCLE'    *
      * AND ARE NOT A SUPPLIER'S TRAFFIC: THEY ARE LEFT OFF THE       *
      * SUPPLIER PAGES AND SHOWN ONLY ON THE GRAND-TOTAL PAGE. THE    *
      * SAME REJECT IS STATUSED AGAIN BY EVERY REPAIR RUN OVER ITS    *
      * GENERATION; THE ARCFILE/REJFILE/STAFILE DDS NAME THE GDG      *
      * BASES, WHICH MVS CONCATENATES NEWEST FIRST, SO THE FIRST      *
      * STATUS READ FOR A REJECT IS ITS CURRENT ONE AND THE REST ARE  *
      * SKIPPED AS SUPERSEDED.                                        *
      *                                                               *
      * THE STEP PARM IS THE STATEMENT MONTH (YYYYMM); WITH NO PARM   *
      * THE CURRENT MONTH IS USED, WHICH SUITS RUNNING AFTER THE LAST *
      * CYCLE OF THE MONTH (SEE RITSTM JCL). ENDS RC=0, RC=4 WHEN     *
      * UNDATED REJECTS OR STATUSES (WRITTEN BEFORE THE RECORDS       *
      * CARRIED A RUN DATE) HAD TO BE LEFT OUT, RC=16 ON A BAD PARM   *
      * OR OPEN FAILURE.                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARC-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT STA-FILE ASSIGN TO STAFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STA-FILE-STATUS.

           SELECT SRC-FILE ASSIGN TO SRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SRC-KEY
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT STM-FILE ASSIGN TO STMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC PIC X(104).

       FD  ARC-FILE
           RECORDING MODE IS F.
       01  ARC-REC PIC X(104).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-REC PIC X(80).

       FD  STA-FILE
           RECORDING MODE IS F.
       01  STA-REC PIC X(100).

       FD  SRC-FILE.
       01  SRC-REC.
           05 SRC-KEY PIC X(8).
           05 SRC-DATA PIC X(72).

       FD  STM-FILE
           RECORDING MODE IS F.
       01  STM-REC PIC X(132).

       FD  CHG-FILE
           RECORDING MODE IS F.
       01  CHG-REC PIC X(120).

      * THE SAME WORK FILE SERVES BOTH SORTS: ACCEPTED STRINGS BY
      * SOURCE, DATE AND VALUE FOR THE DUPLICATE COUNT, THEN REPAIR
      * STATUSES BY SOURCE, REJECT DATE, STR-ID AND READ ORDER SO
      * THE NEWEST STATUS OF EACH REJECT COMES FIRST.
       SD  SORT-FILE.
       01  SRT-AUD-REC.
           05 SRT-A-SOURCE PIC X(8).
           05 SRT-A-DATE PIC 9(8).
           05 SRT-A-STR PIC X(50).
       01  SRT-STA-REC.
           05 SRT-S-SOURCE PIC X(8).
           05 SRT-S-REJ-DATE PIC 9(8).
           05 SRT-S-ID PIC 9(6).
           05 SRT-S-SEQ PIC 9(7).
           05 SRT-S-STATUS PIC X(9).
           05 FILLER PIC X(28).

       WORKING-STORAGE SECTION.
         01 WS-AUDIT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-AUDIT-FILE-OK VALUE '00'.
            88 WS-AUDIT-FILE-EOF VALUE '10'.
         01 WS-ARC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-ARC-FILE-OK VALUE '00'.
            88 WS-ARC-FILE-NOT-FOUND VALUE '35'.
            88 WS-ARC-FILE-EOF VALUE '10'.
         01 WS-REJECT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-REJECT-FILE-OK VALUE '00'.
            88 WS-REJECT-FILE-EOF VALUE '10'.
         01 WS-STA-FILE-STATUS PIC XX VALUE '00'.
            88 WS-STA-FILE-OK VALUE '00'.
            88 WS-STA-FILE-NOT-FOUND VALUE '35'.
            88 WS-STA-FILE-EOF VALUE '10'.
         01 WS-SRC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-SRC-FILE-OK VALUE '00'.
            88 WS-SRC-FILE-NOT-FOUND VALUE '35'.
            88 WS-SRC-FILE-EOF VALUE '10'.
         01 WS-STM-FILE-STATUS PIC XX VALUE '00'.
            88 WS-STM-FILE-OK VALUE '00'.
         01 WS-CHG-FILE-STATUS PIC XX VALUE '00'.
            88 WS-CHG-FILE-OK VALUE '00'.
         01 WS-ARC-SW PIC X VALUE 'N'.
            88 WS-ARC-YES VALUE 'Y'.
         01 WS-STA-SW PIC X VALUE 'N'.
            88 WS-STA-YES VALUE 'Y'.
         01 WS-RETURN-EOF-SW PIC X VALUE 'N'.
            88 WS-RETURN-EOF-YES VALUE 'Y'.
         COPY WAUDREC.
         COPY WREJREC.
         COPY WSTAREC.
         COPY WSRCREC.
         COPY WCHGREC.
         COPY WVALRUL.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.
         01 WS-STM-MONTH PIC 9(6) VALUE 0.
         01 WS-STM-MONTH-R REDEFINES WS-STM-MONTH.
            05 WS-STM-YYYY PIC 9(4).
            05 WS-STM-MM PIC 9(2).
         01 WS-CHK-DATE PIC 9(8) VALUE 0.
         01 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
            05 WS-CHK-MONTH PIC 9(6).
            05 WS-CHK-DD PIC 9(2).

      * ONE ENTRY PER SOURCE: EVERY REGISTERED SOURCE IS LOADED UP
      * FRONT FOR ITS DESCRIPTION, AND ANY CODE FOUND ON THE HISTORY
      * THAT IS NO LONGER REGISTERED IS ADDED AS IT TURNS UP. ONLY
      * SOURCES WITH ACTIVITY IN THE MONTH GET A PAGE.
         01 WS-SUP-MAX PIC 9(3) VALUE 200.
         01 WS-SUP-COUNT PIC 9(3) VALUE 0.
         01 WS-SUP-TABLE.
            05 WS-SUP-ENTRY OCCURS 200 TIMES.
               10 WS-SUP-CODE PIC X(8).
               10 WS-SUP-DESC PIC X(30).
               10 WS-SUP-SEEN PIC X(1).
               10 WS-SUP-ACCEPTED PIC 9(9).
               10 WS-SUP-REJECTED PIC 9(9).
               10 WS-SUP-REASON PIC 9(7) OCCURS 5 TIMES.
               10 WS-SUP-RECYCLED PIC 9(9).
               10 WS-SUP-CORRECTED PIC 9(9).
               10 WS-SUP-DUPS PIC 9(9).
         01 SDX PIC 9(3) VALUE 0.
         01 RSX PIC 9(2) VALUE 0.
         01 WS-SUP-FOUND-SW PIC X VALUE 'N'.
            88 WS-SUP-FOUND-YES VALUE 'Y'.
         01 WS-FIND-SOURCE PIC X(8) VALUE SPACES.

      * GRAND TOTALS OVER THE SUPPLIER PAGES, AND THE FIGURES THAT
      * BELONG TO NO SUPPLIER.
         01 WS-GT-ACCEPTED PIC 9(9) VALUE 0.
         01 WS-GT-REJECTED PIC 9(9) VALUE 0.
         01 WS-GT-REASON-TABLE.
            05 WS-GT-REASON PIC 9(7) OCCURS 5 TIMES.
         01 WS-GT-RECYCLED PIC 9(9) VALUE 0.
         01 WS-GT-CORRECTED PIC 9(9) VALUE 0.
         01 WS-GT-DUPS PIC 9(9) VALUE 0.
         01 WS-GT-SOURCES PIC 9(3) VALUE 0.
         01 WS-RCY-ACCEPTED PIC 9(9) VALUE 0.
         01 WS-RCY-REJECTED PIC 9(9) VALUE 0.

         01 WS-RECEIVED PIC 9(9) VALUE 0.
         01 WS-STILL-OPEN PIC 9(9) VALUE 0.
         01 WS-REJ-RATE PIC 9(3)V99 VALUE 0.
         01 WS-RCY-RATE PIC 9(3)V99 VALUE 0.

         01 WS-HOLD-AUD-KEY PIC X(66) VALUE SPACES.
         01 WS-HOLD-STA-KEY PIC X(22) VALUE SPACES.
         01 WS-STA-SEQ PIC 9(7) VALUE 0.

         01 WS-AUD-LIVE-READ PIC 9(7) VALUE 0.
         01 WS-AUD-ARCH-READ PIC 9(7) VALUE 0.
         01 WS-AUD-SELECTED PIC 9(7) VALUE 0.
         01 WS-REJ-READ PIC 9(7) VALUE 0.
         01 WS-REJ-SELECTED PIC 9(7) VALUE 0.
         01 WS-REJ-UNDATED PIC 9(7) VALUE 0.
         01 WS-STA-READ PIC 9(7) VALUE 0.
         01 WS-STA-SELECTED PIC 9(7) VALUE 0.
         01 WS-STA-SUPERSEDED PIC 9(7) VALUE 0.
         01 WS-STA-UNDATED PIC 9(7) VALUE 0.
         01 WS-CHG-DETAILS PIC 9(6) VALUE 0.
         01 WS-PAGE-NO PIC 9(3) VALUE 0.

         01 WS-STM-HEAD-1.
            05 FILLER PIC X(34)
               VALUE 'RITESH SUPPLIER QUALITY STATEMENT'.
            05 FILLER PIC X(8) VALUE 'MONTH: '.
            05 WS-HD-MM PIC 9(2).
            05 FILLER PIC X(1) VALUE '/'.
            05 WS-HD-YYYY PIC 9(4).
            05 FILLER PIC X(71) VALUE SPACES.
            05 FILLER PIC X(5) VALUE 'PAGE '.
            05 WS-HD-PAGE PIC ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
         01 WS-STM-HEAD-2.
            05 FILLER PIC X(8) VALUE 'SOURCE: '.
            05 WS-HD-SOURCE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-HD-DESC PIC X(30).
            05 FILLER PIC X(84) VALUE SPACES.
         01 WS-STM-TOTAL-HEAD.
            05 FILLER PIC X(27)
               VALUE 'ALL SUPPLIERS - GRAND TOTAL'.
            05 FILLER PIC X(105) VALUE SPACES.
         01 WS-STM-COUNT-LINE.
            05 WS-CL-LABEL PIC X(40).
            05 WS-CL-VALUE PIC ZZZ,ZZZ,ZZ9.
            05 FILLER PIC X(81) VALUE SPACES.
         01 WS-STM-RATE-LINE.
            05 WS-RL-LABEL PIC X(40).
            05 FILLER PIC X(5) VALUE SPACES.
            05 WS-RL-VALUE PIC ZZ9.99.
            05 FILLER PIC X(4) VALUE ' PCT'.
            05 FILLER PIC X(77) VALUE SPACES.
         01 WS-STM-REASON-HEAD.
            05 FILLER PIC X(18) VALUE 'REJECTS BY REASON:'.
            05 FILLER PIC X(114) VALUE SPACES.
         01 WS-STM-REASON-LINE.
            05 FILLER PIC X(4) VALUE SPACES.
            05 WS-RSN-CODE PIC 9(2).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSN-DESC PIC X(24).
            05 FILLER PIC X(8) VALUE SPACES.
            05 WS-RSN-VALUE PIC ZZZ,ZZZ,ZZ9.
            05 FILLER PIC X(81) VALUE SPACES.
         01 WS-STM-NONE-LINE.
            05 FILLER PIC X(41)
               VALUE 'NO SUPPLIER ACTIVITY FOUND FOR THE MONTH'.
            05 FILLER PIC X(91) VALUE SPACES.
         01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-A-SOURCE
               ON ASCENDING KEY SRT-A-DATE
               ON ASCENDING KEY SRT-A-STR
               INPUT PROCEDURE IS SELECT-AUDIT-RECORDS
               OUTPUT PROCEDURE IS TALLY-AUDIT-RECORDS.
           PERFORM TALLY-REJECT-RECORDS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-S-SOURCE
               ON ASCENDING KEY SRT-S-REJ-DATE
               ON ASCENDING KEY SRT-S-ID
               ON ASCENDING KEY SRT-S-SEQ
               INPUT PROCEDURE IS SELECT-STATUS-RECORDS
               OUTPUT PROCEDURE IS TALLY-STATUS-RECORDS.
           PERFORM WRITE-STATEMENTS.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-PARM(1:6) IS NUMERIC
              MOVE WS-PARM(1:6) TO WS-STM-MONTH
              IF WS-STM-MM < 1 OR WS-STM-MM > 12
                 DISPLAY 'RITESHO: INVALID STATEMENT MONTH PARM '
                     WS-PARM(1:6)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              MOVE WS-TODAY(1:6) TO WS-STM-MONTH
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
              DISPLAY 'RITESHO: AUDIT-FILE OPEN FAILED, STATUS='
                  WS-AUDIT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * ARCFILE IS OPTIONAL - OMITTED, ONLY THE LIVE AUDIT LOG IS
      * READ, WHICH IS ENOUGH WHILE THE ARCHIVE RETENTION IS LONGER
      * THAN A MONTH.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-FILE-NOT-FOUND
              MOVE '00' TO WS-ARC-FILE-STATUS
           ELSE
              IF NOT WS-ARC-FILE-OK
                 DISPLAY 'RITESHO: ARC-FILE OPEN FAILED, STATUS='
                     WS-ARC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-ARC-YES TO TRUE
           END-IF.
           OPEN INPUT REJECT-FILE.
           IF NOT WS-REJECT-FILE-OK
              DISPLAY 'RITESHO: REJECT-FILE OPEN FAILED, STATUS='
                  WS-REJECT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * STAFILE IS OPTIONAL - WITHOUT IT NO REJECT COUNTS AS
      * RECYCLED AND THE RECYCLE RATE PRINTS ZERO.
           OPEN INPUT STA-FILE.
           IF WS-STA-FILE-NOT-FOUND
              MOVE '00' TO WS-STA-FILE-STATUS
           ELSE
              IF NOT WS-STA-FILE-OK
                 DISPLAY 'RITESHO: STA-FILE OPEN FAILED, STATUS='
                     WS-STA-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-STA-YES TO TRUE
           END-IF.
      * SRCFILE IS OPTIONAL - IT ONLY SUPPLIES THE DESCRIPTIONS.
           OPEN INPUT SRC-FILE.
           IF WS-SRC-FILE-NOT-FOUND
              MOVE '00' TO WS-SRC-FILE-STATUS
           ELSE
              IF NOT WS-SRC-FILE-OK
                 DISPLAY 'RITESHO: SRC-FILE OPEN FAILED, STATUS='
                     WS-SRC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-SOURCE-REGISTRY
              CLOSE SRC-FILE
           END-IF.
           OPEN OUTPUT STM-FILE.
           IF NOT WS-STM-FILE-OK
              DISPLAY 'RITESHO: STM-FILE OPEN FAILED, STATUS='
                  WS-STM-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CHG-FILE.
           IF NOT WS-CHG-FILE-OK
              DISPLAY 'RITESHO: CHG-FILE OPEN FAILED, STATUS='
                  WS-CHG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE ZERO TO WS-GT-REASON(RSX)
           END-PERFORM.
           MOVE WS-STM-MM TO WS-HD-MM.
           MOVE WS-STM-YYYY TO WS-HD-YYYY.

       LOAD-SOURCE-REGISTRY.
           PERFORM UNTIL WS-SRC-FILE-EOF
              READ SRC-FILE
                  AT END SET WS-SRC-FILE-EOF TO TRUE
                  NOT AT END
                     MOVE SRC-REC TO WSRCREC
                     MOVE WSRC-CODE TO WS-FIND-SOURCE
                     PERFORM ADD-SUPPLIER-ENTRY
                     MOVE WSRC-DESC TO WS-SUP-DESC(SDX)
              END-READ
           END-PERFORM.
           MOVE '00' TO WS-SRC-FILE-STATUS.

      * LOCATES WS-FIND-SOURCE IN THE SUPPLIER TABLE, ADDING IT WHEN
      * IT IS NEW, AND LEAVES SDX ON THE ENTRY.
       FIND-SUPPLIER.
           MOVE 'N' TO WS-SUP-FOUND-SW.
           PERFORM VARYING SDX FROM 1 BY 1
               UNTIL SDX > WS-SUP-COUNT OR WS-SUP-FOUND-YES
              IF WS-SUP-CODE(SDX) = WS-FIND-SOURCE
                 SET WS-SUP-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-SUP-FOUND-YES
              SUBTRACT 1 FROM SDX
           ELSE
              PERFORM ADD-SUPPLIER-ENTRY
              IF WS-FIND-SOURCE = SPACES
                 MOVE 'RECORDS WITH NO SOURCE CODE'
                     TO WS-SUP-DESC(SDX)
              ELSE
                 MOVE 'NOT IN SOURCE REGISTRY' TO WS-SUP-DESC(SDX)
              END-IF
           END-IF.
           MOVE 'Y' TO WS-SUP-SEEN(SDX).

       ADD-SUPPLIER-ENTRY.
           IF WS-SUP-COUNT >= WS-SUP-MAX
              DISPLAY 'RITESHO: SUPPLIER TABLE FULL AT '
                  WS-SUP-MAX ' ENTRIES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-SUP-COUNT.
           MOVE WS-SUP-COUNT TO SDX.
           MOVE WS-FIND-SOURCE TO WS-SUP-CODE(SDX).
           MOVE SPACES TO WS-SUP-DESC(SDX).
           MOVE 'N' TO WS-SUP-SEEN(SDX).
           MOVE ZERO TO WS-SUP-ACCEPTED(SDX).
           MOVE ZERO TO WS-SUP-REJECTED(SDX).
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE ZERO TO WS-SUP-REASON(SDX, RSX)
           END-PERFORM.
           MOVE ZERO TO WS-SUP-RECYCLED(SDX).
           MOVE ZERO TO WS-SUP-CORRECTED(SDX).
           MOVE ZERO TO WS-SUP-DUPS(SDX).

       SELECT-AUDIT-RECORDS.
           PERFORM UNTIL WS-AUDIT-FILE-EOF
              READ AUDIT-FILE
                  AT END SET WS-AUDIT-FILE-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-AUD-LIVE-READ
                     MOVE AUDIT-REC TO WAUDREC
                     PERFORM RELEASE-AUDIT-RECORD
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-ARC-YES
              PERFORM UNTIL WS-ARC-FILE-EOF
                 READ ARC-FILE
                     AT END SET WS-ARC-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-AUD-ARCH-READ
                        MOVE ARC-REC TO WAUDREC
                        PERFORM RELEASE-AUDIT-RECORD
                 END-READ
              END-PERFORM
              CLOSE ARC-FILE
           END-IF.

       RELEASE-AUDIT-RECORD.
           MOVE WAUD-DATE TO WS-CHK-DATE.
           IF WS-CHK-MONTH = WS-STM-MONTH
              IF WAUD-SOURCE = 'RECYCLE'
                 ADD 1 TO WS-RCY-ACCEPTED
              ELSE
                 MOVE WAUD-SOURCE TO SRT-A-SOURCE
                 MOVE WAUD-DATE TO SRT-A-DATE
                 MOVE WAUD-STR TO SRT-A-STR
                 RELEASE SRT-AUD-REC
                 ADD 1 TO WS-AUD-SELECTED
              END-IF
           END-IF.

      * SORTED BY SOURCE, DATE AND VALUE, A RECORD MATCHING THE ONE
      * BEFORE IT ON ALL THREE IS A REPEAT OF A STRING THE SOURCE
      * ALREADY SENT IN THAT DAY'S RUN.
       TALLY-AUDIT-RECORDS.
           MOVE 'N' TO WS-RETURN-EOF-SW.
           MOVE HIGH-VALUES TO WS-HOLD-AUD-KEY.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM UNTIL WS-RETURN-EOF-YES
              IF SRT-A-SOURCE NOT = WS-HOLD-AUD-KEY(1:8)
                 MOVE SRT-A-SOURCE TO WS-FIND-SOURCE
                 PERFORM FIND-SUPPLIER
              END-IF
              ADD 1 TO WS-SUP-ACCEPTED(SDX)
              IF SRT-AUD-REC = WS-HOLD-AUD-KEY
                 ADD 1 TO WS-SUP-DUPS(SDX)
              END-IF
              MOVE SRT-AUD-REC TO WS-HOLD-AUD-KEY
              PERFORM RETURN-SORTED-RECORD
           END-PERFORM.

       RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END SET WS-RETURN-EOF-YES TO TRUE
           END-RETURN.

      * A REJECT WITHOUT A RUN DATE WAS WRITTEN BEFORE THE REJECT
      * RECORD CARRIED ONE AND CANNOT BE PLACED IN A MONTH - IT IS
      * COUNTED AND LEFT OUT, AND THE RUN ENDS RC=4.
       TALLY-REJECT-RECORDS.
           PERFORM UNTIL WS-REJECT-FILE-EOF
              READ REJECT-FILE
                  AT END SET WS-REJECT-FILE-EOF TO TRUE
                  NOT AT END
                     ADD 1 TO WS-REJ-READ
                     MOVE REJECT-REC TO WREJREC
                     PERFORM TALLY-ONE-REJECT
              END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

       TALLY-ONE-REJECT.
           IF WREJ-DATE IS NOT NUMERIC
              ADD 1 TO WS-REJ-UNDATED
           ELSE
              MOVE WREJ-DATE TO WS-CHK-DATE
              IF WS-CHK-MONTH = WS-STM-MONTH
                 ADD 1 TO WS-REJ-SELECTED
                 IF WREJ-SOURCE = 'RECYCLE'
                    ADD 1 TO WS-RCY-REJECTED
                 ELSE
                    MOVE WREJ-SOURCE TO WS-FIND-SOURCE
                    PERFORM FIND-SUPPLIER
                    ADD 1 TO WS-SUP-REJECTED(SDX)
                    IF WREJ-REASON < 1 OR WREJ-REASON > 5
                       MOVE 1 TO RSX
                    ELSE
                       MOVE WREJ-REASON TO RSX
                    END-IF
                    ADD 1 TO WS-SUP-REASON(SDX, RSX)
                 END-IF
              END-IF
           END-IF.

      * STATUSES ARE NUMBERED IN READ ORDER - NEWEST GENERATION
      * FIRST - SO THE SORT PUTS EACH REJECT'S CURRENT STATUS AHEAD
      * OF THE ONES IT SUPERSEDES. A RECYCLED REPAIR THAT FAILED
      * AGAIN AND WAS REPAIRED AGAIN IS NOT A SUPPLIER'S REJECT AND
      * IS LEFT OUT.
       SELECT-STATUS-RECORDS.
           IF WS-STA-YES
              PERFORM UNTIL WS-STA-FILE-EOF
                 READ STA-FILE
                     AT END SET WS-STA-FILE-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-STA-READ
                        MOVE STA-REC TO WSTAREC
                        PERFORM RELEASE-STATUS-RECORD
                 END-READ
              END-PERFORM
              CLOSE STA-FILE
           END-IF.

       RELEASE-STATUS-RECORD.
           ADD 1 TO WS-STA-SEQ.
           IF WSTA-REJ-DATE IS NOT NUMERIC
              ADD 1 TO WS-STA-UNDATED
           ELSE
              MOVE WSTA-REJ-DATE TO WS-CHK-DATE
              IF WS-CHK-MONTH = WS-STM-MONTH
                    AND WSTA-SOURCE NOT = 'RECYCLE'
                 MOVE SPACES TO SRT-STA-REC
                 MOVE WSTA-SOURCE TO SRT-S-SOURCE
                 MOVE WSTA-REJ-DATE TO SRT-S-REJ-DATE
                 MOVE WSTA-ID TO SRT-S-ID
                 MOVE WS-STA-SEQ TO SRT-S-SEQ
                 MOVE WSTA-STATUS TO SRT-S-STATUS
                 RELEASE SRT-STA-REC
                 ADD 1 TO WS-STA-SELECTED
              END-IF
           END-IF.

      * THE FIRST STATUS OF EACH SOURCE/DATE/STR-ID IS THE CURRENT
      * ONE; THE REST ARE OLDER REPAIR RUNS OVER THE SAME REJECT.
       TALLY-STATUS-RECORDS.
           MOVE 'N' TO WS-RETURN-EOF-SW.
           MOVE HIGH-VALUES TO WS-HOLD-STA-KEY.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM UNTIL WS-RETURN-EOF-YES
              IF SRT-STA-REC(1:22) = WS-HOLD-STA-KEY
                 ADD 1 TO WS-STA-SUPERSEDED
              ELSE
                 IF SRT-S-SOURCE NOT = WS-HOLD-STA-KEY(1:8)
                    MOVE SRT-S-SOURCE TO WS-FIND-SOURCE
                    PERFORM FIND-SUPPLIER
                 END-IF
                 EVALUATE SRT-S-STATUS
                     WHEN 'RECYCLED'
                         ADD 1 TO WS-SUP-RECYCLED(SDX)
                     WHEN 'CORRECTED'
                         ADD 1 TO WS-SUP-CORRECTED(SDX)
                 END-EVALUATE
                 MOVE SRT-STA-REC(1:22) TO WS-HOLD-STA-KEY
              END-IF
              PERFORM RETURN-SORTED-RECORD
           END-PERFORM.

       WRITE-STATEMENTS.
           PERFORM WRITE-SUPPLIER-STATEMENT
               VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SUP-COUNT.
           PERFORM WRITE-TOTAL-STATEMENT.

       WRITE-SUPPLIER-STATEMENT.
           IF WS-SUP-SEEN(SDX) = 'Y'
              ADD 1 TO WS-GT-SOURCES
              ADD WS-SUP-ACCEPTED(SDX) TO WS-GT-ACCEPTED
              ADD WS-SUP-REJECTED(SDX) TO WS-GT-REJECTED
              ADD WS-SUP-RECYCLED(SDX) TO WS-GT-RECYCLED
              ADD WS-SUP-CORRECTED(SDX) TO WS-GT-CORRECTED
              ADD WS-SUP-DUPS(SDX) TO WS-GT-DUPS
              PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
                 ADD WS-SUP-REASON(SDX, RSX) TO WS-GT-REASON(RSX)
              END-PERFORM
              PERFORM WRITE-PAGE-HEADING
              MOVE WS-SUP-CODE(SDX) TO WS-HD-SOURCE
              MOVE WS-SUP-DESC(SDX) TO WS-HD-DESC
              WRITE STM-REC FROM WS-STM-HEAD-2
              WRITE STM-REC FROM WS-BLANK-LINE
              MOVE SPACES TO WCHGREC
              MOVE WS-SUP-ACCEPTED(SDX) TO WCHG-ACCEPTED
              MOVE WS-SUP-REJECTED(SDX) TO WCHG-REJECTED
              MOVE WS-SUP-RECYCLED(SDX) TO WCHG-RECYCLED
              MOVE WS-SUP-CORRECTED(SDX) TO WS-STILL-OPEN
              MOVE WS-SUP-DUPS(SDX) TO WCHG-DUPLICATES
              PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
                 MOVE WS-SUP-REASON(SDX, RSX) TO WCHG-REASON-CNT(RSX)
              END-PERFORM
              PERFORM WRITE-STATEMENT-BODY
              MOVE 'D' TO WCHG-REC-TYPE
              MOVE WS-SUP-CODE(SDX) TO WCHG-SOURCE
              MOVE ZERO TO WCHG-DETAIL-COUNT
              PERFORM WRITE-CHARGEBACK-RECORD
              ADD 1 TO WS-CHG-DETAILS
           END-IF.

       WRITE-TOTAL-STATEMENT.
           PERFORM WRITE-PAGE-HEADING.
           WRITE STM-REC FROM WS-STM-TOTAL-HEAD.
           WRITE STM-REC FROM WS-BLANK-LINE.
           IF WS-GT-SOURCES = ZERO
              WRITE STM-REC FROM WS-STM-NONE-LINE
              WRITE STM-REC FROM WS-BLANK-LINE
           END-IF.
           MOVE 'SUPPLIER SOURCES WITH ACTIVITY:' TO WS-CL-LABEL.
           MOVE WS-GT-SOURCES TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE SPACES TO WCHGREC.
           MOVE WS-GT-ACCEPTED TO WCHG-ACCEPTED.
           MOVE WS-GT-REJECTED TO WCHG-REJECTED.
           MOVE WS-GT-RECYCLED TO WCHG-RECYCLED.
           MOVE WS-GT-CORRECTED TO WS-STILL-OPEN.
           MOVE WS-GT-DUPS TO WCHG-DUPLICATES.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE WS-GT-REASON(RSX) TO WCHG-REASON-CNT(RSX)
           END-PERFORM.
           PERFORM WRITE-STATEMENT-BODY.
           WRITE STM-REC FROM WS-BLANK-LINE.
           MOVE 'RECYCLED REPAIRS ACCEPTED:' TO WS-CL-LABEL.
           MOVE WS-RCY-ACCEPTED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'RECYCLED REPAIRS REJECTED AGAIN:' TO WS-CL-LABEL.
           MOVE WS-RCY-REJECTED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           WRITE STM-REC FROM WS-BLANK-LINE.
           MOVE 'AUDIT RECORDS READ - LIVE:' TO WS-CL-LABEL.
           MOVE WS-AUD-LIVE-READ TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'AUDIT RECORDS READ - ARCHIVE:' TO WS-CL-LABEL.
           MOVE WS-AUD-ARCH-READ TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REJECT RECORDS READ:' TO WS-CL-LABEL.
           MOVE WS-REJ-READ TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REJECTS WITH NO RUN DATE (LEFT OUT):' TO WS-CL-LABEL.
           MOVE WS-REJ-UNDATED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REPAIR STATUSES READ:' TO WS-CL-LABEL.
           MOVE WS-STA-READ TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REPAIR STATUSES SUPERSEDED:' TO WS-CL-LABEL.
           MOVE WS-STA-SUPERSEDED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'STATUSES WITH NO RUN DATE (LEFT OUT):'
               TO WS-CL-LABEL.
           MOVE WS-STA-UNDATED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'T' TO WCHG-REC-TYPE.
           MOVE SPACES TO WCHG-SOURCE.
           MOVE WS-CHG-DETAILS TO WCHG-DETAIL-COUNT.
           PERFORM WRITE-CHARGEBACK-RECORD.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HD-PAGE.
           WRITE STM-REC FROM WS-STM-HEAD-1 AFTER ADVANCING PAGE.
           WRITE STM-REC FROM WS-BLANK-LINE.

      * PRINTS THE FIGURES STAGED IN WCHGREC (WS-STILL-OPEN HOLDS THE
      * CORRECTED-BUT-FAILING COUNT ON ENTRY) AND FILLS IN THE
      * RECEIVED COUNT AND BOTH RATES FOR THE CHARGEBACK RECORD.
      * REJECTS NOT YET RECYCLED OR CORRECTED ARE STILL OPEN; THE
      * SUBTRACTION IS GUARDED BECAUSE A STATUS CAN OUTLIVE ITS
      * REJECT GENERATION ON THE GDG.
       WRITE-STATEMENT-BODY.
           COMPUTE WS-RECEIVED = WCHG-ACCEPTED + WCHG-REJECTED.
           MOVE ZERO TO WS-REJ-RATE.
           IF WS-RECEIVED > ZERO
              COMPUTE WS-REJ-RATE ROUNDED =
                  WCHG-REJECTED * 100 / WS-RECEIVED
           END-IF.
           MOVE ZERO TO WS-RCY-RATE.
           IF WCHG-REJECTED > ZERO
              IF WCHG-RECYCLED > WCHG-REJECTED
                 MOVE 100 TO WS-RCY-RATE
              ELSE
                 COMPUTE WS-RCY-RATE ROUNDED =
                     WCHG-RECYCLED * 100 / WCHG-REJECTED
              END-IF
           END-IF.
           MOVE 'STRINGS RECEIVED:' TO WS-CL-LABEL.
           MOVE WS-RECEIVED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'STRINGS ACCEPTED:' TO WS-CL-LABEL.
           MOVE WCHG-ACCEPTED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'STRINGS REJECTED:' TO WS-CL-LABEL.
           MOVE WCHG-REJECTED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REJECT RATE:' TO WS-RL-LABEL.
           MOVE WS-REJ-RATE TO WS-RL-VALUE.
           WRITE STM-REC FROM WS-STM-RATE-LINE.
           WRITE STM-REC FROM WS-BLANK-LINE.
           WRITE STM-REC FROM WS-STM-REASON-HEAD.
           PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > 5
              MOVE RSX TO WS-RSN-CODE
              MOVE WS-REASON-DESC(RSX) TO WS-RSN-DESC
              MOVE WCHG-REASON-CNT(RSX) TO WS-RSN-VALUE
              WRITE STM-REC FROM WS-STM-REASON-LINE
           END-PERFORM.
           WRITE STM-REC FROM WS-BLANK-LINE.
           MOVE 'REJECTS REPAIRED AND RECYCLED:' TO WS-CL-LABEL.
           MOVE WCHG-RECYCLED TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'REJECTS CORRECTED, STILL FAILING:' TO WS-CL-LABEL.
           MOVE WS-STILL-OPEN TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           IF WCHG-RECYCLED + WS-STILL-OPEN < WCHG-REJECTED
              COMPUTE WS-STILL-OPEN =
                  WCHG-REJECTED - WCHG-RECYCLED - WS-STILL-OPEN
           ELSE
              MOVE ZERO TO WS-STILL-OPEN
           END-IF.
           MOVE 'REJECTS STILL OPEN:' TO WS-CL-LABEL.
           MOVE WS-STILL-OPEN TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE 'RECYCLE RATE (OF REJECTS):' TO WS-RL-LABEL.
           MOVE WS-RCY-RATE TO WS-RL-VALUE.
           WRITE STM-REC FROM WS-STM-RATE-LINE.
           WRITE STM-REC FROM WS-BLANK-LINE.
           MOVE 'DUPLICATE STRINGS (SAME RUN):' TO WS-CL-LABEL.
           MOVE WCHG-DUPLICATES TO WS-CL-VALUE.
           WRITE STM-REC FROM WS-STM-COUNT-LINE.
           MOVE WS-STM-MONTH TO WCHG-MONTH.
           MOVE WS-RECEIVED TO WCHG-RECEIVED.
           MOVE WS-REJ-RATE TO WCHG-REJ-RATE.
           MOVE WS-RCY-RATE TO WCHG-RCY-RATE.

       WRITE-CHARGEBACK-RECORD.
           MOVE SPACES TO CHG-REC.
           WRITE CHG-REC FROM WCHGREC.

       END-OF-JOB.
           IF WS-REJ-UNDATED > ZERO OR WS-STA-UNDATED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RITESHO: STATEMENT MONTH:        ' WS-STM-MONTH.
           DISPLAY 'RITESHO: AUDIT RECORDS (LIVE):   '
               WS-AUD-LIVE-READ.
           DISPLAY 'RITESHO: AUDIT RECORDS (ARCHIVE):'
               WS-AUD-ARCH-READ.
           DISPLAY 'RITESHO: ACCEPTED IN MONTH:      ' WS-AUD-SELECTED.
           DISPLAY 'RITESHO: REJECTS IN MONTH:       ' WS-REJ-SELECTED.
           DISPLAY 'RITESHO: UNDATED REJECTS:        ' WS-REJ-UNDATED.
           DISPLAY 'RITESHO: STATUSES IN MONTH:      ' WS-STA-SELECTED.
           DISPLAY 'RITESHO: UNDATED STATUSES:       ' WS-STA-UNDATED.
           DISPLAY 'RITESHO: SUPPLIER STATEMENTS:    ' WS-GT-SOURCES.
           CLOSE STM-FILE.
           CLOSE CHG-FILE.
