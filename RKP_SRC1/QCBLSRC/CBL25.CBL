       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHK.

      *****************************************************************
      * RITESHK - FORWARD RECOVERY OF THE RKP.RITESH.STRMAST KSDS.    *
      * REBUILDS THE MASTER FROM A DATED BACKUP (A REPRO COPY OF THE  *
      * CLUSTER IN THE SHARED WSTRREC LAYOUT, SEE THE MSTBKP GDG IN   *
      * RITGDG JCL) AND THEN REPLAYS THE WJRNREC AFTER-IMAGES THE     *
      * RITU TRANSACTION (RITESHU) WROTE TO THE RKP.RITESH.MNTJRNL    *
      * ESDS, IN ARRIVAL ORDER, UP TO AN OPERATOR-SUPPLIED POINT IN   *
      * TIME - SO A DAMAGED MASTER, OR ONE WRECKED BY A BAD MASS      *
      * CHANGE, COMES BACK EXACTLY AS IT STOOD AT THAT MOMENT         *
      * WITHOUT RE-KEYING ANYTHING BY HAND.                           *
      *                                                               *
      * THE STEP PARM GIVES TWO TIMESTAMPS, YYYYMMDDHHMMSS EACH:      *
      *   PARM='<BACKUP AS-OF>,<RECOVERY POINT>'                      *
      * JOURNAL ENTRIES STAMPED AFTER THE BACKUP AS-OF TIME AND AT    *
      * OR BEFORE THE RECOVERY POINT ARE REPLAYED; EVERYTHING ELSE    *
      * ON THE JOURNAL IS COUNTED AND PASSED OVER.                    *
      *                                                               *
      * NOTHING IS APPLIED BLINDLY. BEFORE A CHANGE OR DELETE THE     *
      * JOURNAL'S BEFORE IMAGE MUST MATCH THE RECORD NOW ON THE       *
      * REBUILT MASTER, AND AN ADD MUST NOT FIND ITS STR-ID ALREADY    *
      * THERE. AN ENTRY THAT FAILS ITS CHECK IS LISTED ON THE REPORT  *
      * (JOURNAL IMAGE AGAINST MASTER IMAGE) AND NOT APPLIED - THE    *
      * USUAL CAUSE IS A BACKUP AS-OF TIME THAT DOES NOT MATCH THE    *
      * BACKUP ACTUALLY MOUNTED, OR A BACKUP TAKEN WHILE RITU WAS     *
      * STILL UPDATING THE MASTER. THE STEP THEN ENDS RC=8 SO THE     *
      * RECOVERED MASTER IS REVIEWED BEFORE THE ONLINE DAY OPENS.     *
      *                                                               *
      * THE RECOVERY REPORT CLOSES WITH THE ADDS, CHANGES AND         *
      * DELETES APPLIED PER OPERATOR (WJRN-USERID), PLUS EACH         *
      * OPERATOR'S ENTRIES THAT WERE NOT APPLIED, AND THE RUN WRITES  *
      * ITS WRUNREC RECORD SO THE REBUILD SHOWS ON THE RITBAL REPORT  *
      * FOR THE DAY. THE JOURNAL ITSELF IS ONLY READ.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-FILE ASSIGN TO BKPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT JRN-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT MST-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT RCV-FILE ASSIGN TO RCVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCV-FILE-STATUS.

           SELECT RUN-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKP-FILE
           RECORDING MODE IS F.
       01  BKP-REC PIC X(74).

       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-REC PIC X(182).

       FD  MST-FILE.
       01  MST-REC.
           05 MST-ID PIC 9(6).
           05 MST-VALUE PIC X(50).
           05 MST-COUNT PIC 9(2).
           05 MST-EFF-DATE PIC 9(8).
           05 MST-EXP-DATE PIC 9(8).

       FD  RCV-FILE
           RECORDING MODE IS F.
       01  RCV-REC PIC X(132).

       FD  RUN-FILE
           RECORDING MODE IS F.
       01  RUN-REC PIC X(50).

       WORKING-STORAGE SECTION.
         01 WS-BKP-FILE-STATUS PIC XX VALUE '00'.
            88 WS-BKP-FILE-OK VALUE '00'.
            88 WS-BKP-FILE-EOF VALUE '10'.
         01 WS-JRN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-JRN-FILE-OK VALUE '00'.
            88 WS-JRN-FILE-EOF VALUE '10'.
         01 WS-MST-FILE-STATUS PIC XX VALUE '00'.
            88 WS-MST-FILE-OK VALUE '00'.
         01 WS-RCV-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RCV-FILE-OK VALUE '00'.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         COPY WSTRREC.
         COPY WJRNREC.
         COPY WRUNREC.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-FROM-STAMP PIC X(14) VALUE SPACES.
         01 WS-TO-STAMP PIC X(14) VALUE SPACES.
         01 WS-JRN-STAMP.
            05 WS-JS-DATE PIC 9(8).
            05 WS-JS-TIME PIC 9(6).

         01 WS-MST-FOUND-SW PIC X VALUE 'N'.
            88 WS-MST-FOUND-YES VALUE 'Y'.
         01 WS-MISMATCH-REASON PIC X(30) VALUE SPACES.

         01 WS-BKP-LOADED PIC 9(6) VALUE 0.
         01 WS-JRN-READ PIC 9(6) VALUE 0.
         01 WS-JRN-PRIOR PIC 9(6) VALUE 0.
         01 WS-JRN-LATER PIC 9(6) VALUE 0.
         01 WS-JRN-WINDOW PIC 9(6) VALUE 0.
         01 WS-APPLIED-ADDS PIC 9(6) VALUE 0.
         01 WS-APPLIED-CHANGES PIC 9(6) VALUE 0.
         01 WS-APPLIED-DELETES PIC 9(6) VALUE 0.
         01 WS-APPLIED-TOTAL PIC 9(6) VALUE 0.
         01 WS-MISMATCHES PIC 9(6) VALUE 0.
         01 WS-MST-FINAL PIC 9(6) VALUE 0.

      * SUMMARY BY SIGNED-ON USER, AS ON THE RITESHJ ACTIVITY
      * REPORT. THE GUARD STOPS THE RUN RATHER THAN DROPPING AN
      * OPERATOR FROM THE RECOVERY ROLLUP.
         01 WS-OPR-MAX PIC 9(2) VALUE 50.
         01 WS-OPR-COUNT PIC 9(2) VALUE 0.
         01 WS-OPR-TABLE.
            05 WS-OPR-ENTRY OCCURS 50 TIMES.
               10 WS-OPR-USERID PIC X(8).
               10 WS-OPR-ADDS PIC 9(6).
               10 WS-OPR-CHANGES PIC 9(6).
               10 WS-OPR-DELETES PIC 9(6).
               10 WS-OPR-MISMATCH PIC 9(6).
         01 ODX PIC 9(2) VALUE 0.
         01 WS-OPR-FOUND-SW PIC X VALUE 'N'.
            88 WS-OPR-FOUND-YES VALUE 'Y'.

         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

         01 WS-RCV-HEAD-1.
            05 FILLER PIC X(40)
               VALUE 'RITESH MASTER FORWARD RECOVERY'.
            05 FILLER PIC X(92) VALUE SPACES.
         01 WS-RCV-HEAD-2.
            05 FILLER PIC X(15) VALUE 'BACKUP AS OF:  '.
            05 WS-HD-FROM-DATE PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-HD-FROM-TIME PIC X(6).
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(17) VALUE 'RECOVERY POINT:  '.
            05 WS-HD-TO-DATE PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-HD-TO-TIME PIC X(6).
            05 FILLER PIC X(66) VALUE SPACES.
         01 WS-MSM-HEAD.
            05 FILLER PIC X(44)
               VALUE 'JOURNAL ENTRIES NOT APPLIED - IMAGE MISMATCH'.
            05 FILLER PIC X(88) VALUE SPACES.
         01 WS-MSM-COLS.
            05 FILLER PIC X(10) VALUE 'DATE'.
            05 FILLER PIC X(10) VALUE 'TIME'.
            05 FILLER PIC X(10) VALUE 'OPERATOR'.
            05 FILLER PIC X(6) VALUE 'TERM'.
            05 FILLER PIC X(3) VALUE 'FN'.
            05 FILLER PIC X(8) VALUE 'STR-ID'.
            05 FILLER PIC X(30) VALUE 'REASON'.
            05 FILLER PIC X(55) VALUE SPACES.
         01 WS-MSM-LINE.
            05 WS-MSM-DATE PIC 9(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-TIME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-USERID PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-TERMID PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-FUNC PIC X(1).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-MSM-REASON PIC X(30).
            05 FILLER PIC X(55) VALUE SPACES.
         01 WS-IMAGE-LINE.
            05 FILLER PIC X(10) VALUE SPACES.
            05 WS-IMG-LABEL PIC X(16).
            05 WS-IMG-VALUE PIC X(50).
            05 FILLER PIC X(6) VALUE '  CNT '.
            05 WS-IMG-COUNT PIC X(2).
            05 FILLER PIC X(6) VALUE '  EFF '.
            05 WS-IMG-EFF PIC X(8).
            05 FILLER PIC X(6) VALUE '  EXP '.
            05 WS-IMG-EXP PIC X(8).
            05 FILLER PIC X(20) VALUE SPACES.
         01 WS-NO-MSM-LINE.
            05 FILLER PIC X(47)
               VALUE 'NONE - EVERY ENTRY IN THE WINDOW WAS APPLIED'.
            05 FILLER PIC X(85) VALUE SPACES.
         01 WS-SUM-HEAD.
            05 FILLER PIC X(36)
               VALUE 'RECOVERY SUMMARY BY OPERATOR'.
            05 FILLER PIC X(96) VALUE SPACES.
         01 WS-SUM-COLS.
            05 FILLER PIC X(10) VALUE 'OPERATOR'.
            05 FILLER PIC X(9) VALUE '    ADDS'.
            05 FILLER PIC X(9) VALUE ' CHANGES'.
            05 FILLER PIC X(9) VALUE ' DELETES'.
            05 FILLER PIC X(13) VALUE ' NOT APPLIED'.
            05 FILLER PIC X(82) VALUE SPACES.
         01 WS-SUM-LINE.
            05 WS-SUM-USERID PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-SUM-ADDS PIC ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-SUM-CHANGES PIC ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-SUM-DELETES PIC ZZZ,ZZ9.
            05 FILLER PIC X(6) VALUE SPACES.
            05 WS-SUM-MISMATCH PIC ZZZ,ZZ9.
            05 FILLER PIC X(84) VALUE SPACES.
         01 WS-NO-ACT-LINE.
            05 FILLER PIC X(42)
               VALUE 'NO JOURNAL ACTIVITY IN THE RECOVERY WINDOW'.
            05 FILLER PIC X(90) VALUE SPACES.
         01 WS-TOT-LINE.
            05 WS-TOT-LABEL PIC X(32).
            05 WS-TOT-VALUE PIC ZZZ,ZZ9.
            05 FILLER PIC X(93) VALUE SPACES.
         01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           PERFORM LOAD-BACKUP-RECORD UNTIL WS-EOF-YES.
           PERFORM START-JOURNAL-REPLAY.
           PERFORM REPLAY-JOURNAL-RECORD UNTIL WS-EOF-YES.
           PERFORM WRITE-OPERATOR-SUMMARY.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:14) IS NOT NUMERIC
                 OR WS-PARM(15:1) NOT = ','
                 OR WS-PARM(16:14) IS NOT NUMERIC
              DISPLAY 'RITESHK: PARM MUST BE '
                  'YYYYMMDDHHMMSS,YYYYMMDDHHMMSS (BACKUP AS-OF, '
                  'RECOVERY POINT)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM(1:14) TO WS-FROM-STAMP.
           MOVE WS-PARM(16:14) TO WS-TO-STAMP.
           IF WS-TO-STAMP NOT > WS-FROM-STAMP
              DISPLAY 'RITESHK: RECOVERY POINT ' WS-TO-STAMP
                  ' IS NOT AFTER BACKUP AS-OF ' WS-FROM-STAMP
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT BKP-FILE.
           IF NOT WS-BKP-FILE-OK
              DISPLAY 'RITESHK: BKP-FILE OPEN FAILED, STATUS='
                  WS-BKP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT JRN-FILE.
           IF NOT WS-JRN-FILE-OK
              DISPLAY 'RITESHK: JRN-FILE OPEN FAILED, STATUS='
                  WS-JRN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MST-FILE.
           IF NOT WS-MST-FILE-OK
              DISPLAY 'RITESHK: MST-FILE OPEN FAILED, STATUS='
                  WS-MST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RCV-FILE.
           IF NOT WS-RCV-FILE-OK
              DISPLAY 'RITESHK: RCV-FILE OPEN FAILED, STATUS='
                  WS-RCV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.
           MOVE WS-FROM-STAMP(1:8) TO WS-HD-FROM-DATE.
           MOVE WS-FROM-STAMP(9:6) TO WS-HD-FROM-TIME.
           MOVE WS-TO-STAMP(1:8) TO WS-HD-TO-DATE.
           MOVE WS-TO-STAMP(9:6) TO WS-HD-TO-TIME.
           WRITE RCV-REC FROM WS-RCV-HEAD-1.
           WRITE RCV-REC FROM WS-RCV-HEAD-2.
           WRITE RCV-REC FROM WS-BLANK-LINE.
           WRITE RCV-REC FROM WS-MSM-HEAD.
           WRITE RCV-REC FROM WS-MSM-COLS.
           PERFORM READ-BKP-FILE.

      * THE BACKUP IS A REPRO OF THE KSDS, SO IT ARRIVES IN KEY
      * ORDER. A DUPLICATE OR OUT-OF-SEQUENCE KEY MEANS THE WRONG
      * DATASET WAS MOUNTED - STOP BEFORE REPLAYING ONTO IT.
       LOAD-BACKUP-RECORD.
           MOVE BKP-REC TO MST-REC.
           WRITE MST-REC
               INVALID KEY
                   DISPLAY 'RITESHK: BACKUP WRITE FAILED, KEY=' MST-ID
                       ' STATUS=' WS-MST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-BKP-LOADED.
           PERFORM READ-BKP-FILE.

       READ-BKP-FILE.
           READ BKP-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

      * THE REBUILT BASE IS CLOSED AND REOPENED FOR UPDATE SO THE
      * REPLAY CAN READ, REWRITE AND DELETE BY KEY.
       START-JOURNAL-REPLAY.
           CLOSE BKP-FILE.
           CLOSE MST-FILE.
           OPEN I-O MST-FILE.
           IF NOT WS-MST-FILE-OK
              DISPLAY 'RITESHK: MST-FILE REOPEN FAILED, STATUS='
                  WS-MST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'RITESHK: BACKUP RECORDS LOADED:  ' WS-BKP-LOADED.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-JRN-FILE.

      * THE ESDS HOLDS ENTRIES IN ARRIVAL ORDER, WHICH IS THE ORDER
      * THE CHANGES WERE MADE ONLINE, SO REPLAYING IN READ ORDER
      * REPRODUCES THE SEQUENCE OF EVENTS. ENTRIES AT OR BEFORE THE
      * BACKUP AS-OF TIME ARE ALREADY IN THE BACKUP; ENTRIES AFTER
      * THE RECOVERY POINT ARE THE ONES BEING RECOVERED AWAY.
       REPLAY-JOURNAL-RECORD.
           MOVE JRN-REC TO WJRNREC.
           MOVE WJRN-DATE TO WS-JS-DATE.
           MOVE WJRN-TIME TO WS-JS-TIME.
           EVALUATE TRUE
               WHEN WS-JRN-STAMP NOT > WS-FROM-STAMP
                   ADD 1 TO WS-JRN-PRIOR
               WHEN WS-JRN-STAMP > WS-TO-STAMP
                   ADD 1 TO WS-JRN-LATER
               WHEN OTHER
                   ADD 1 TO WS-JRN-WINDOW
                   PERFORM APPLY-JOURNAL-RECORD
           END-EVALUATE.
           PERFORM READ-JRN-FILE.

       APPLY-JOURNAL-RECORD.
           MOVE SPACES TO WS-MISMATCH-REASON.
           PERFORM FIND-OPERATOR-ENTRY.
           EVALUATE TRUE
               WHEN WJRN-FUNC-ADD
                   PERFORM REPLAY-ADD
               WHEN WJRN-FUNC-CHANGE
                   PERFORM REPLAY-CHANGE
               WHEN WJRN-FUNC-DELETE
                   PERFORM REPLAY-DELETE
               WHEN OTHER
                   MOVE SPACES TO WSTRREC
                   MOVE 'UNKNOWN JOURNAL FUNCTION CODE'
                       TO WS-MISMATCH-REASON
           END-EVALUATE.
           IF WS-MISMATCH-REASON NOT = SPACES
              PERFORM WRITE-MISMATCH-LINES
              ADD 1 TO WS-MISMATCHES
              ADD 1 TO WS-OPR-MISMATCH(ODX)
           END-IF.

      * AN ADD CARRIES NO BEFORE IMAGE - THE CHECK IS THAT THE KEY
      * IS STILL FREE, AS IT WAS WHEN THE OPERATOR ADDED IT.
       REPLAY-ADD.
           MOVE WJRN-A-ID TO MST-ID.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-MST-FOUND-YES
              MOVE 'ADD - STR-ID ALREADY ON MASTER'
                  TO WS-MISMATCH-REASON
           ELSE
              WRITE MST-REC FROM WJRN-AFTER
                  INVALID KEY
                      DISPLAY 'RITESHK: REPLAY WRITE FAILED, KEY='
                          MST-ID ' STATUS=' WS-MST-FILE-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
              END-WRITE
              ADD 1 TO WS-APPLIED-ADDS
              ADD 1 TO WS-OPR-ADDS(ODX)
           END-IF.

       REPLAY-CHANGE.
           MOVE WJRN-B-ID TO MST-ID.
           PERFORM READ-MASTER-BY-KEY.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND-YES
                   MOVE 'CHANGE - STR-ID NOT ON MASTER'
                       TO WS-MISMATCH-REASON
               WHEN WSTRREC NOT = WJRN-BEFORE
                   MOVE 'CHANGE - BEFORE IMAGE DIFFERS'
                       TO WS-MISMATCH-REASON
               WHEN OTHER
                   REWRITE MST-REC FROM WJRN-AFTER
                       INVALID KEY
                           DISPLAY 'RITESHK: REPLAY REWRITE FAILED, '
                               'KEY=' MST-ID
                               ' STATUS=' WS-MST-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD 1 TO WS-APPLIED-CHANGES
                   ADD 1 TO WS-OPR-CHANGES(ODX)
           END-EVALUATE.

       REPLAY-DELETE.
           MOVE WJRN-B-ID TO MST-ID.
           PERFORM READ-MASTER-BY-KEY.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND-YES
                   MOVE 'DELETE - STR-ID NOT ON MASTER'
                       TO WS-MISMATCH-REASON
               WHEN WSTRREC NOT = WJRN-BEFORE
                   MOVE 'DELETE - BEFORE IMAGE DIFFERS'
                       TO WS-MISMATCH-REASON
               WHEN OTHER
                   DELETE MST-FILE RECORD
                       INVALID KEY
                           DISPLAY 'RITESHK: REPLAY DELETE FAILED, '
                               'KEY=' MST-ID
                               ' STATUS=' WS-MST-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
                   ADD 1 TO WS-APPLIED-DELETES
                   ADD 1 TO WS-OPR-DELETES(ODX)
           END-EVALUATE.

      * LEAVES THE RECORD NOW ON THE MASTER IN WSTRREC (SPACES WHEN
      * THERE IS NONE) FOR THE IMAGE CHECK AND THE MISMATCH LISTING.
       READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-MST-FOUND-SW.
           READ MST-FILE
               INVALID KEY
                   MOVE SPACES TO WSTRREC
               NOT INVALID KEY
                   MOVE MST-REC TO WSTRREC
                   SET WS-MST-FOUND-YES TO TRUE
           END-READ.

      * THE JOURNAL SIDE PRINTS THE BEFORE IMAGE THE CHECK USED -
      * OR, FOR AN ADD, THE AFTER IMAGE IT WOULD HAVE WRITTEN -
      * OVER THE RECORD THAT IS ACTUALLY ON THE MASTER.
       WRITE-MISMATCH-LINES.
           MOVE WJRN-DATE TO WS-MSM-DATE.
           MOVE SPACES TO WS-MSM-TIME.
           STRING WJRN-TIME(1:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WJRN-TIME(3:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WJRN-TIME(5:2) DELIMITED BY SIZE
               INTO WS-MSM-TIME.
           MOVE WJRN-USERID TO WS-MSM-USERID.
           MOVE WJRN-TERMID TO WS-MSM-TERMID.
           MOVE WJRN-FUNC TO WS-MSM-FUNC.
           IF WJRN-FUNC-ADD
              MOVE WJRN-A-ID TO WS-MSM-ID
           ELSE
              MOVE WJRN-B-ID TO WS-MSM-ID
           END-IF.
           MOVE WS-MISMATCH-REASON TO WS-MSM-REASON.
           WRITE RCV-REC FROM WS-MSM-LINE.
           IF WJRN-FUNC-ADD
              MOVE 'JOURNAL AFTER:' TO WS-IMG-LABEL
              MOVE WJRN-A-VALUE TO WS-IMG-VALUE
              MOVE WJRN-A-COUNT TO WS-IMG-COUNT
              MOVE WJRN-A-EFF-DATE TO WS-IMG-EFF
              MOVE WJRN-A-EXP-DATE TO WS-IMG-EXP
           ELSE
              MOVE 'JOURNAL BEFORE:' TO WS-IMG-LABEL
              MOVE WJRN-B-VALUE TO WS-IMG-VALUE
              MOVE WJRN-B-COUNT TO WS-IMG-COUNT
              MOVE WJRN-B-EFF-DATE TO WS-IMG-EFF
              MOVE WJRN-B-EXP-DATE TO WS-IMG-EXP
           END-IF.
           WRITE RCV-REC FROM WS-IMAGE-LINE.
           MOVE 'ON MASTER:' TO WS-IMG-LABEL.
           IF WS-MST-FOUND-YES
              MOVE STR-VALUE TO WS-IMG-VALUE
              MOVE STR-COUNT TO WS-IMG-COUNT
              MOVE STR-EFF-DATE TO WS-IMG-EFF
              MOVE STR-EXP-DATE TO WS-IMG-EXP
           ELSE
              MOVE '(NO RECORD)' TO WS-IMG-VALUE
              MOVE SPACES TO WS-IMG-COUNT
              MOVE SPACES TO WS-IMG-EFF
              MOVE SPACES TO WS-IMG-EXP
           END-IF.
           WRITE RCV-REC FROM WS-IMAGE-LINE.

       FIND-OPERATOR-ENTRY.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           PERFORM VARYING ODX FROM 1 BY 1
               UNTIL ODX > WS-OPR-COUNT OR WS-OPR-FOUND-YES
              IF WS-OPR-USERID(ODX) = WJRN-USERID
                 SET WS-OPR-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-OPR-FOUND-YES
              SUBTRACT 1 FROM ODX
           ELSE
              IF WS-OPR-COUNT >= WS-OPR-MAX
                 DISPLAY 'RITESHK: OPERATOR TABLE FULL AT '
                     WS-OPR-MAX ' ENTRIES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OPR-COUNT
              MOVE WS-OPR-COUNT TO ODX
              MOVE WJRN-USERID TO WS-OPR-USERID(ODX)
              MOVE ZERO TO WS-OPR-ADDS(ODX)
              MOVE ZERO TO WS-OPR-CHANGES(ODX)
              MOVE ZERO TO WS-OPR-DELETES(ODX)
              MOVE ZERO TO WS-OPR-MISMATCH(ODX)
           END-IF.

       READ-JRN-FILE.
           READ JRN-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-JRN-READ
           END-READ.

       WRITE-OPERATOR-SUMMARY.
           IF WS-MISMATCHES = ZERO
              WRITE RCV-REC FROM WS-NO-MSM-LINE
           END-IF.
           WRITE RCV-REC FROM WS-BLANK-LINE.
           WRITE RCV-REC FROM WS-SUM-HEAD.
           IF WS-OPR-COUNT = ZERO
              WRITE RCV-REC FROM WS-NO-ACT-LINE
           ELSE
              WRITE RCV-REC FROM WS-SUM-COLS
              PERFORM WRITE-ONE-OPERATOR-LINE
                  VARYING ODX FROM 1 BY 1 UNTIL ODX > WS-OPR-COUNT
           END-IF.

       WRITE-ONE-OPERATOR-LINE.
           MOVE WS-OPR-USERID(ODX) TO WS-SUM-USERID.
           MOVE WS-OPR-ADDS(ODX) TO WS-SUM-ADDS.
           MOVE WS-OPR-CHANGES(ODX) TO WS-SUM-CHANGES.
           MOVE WS-OPR-DELETES(ODX) TO WS-SUM-DELETES.
           MOVE WS-OPR-MISMATCH(ODX) TO WS-SUM-MISMATCH.
           WRITE RCV-REC FROM WS-SUM-LINE.

       END-OF-JOB.
           COMPUTE WS-APPLIED-TOTAL = WS-APPLIED-ADDS
               + WS-APPLIED-CHANGES + WS-APPLIED-DELETES.
           COMPUTE WS-MST-FINAL = WS-BKP-LOADED
               + WS-APPLIED-ADDS - WS-APPLIED-DELETES.
           WRITE RCV-REC FROM WS-BLANK-LINE.
           MOVE 'BACKUP RECORDS LOADED:' TO WS-TOT-LABEL.
           MOVE WS-BKP-LOADED TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'JOURNAL RECORDS READ:' TO WS-TOT-LABEL.
           MOVE WS-JRN-READ TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE '  ALREADY IN BACKUP:' TO WS-TOT-LABEL.
           MOVE WS-JRN-PRIOR TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE '  AFTER RECOVERY POINT:' TO WS-TOT-LABEL.
           MOVE WS-JRN-LATER TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE '  IN RECOVERY WINDOW:' TO WS-TOT-LABEL.
           MOVE WS-JRN-WINDOW TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'ADDS APPLIED:' TO WS-TOT-LABEL.
           MOVE WS-APPLIED-ADDS TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'CHANGES APPLIED:' TO WS-TOT-LABEL.
           MOVE WS-APPLIED-CHANGES TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'DELETES APPLIED:' TO WS-TOT-LABEL.
           MOVE WS-APPLIED-DELETES TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'ENTRIES NOT APPLIED:' TO WS-TOT-LABEL.
           MOVE WS-MISMATCHES TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           MOVE 'MASTER RECORDS AFTER RECOVERY:' TO WS-TOT-LABEL.
           MOVE WS-MST-FINAL TO WS-TOT-VALUE.
           WRITE RCV-REC FROM WS-TOT-LINE.
           DISPLAY 'RITESHK: JOURNAL RECORDS READ:   ' WS-JRN-READ.
           DISPLAY 'RITESHK: IN RECOVERY WINDOW:     ' WS-JRN-WINDOW.
           DISPLAY 'RITESHK: ENTRIES APPLIED:        '
               WS-APPLIED-TOTAL.
           DISPLAY 'RITESHK: ENTRIES NOT APPLIED:    ' WS-MISMATCHES.
           DISPLAY 'RITESHK: MASTER RECORDS NOW:     ' WS-MST-FINAL.
           CLOSE JRN-FILE.
           CLOSE MST-FILE.
           CLOSE RCV-FILE.
           IF WS-MISMATCHES > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.

      * ONE STANDARDIZED RECORD PER EXECUTION ON THE SHARED
      * RUN-CONTROL DATASET (SEE WRUNREC) FOR THE END-OF-CYCLE
      * BALANCING RUN (RITESHB): RECORDS IN IS THE JOURNAL ENTRIES
      * IN THE RECOVERY WINDOW, RECORDS OUT THE ENTRIES APPLIED AND
      * REJECTED THE ENTRIES LISTED AS MISMATCHES, SO IN = OUT + REJ.
       WRITE-RUN-SUMMARY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESHK' TO WRUN-PROGRAM.
           MOVE WS-RUN-DATE TO WRUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WRUN-TIME.
           MOVE WS-JRN-WINDOW TO WRUN-RECS-IN.
           MOVE WS-APPLIED-TOTAL TO WRUN-RECS-OUT.
           MOVE WS-MISMATCHES TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
