       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHI.

      *****************************************************************
      * RITESHI - NIGHTLY RECONCILIATION OF THE STRMAST MAINTENANCE   *
      * EVENTS AGAINST THE MAINTENANCE JOURNAL. THE RITU TRANSACTION  *
      * (RITESHU) PUTS A WMQEREC EVENT ON THE MQ MAINTENANCE EVENT    *
      * QUEUE FOR EVERY SUCCESSFUL ADD, CHANGE OR DELETE AND LOGS IT  *
      * TO THE RKP.RITESH.MQEVENT ESDS IN THE SAME UNIT OF WORK AS    *
      * THE STRMFIL UPDATE AND THE MNTJRNL RECORD - PUBLISHED (P), OR *
      * HELD (H) WHEN THE QUEUE COULD NOT TAKE IT. THIS PROGRAM:      *
      *                                                               *
      *   1. SENDS EVERY HELD EVENT ON THE LOG, WHATEVER ITS DATE,    *
      *      AND REWRITES IT SENT LATE (S) WITH TODAY'S DATE. AN      *
      *      EVENT THE QUEUE STILL CANNOT TAKE STAYS HELD FOR THE     *
      *      NEXT RUN. EACH RESEND IS LISTED.                         *
      *                                                               *
      *   2. COUNTS, FOR THE REQUESTED DATE, THE JOURNAL RECORDS AND  *
      *      THE LOGGED EVENTS BY FUNCTION AND PRINTS THEM SIDE BY    *
      *      SIDE - JOURNALED, PUBLISHED, SENT LATE, STILL HELD -     *
      *      FLAGGING ANY FUNCTION WHERE THE EVENTS DO NOT ADD UP TO  *
      *      THE JOURNAL.                                             *
      *                                                               *
      * THE RESEND PUTS EACH MESSAGE OUTSIDE SYNCPOINT BEFORE ITS LOG *
      * RECORD IS REWRITTEN, SO A FAILURE BETWEEN THE TWO CAN SEND    *
      * AN EVENT TWICE BUT NEVER LOSE ONE; SUBSCRIBERS TREAT A        *
      * REPEATED DATE/TIME/USER/TERMINAL/STR-ID AS THE SAME EVENT.    *
      *                                                               *
      * THE STEP PARM IS THE DATE TO RECONCILE (YYYYMMDD, COLS 1-8)   *
      * AND OPTIONALLY THE QUEUE MANAGER NAME (COLS 10-13, BLANK FOR  *
      * THE DEFAULT); WITH NO DATE THE CURRENT DATE IS USED, WHICH    *
      * SUITS RUNNING NIGHTLY AFTER THE ONLINE DAY CLOSES (SEE RITEVT *
      * JCL). ENDS RC=0 TIED WITH NOTHING HELD, RC=4 WHEN EVENTS ARE  *
      * STILL HELD (QUEUE STILL UNAVAILABLE), RC=8 WHEN THE EVENTS    *
      * DO NOT RECONCILE TO THE JOURNAL, RC=16 ON AN OPEN OR REWRITE  *
      * FAILURE.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT EVT-FILE ASSIGN TO EVTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-REC PIC X(182).

       FD  EVT-FILE
           RECORDING MODE IS F.
       01  EVT-REC PIC X(170).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
         01 WS-JRN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-JRN-FILE-OK VALUE '00'.
            88 WS-JRN-FILE-EOF VALUE '10'.
         01 WS-EVT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-EVT-FILE-OK VALUE '00'.
            88 WS-EVT-FILE-EOF VALUE '10'.
         01 WS-RPT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RPT-FILE-OK VALUE '00'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         COPY WJRNREC.
         COPY WMQEREC.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-TODAY PIC 9(8) VALUE 0.

         01 WS-MQ-QMGR PIC X(48) VALUE SPACES.
         01 WS-MQ-HCONN PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-COMPCODE PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-REASON PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-CONN-SW PIC X VALUE 'N'.
            88 WS-MQ-CONNECTED VALUE 'Y'.
            88 WS-MQ-DOWN VALUE 'X'.
         01 WS-MQ-CONSTANTS.
            COPY CMQV.
         01 WS-MQ-OD.
            COPY CMQODV.
         01 WS-MQ-MD.
            COPY CMQMDV.
         01 WS-MQ-PMO.
            COPY CMQPMOV.

         01 WS-JRN-READ PIC 9(7) VALUE 0.
         01 WS-EVT-READ PIC 9(7) VALUE 0.
         01 WS-RESENT PIC 9(7) VALUE 0.
         01 WS-STILL-HELD PIC 9(7) VALUE 0.
         01 WS-OUT-OF-BALANCE PIC 9(1) VALUE 0.

      * COUNTS BY FUNCTION FOR THE RECONCILED DATE - ENTRIES 1-3 ARE
      * ADD, CHANGE AND DELETE, ENTRY 4 THE TOTAL.
         01 WS-FN-TABLE.
            05 WS-FN-ENTRY OCCURS 4 TIMES.
               10 WS-FN-JOURNAL PIC 9(7).
               10 WS-FN-PUBLISHED PIC 9(7).
               10 WS-FN-SENT-LATE PIC 9(7).
               10 WS-FN-HELD PIC 9(7).
         01 WS-FN-NAME-VALUES.
            05 FILLER PIC X(6) VALUE 'ADD'.
            05 FILLER PIC X(6) VALUE 'CHANGE'.
            05 FILLER PIC X(6) VALUE 'DELETE'.
            05 FILLER PIC X(6) VALUE 'TOTAL'.
         01 WS-FN-NAME-R REDEFINES WS-FN-NAME-VALUES.
            05 WS-FN-NAME PIC X(6) OCCURS 4 TIMES.
         01 FDX PIC 9(1) VALUE 0.
         01 WS-FN-EVENTS PIC 9(7) VALUE 0.
         01 WS-FN-DIFF PIC S9(7) VALUE 0.

         01 WS-RPT-HEAD-1.
            05 FILLER PIC X(44)
               VALUE 'RITESH MAINTENANCE EVENT RECONCILIATION FOR '.
            05 WS-RPT-HD-DATE PIC 9(8).
            05 FILLER PIC X(80) VALUE SPACES.
         01 WS-RSD-HEAD.
            05 FILLER PIC X(27) VALUE 'HELD EVENTS RESENT THIS RUN'.
            05 FILLER PIC X(105) VALUE SPACES.
         01 WS-RSD-COLS.
            05 FILLER PIC X(10) VALUE 'DATE'.
            05 FILLER PIC X(10) VALUE 'TIME'.
            05 FILLER PIC X(10) VALUE 'OPERATOR'.
            05 FILLER PIC X(6) VALUE 'TERM'.
            05 FILLER PIC X(3) VALUE 'FN'.
            05 FILLER PIC X(8) VALUE 'STR-ID'.
            05 FILLER PIC X(6) VALUE 'RESULT'.
            05 FILLER PIC X(79) VALUE SPACES.
         01 WS-RSD-LINE.
            05 WS-RSD-DATE PIC 9(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-TIME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-USERID PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-TERMID PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-FUNC PIC X(1).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-ID PIC 9(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-RSD-RESULT PIC X(19).
            05 WS-RSD-REASON PIC X(4).
            05 FILLER PIC X(62) VALUE SPACES.
         01 WS-NO-HELD-LINE.
            05 FILLER PIC X(26) VALUE 'NO HELD EVENTS ON THE LOG'.
            05 FILLER PIC X(106) VALUE SPACES.
         01 WS-REC-HEAD.
            05 FILLER PIC X(33)
               VALUE 'EVENTS RECONCILED TO THE JOURNAL'.
            05 FILLER PIC X(99) VALUE SPACES.
         01 WS-REC-COLS.
            05 FILLER PIC X(10) VALUE 'FUNCTION'.
            05 FILLER PIC X(10) VALUE '  JOURNAL'.
            05 FILLER PIC X(10) VALUE 'PUBLISHED'.
            05 FILLER PIC X(10) VALUE 'SENT LATE'.
            05 FILLER PIC X(10) VALUE '     HELD'.
            05 FILLER PIC X(10) VALUE '   EVENTS'.
            05 FILLER PIC X(10) VALUE '     DIFF'.
            05 FILLER PIC X(62) VALUE SPACES.
         01 WS-REC-LINE.
            05 WS-REC-NAME PIC X(6).
            05 FILLER PIC X(4) VALUE SPACES.
            05 WS-REC-JOURNAL PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACES.
            05 WS-REC-PUBLISHED PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACES.
            05 WS-REC-SENT-LATE PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACES.
            05 WS-REC-HELD PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACES.
            05 WS-REC-EVENTS PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACES.
            05 WS-REC-DIFF PIC -,---,--9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-REC-STATUS PIC X(14).
            05 FILLER PIC X(46) VALUE SPACES.
         01 WS-RPT-TRAILER.
            05 FILLER PIC X(22) VALUE 'JOURNAL RECORDS READ: '.
            05 WS-TRL-JRN PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(13) VALUE 'EVENTS READ: '.
            05 WS-TRL-EVT PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(8) VALUE 'RESENT: '.
            05 WS-TRL-RESENT PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(13) VALUE 'STILL HELD: '.
            05 WS-TRL-HELD PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(28) VALUE SPACES.
         01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           PERFORM COUNT-JOURNAL-RECORD UNTIL WS-EOF-YES.
           CLOSE JRN-FILE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-EVT-FILE.
           PERFORM SCAN-EVENT-RECORD UNTIL WS-EOF-YES.
           CLOSE EVT-FILE.
           IF WS-MQ-CONNECTED
              CALL 'MQDISC' USING WS-MQ-HCONN
                                  WS-MQ-COMPCODE
                                  WS-MQ-REASON
           END-IF.
           PERFORM WRITE-RECONCILIATION.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-RUN-DATE
           ELSE
              MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.
           IF WS-PARM(10:4) NOT = SPACES
              MOVE WS-PARM(10:4) TO WS-MQ-QMGR
           END-IF.
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 4
              MOVE ZERO TO WS-FN-JOURNAL(FDX)
              MOVE ZERO TO WS-FN-PUBLISHED(FDX)
              MOVE ZERO TO WS-FN-SENT-LATE(FDX)
              MOVE ZERO TO WS-FN-HELD(FDX)
           END-PERFORM.
           OPEN INPUT JRN-FILE.
           IF NOT WS-JRN-FILE-OK
              DISPLAY 'RITESHI: JRN-FILE OPEN FAILED, STATUS='
                  WS-JRN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * THE EVENT LOG IS OPENED FOR UPDATE SO RESENT EVENTS CAN BE
      * REWRITTEN IN PLACE - THE ONLINE EVTFIL MUST BE CLOSED FIRST
      * (SEE RITEVT JCL).
           OPEN I-O EVT-FILE.
           IF NOT WS-EVT-FILE-OK
              DISPLAY 'RITESHI: EVT-FILE OPEN FAILED, STATUS='
                  WS-EVT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT WS-RPT-FILE-OK
              DISPLAY 'RITESHI: RPT-FILE OPEN FAILED, STATUS='
                  WS-RPT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-RPT-HD-DATE.
           WRITE RPT-REC FROM WS-RPT-HEAD-1.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-RSD-HEAD.
           WRITE RPT-REC FROM WS-RSD-COLS.
           PERFORM READ-JRN-FILE.

       COUNT-JOURNAL-RECORD.
           MOVE JRN-REC TO WJRNREC.
           IF WJRN-DATE = WS-RUN-DATE
              MOVE WJRN-FUNC TO WMQE-FUNC
              PERFORM SET-FUNCTION-INDEX
              ADD 1 TO WS-FN-JOURNAL(FDX)
              IF FDX < 4
                 ADD 1 TO WS-FN-JOURNAL(4)
              END-IF
           END-IF.
           PERFORM READ-JRN-FILE.

       READ-JRN-FILE.
           READ JRN-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-JRN-READ
           END-READ.

      * A HELD EVENT IS RESENT BEFORE IT IS COUNTED, SO ONE SENT BY
      * THIS RUN COUNTS AS SENT LATE FOR ITS OWN DATE.
       SCAN-EVENT-RECORD.
           MOVE EVT-REC TO WMQEREC.
           IF WMQE-HELD
              PERFORM RESEND-HELD-EVENT
           END-IF.
           IF WMQE-DATE = WS-RUN-DATE
              PERFORM SET-FUNCTION-INDEX
              EVALUATE TRUE
                  WHEN WMQE-PUBLISHED
                      ADD 1 TO WS-FN-PUBLISHED(FDX)
                      IF FDX < 4
                         ADD 1 TO WS-FN-PUBLISHED(4)
                      END-IF
                  WHEN WMQE-SENT-LATE
                      ADD 1 TO WS-FN-SENT-LATE(FDX)
                      IF FDX < 4
                         ADD 1 TO WS-FN-SENT-LATE(4)
                      END-IF
                  WHEN WMQE-HELD
                      ADD 1 TO WS-FN-HELD(FDX)
                      IF FDX < 4
                         ADD 1 TO WS-FN-HELD(4)
                      END-IF
              END-EVALUATE
           END-IF.
           PERFORM READ-EVT-FILE.

       READ-EVT-FILE.
           READ EVT-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-EVT-READ
           END-READ.

      * A FUNCTION CODE OTHER THAN A/C/D CANNOT BE WRITTEN BY RITU;
      * IF ONE TURNS UP IT COUNTS UNDER THE TOTAL ONLY, WHERE IT
      * SHOWS AS AN IMBALANCE.
       SET-FUNCTION-INDEX.
           EVALUATE TRUE
               WHEN WMQE-FUNC-ADD
                   MOVE 1 TO FDX
               WHEN WMQE-FUNC-CHANGE
                   MOVE 2 TO FDX
               WHEN WMQE-FUNC-DELETE
                   MOVE 3 TO FDX
               WHEN OTHER
                   MOVE 4 TO FDX
           END-EVALUATE.

      * THE QUEUE MANAGER IS CONNECTED ONLY WHEN THERE IS SOMETHING
      * TO SEND. IF IT CANNOT BE REACHED EVERY HELD EVENT STAYS HELD
      * AND THE RUN ENDS RC=4 - THE NEXT NIGHT TRIES AGAIN.
       RESEND-HELD-EVENT.
           IF WS-MQ-CONN-SW = 'N'
              PERFORM CONNECT-QUEUE-MANAGER
           END-IF.
           MOVE 'STILL HELD, REASON ' TO WS-RSD-RESULT.
           IF WS-MQ-CONNECTED
              MOVE WMQE-QUEUE-NAME TO MQOD-OBJECTNAME
              MOVE MQFMT-STRING TO MQMD-FORMAT
              MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
              MOVE MQMI-NONE TO MQMD-MSGID
              COMPUTE MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT
                  + MQPMO-NEW-MSG-ID + MQPMO-FAIL-IF-QUIESCING
              CALL 'MQPUT1' USING WS-MQ-HCONN
                                  WS-MQ-OD
                                  WS-MQ-MD
                                  WS-MQ-PMO
                                  WMQE-MSG-LENGTH
                                  WMQE-MSG
                                  WS-MQ-COMPCODE
                                  WS-MQ-REASON
              MOVE WS-MQ-REASON TO WMQE-REASON
              IF WS-MQ-COMPCODE NOT = MQCC-FAILED
                 MOVE 'S' TO WMQE-STATUS
                 MOVE WS-TODAY TO WMQE-SENT-DATE
                 MOVE 'SENT' TO WS-RSD-RESULT
              END-IF
              REWRITE EVT-REC FROM WMQEREC
              IF NOT WS-EVT-FILE-OK
                 DISPLAY 'RITESHI: EVT-FILE REWRITE FAILED, STATUS='
                     WS-EVT-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WMQE-HELD
              ADD 1 TO WS-STILL-HELD
              MOVE WMQE-REASON TO WS-RSD-REASON
           ELSE
              ADD 1 TO WS-RESENT
              MOVE SPACES TO WS-RSD-REASON
           END-IF.
           MOVE WMQE-DATE TO WS-RSD-DATE.
           MOVE SPACES TO WS-RSD-TIME.
           STRING WMQE-TIME(1:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WMQE-TIME(3:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WMQE-TIME(5:2) DELIMITED BY SIZE
               INTO WS-RSD-TIME.
           MOVE WMQE-USERID TO WS-RSD-USERID.
           MOVE WMQE-TERMID TO WS-RSD-TERMID.
           MOVE WMQE-FUNC TO WS-RSD-FUNC.
           MOVE WMQE-STR-ID TO WS-RSD-ID.
           WRITE RPT-REC FROM WS-RSD-LINE.

       CONNECT-QUEUE-MANAGER.
           CALL 'MQCONN' USING WS-MQ-QMGR
                               WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE = MQCC-FAILED
              DISPLAY 'RITESHI: MQCONN FAILED, REASON=' WS-MQ-REASON
              SET WS-MQ-DOWN TO TRUE
           ELSE
              SET WS-MQ-CONNECTED TO TRUE
           END-IF.

       WRITE-RECONCILIATION.
           IF WS-RESENT + WS-STILL-HELD = ZERO
              WRITE RPT-REC FROM WS-NO-HELD-LINE
           END-IF.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-REC-HEAD.
           WRITE RPT-REC FROM WS-REC-COLS.
           PERFORM WRITE-ONE-FUNCTION-LINE
               VARYING FDX FROM 1 BY 1 UNTIL FDX > 4.

      * EVERY JOURNAL RECORD SHOULD HAVE EXACTLY ONE EVENT, WHETHER
      * PUBLISHED, SENT LATE OR STILL HELD. A DIFFERENCE MEANS A
      * CHANGE WAS JOURNALED WITHOUT ITS EVENT OR THE REVERSE.
       WRITE-ONE-FUNCTION-LINE.
           COMPUTE WS-FN-EVENTS = WS-FN-PUBLISHED(FDX)
               + WS-FN-SENT-LATE(FDX) + WS-FN-HELD(FDX).
           COMPUTE WS-FN-DIFF = WS-FN-JOURNAL(FDX) - WS-FN-EVENTS.
           MOVE WS-FN-NAME(FDX) TO WS-REC-NAME.
           MOVE WS-FN-JOURNAL(FDX) TO WS-REC-JOURNAL.
           MOVE WS-FN-PUBLISHED(FDX) TO WS-REC-PUBLISHED.
           MOVE WS-FN-SENT-LATE(FDX) TO WS-REC-SENT-LATE.
           MOVE WS-FN-HELD(FDX) TO WS-REC-HELD.
           MOVE WS-FN-EVENTS TO WS-REC-EVENTS.
           MOVE WS-FN-DIFF TO WS-REC-DIFF.
           IF WS-FN-DIFF = ZERO
              MOVE 'TIED' TO WS-REC-STATUS
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-REC-STATUS
              MOVE 1 TO WS-OUT-OF-BALANCE
           END-IF.
           WRITE RPT-REC FROM WS-REC-LINE.

       END-OF-JOB.
           IF WS-OUT-OF-BALANCE > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-STILL-HELD > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE WS-JRN-READ TO WS-TRL-JRN.
           MOVE WS-EVT-READ TO WS-TRL-EVT.
           MOVE WS-RESENT TO WS-TRL-RESENT.
           MOVE WS-STILL-HELD TO WS-TRL-HELD.
           WRITE RPT-REC FROM WS-RPT-TRAILER.
           DISPLAY 'RITESHI: RECONCILE DATE:         ' WS-RUN-DATE.
           DISPLAY 'RITESHI: JOURNALED THIS DATE:     '
               WS-FN-JOURNAL(4).
           DISPLAY 'RITESHI: EVENTS PUBLISHED:       '
               WS-FN-PUBLISHED(4).
           DISPLAY 'RITESHI: HELD EVENTS RESENT:     ' WS-RESENT.
           DISPLAY 'RITESHI: EVENTS STILL HELD:      ' WS-STILL-HELD.
           IF WS-OUT-OF-BALANCE > ZERO
              DISPLAY 'RITESHI: EVENTS DO NOT RECONCILE TO THE '
                  'JOURNAL'
           END-IF.
           CLOSE RPT-FILE.
