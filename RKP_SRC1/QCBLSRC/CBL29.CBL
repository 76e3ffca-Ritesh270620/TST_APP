       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHSV.

      *****************************************************************
      * RITESHSV - DAILY SECURITY VIOLATIONS REPORT. THE RITH, RITU,  *
      * RITC AND RITP TRANSACTIONS (SHARED PSECCHK CHECK) WRITE ONE   *
      * WVIOREC RECORD TO THE RKP.RITESH.SECVIOL ESDS FOR EVERY       *
      * REFUSAL - NO PROFILE, TRANSACTION NOT GRANTED, RITU FUNCTION  *
      * NOT GRANTED, OR PROFILE FILE UNAVAILABLE. THIS PROGRAM READS  *
      * THE ESDS SEQUENTIALLY, KEEPS THE RECORDS FOR THE REQUESTED    *
      * RUN DATE, SORTS THEM BY SIGNED-ON USER, TERMINAL AND TIME,    *
      * AND PRINTS ONE LINE PER REFUSAL WITH A TOTAL FOR EACH         *
      * TERMINAL WITHIN A USER, A TOTAL FOR EACH USER, AND A GRAND    *
      * TOTAL - SO REPEATED ATTEMPTS FROM ONE PLACE STAND OUT.        *
      *                                                               *
      * THE STEP PARM IS THE DATE TO REPORT (YYYYMMDD); WITH NO PARM  *
      * THE CURRENT DATE IS USED. RUNS NIGHTLY IN THE RITJRN JOB      *
      * BESIDE THE MAINTENANCE ACTIVITY REPORT. ENDS RC 4 WHEN THERE  *
      * WERE ANY VIOLATIONS ON THE DATE SO THE SCHEDULER CAN FLAG     *
      * THE REPORT FOR REVIEW. THE ESDS IS APPEND-ONLY AND NEVER      *
      * TOUCHED HERE.                                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIO-FILE ASSIGN TO VIOFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIO-FILE-STATUS.

           SELECT VRP-FILE ASSIGN TO VRPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRP-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  VIO-FILE
           RECORDING MODE IS F.
       01  VIO-REC PIC X(80).

       FD  VRP-FILE
           RECORDING MODE IS F.
       01  VRP-REC PIC X(132).

       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-KEY.
              10 SRT-USERID PIC X(8).
              10 SRT-TERMID PIC X(4).
              10 SRT-TIME PIC 9(6).
           05 SRT-SEQ PIC 9(7).
           05 SRT-DATA PIC X(80).

       WORKING-STORAGE SECTION.
         01 WS-VIO-FILE-STATUS PIC XX VALUE '00'.
            88 WS-VIO-FILE-OK VALUE '00'.
            88 WS-VIO-FILE-EOF VALUE '10'.
         01 WS-VRP-FILE-STATUS PIC XX VALUE '00'.
            88 WS-VRP-FILE-OK VALUE '00'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         01 WS-RETURN-EOF-SW PIC X VALUE 'N'.
            88 WS-RETURN-EOF-YES VALUE 'Y'.
         COPY WVIOREC.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.

         01 WS-RECS-READ PIC 9(6) VALUE 0.
         01 WS-RECS-SELECTED PIC 9(6) VALUE 0.
         01 WS-REL-SEQ PIC 9(7) VALUE 0.

         01 WS-BRK-USERID PIC X(8) VALUE SPACES.
         01 WS-BRK-TERMID PIC X(4) VALUE SPACES.
         01 WS-TERM-VIOS PIC 9(6) VALUE 0.
         01 WS-USER-VIOS PIC 9(6) VALUE 0.
         01 WS-USER-COUNT PIC 9(6) VALUE 0.

         01 WS-VRP-HEAD-1.
            05 FILLER PIC X(34)
               VALUE 'RITESH ONLINE SECURITY VIOLATIONS '.
            05 FILLER PIC X(4) VALUE 'FOR '.
            05 WS-VRP-HD-DATE PIC 9(8).
            05 FILLER PIC X(86) VALUE SPACES.
         01 WS-VRP-HEAD-2.
            05 FILLER PIC X(10) VALUE 'USER'.
            05 FILLER PIC X(6) VALUE 'TERM'.
            05 FILLER PIC X(10) VALUE 'TIME'.
            05 FILLER PIC X(6) VALUE 'TRAN'.
            05 FILLER PIC X(4) VALUE 'FN'.
            05 FILLER PIC X(40) VALUE 'REASON'.
            05 FILLER PIC X(56) VALUE SPACES.
         01 WS-VRP-DETAIL.
            05 WS-DTL-USERID PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-DTL-TERMID PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-DTL-TIME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-DTL-TRANID PIC X(4).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-DTL-FUNC PIC X(1).
            05 FILLER PIC X(3) VALUE SPACES.
            05 WS-DTL-REASON PIC X(40).
            05 FILLER PIC X(56) VALUE SPACES.
         01 WS-TERM-TOTAL-LINE.
            05 FILLER PIC X(10) VALUE SPACES.
            05 FILLER PIC X(9) VALUE 'TERMINAL '.
            05 WS-TTL-TERMID PIC X(4).
            05 FILLER PIC X(8) VALUE ' TOTAL: '.
            05 WS-TTL-COUNT PIC ZZZ,ZZ9.
            05 FILLER PIC X(94) VALUE SPACES.
         01 WS-USER-TOTAL-LINE.
            05 FILLER PIC X(5) VALUE 'USER '.
            05 WS-UTL-USERID PIC X(8).
            05 FILLER PIC X(18) VALUE ' TOTAL:           '.
            05 WS-UTL-COUNT PIC ZZZ,ZZ9.
            05 FILLER PIC X(94) VALUE SPACES.
         01 WS-NO-VIO-LINE.
            05 FILLER PIC X(35)
               VALUE 'NO SECURITY VIOLATIONS ON THIS DATE'.
            05 FILLER PIC X(97) VALUE SPACES.
         01 WS-VRP-TRAILER.
            05 FILLER PIC X(24) VALUE 'VIOLATION RECORDS READ: '.
            05 WS-TRL-READ PIC ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(22) VALUE 'VIOLATIONS THIS DATE: '.
            05 WS-TRL-SEL PIC ZZZ,ZZ9.
            05 FILLER PIC X(4) VALUE SPACES.
            05 FILLER PIC X(7) VALUE 'USERS: '.
            05 WS-TRL-USERS PIC ZZZ,ZZ9.
            05 FILLER PIC X(50) VALUE SPACES.
         01 WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS RELEASE-VIOLATIONS
               OUTPUT PROCEDURE IS REPORT-VIOLATIONS.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
              MOVE WS-PARM(1:8) TO WS-RUN-DATE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT VIO-FILE.
           IF NOT WS-VIO-FILE-OK
              DISPLAY 'RITESHSV: VIO-FILE OPEN FAILED, STATUS='
                  WS-VIO-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT VRP-FILE.
           IF NOT WS-VRP-FILE-OK
              DISPLAY 'RITESHSV: VRP-FILE OPEN FAILED, STATUS='
                  WS-VRP-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-VRP-HD-DATE.
           WRITE VRP-REC FROM WS-VRP-HEAD-1.
           WRITE VRP-REC FROM WS-BLANK-LINE.

       RELEASE-VIOLATIONS.
           PERFORM READ-VIO-FILE.
           PERFORM RELEASE-ONE-VIOLATION UNTIL WS-EOF-YES.
           CLOSE VIO-FILE.

      * THE ARRIVAL SEQUENCE BREAKS TIES BETWEEN REFUSALS IN THE SAME
      * SECOND FROM THE SAME TERMINAL, SO THEY PRINT IN THE ORDER
      * THEY HAPPENED.
       RELEASE-ONE-VIOLATION.
           MOVE VIO-REC TO WVIOREC.
           IF WVIO-DATE = WS-RUN-DATE
              ADD 1 TO WS-RECS-SELECTED
              ADD 1 TO WS-REL-SEQ
              MOVE WVIO-USERID TO SRT-USERID
              MOVE WVIO-TERMID TO SRT-TERMID
              MOVE WVIO-TIME TO SRT-TIME
              MOVE WS-REL-SEQ TO SRT-SEQ
              MOVE WVIOREC TO SRT-DATA
              RELEASE SRT-REC
           END-IF.
           PERFORM READ-VIO-FILE.

       READ-VIO-FILE.
           READ VIO-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-RECS-READ
           END-READ.

       REPORT-VIOLATIONS.
           PERFORM RETURN-SORTED-RECORD.
           IF WS-RETURN-EOF-YES
              WRITE VRP-REC FROM WS-NO-VIO-LINE
           ELSE
              WRITE VRP-REC FROM WS-VRP-HEAD-2
              MOVE SRT-USERID TO WS-BRK-USERID
              MOVE SRT-TERMID TO WS-BRK-TERMID
              ADD 1 TO WS-USER-COUNT
              PERFORM REPORT-ONE-VIOLATION UNTIL WS-RETURN-EOF-YES
              PERFORM WRITE-TERMINAL-TOTAL
              PERFORM WRITE-USER-TOTAL
           END-IF.

      * TOTALS ARE WRITTEN WHEN THE USER OR TERMINAL CHANGES - A NEW
      * USER CLOSES BOTH THE TERMINAL AND THE USER GROUP.
       REPORT-ONE-VIOLATION.
           IF SRT-USERID NOT = WS-BRK-USERID
              PERFORM WRITE-TERMINAL-TOTAL
              PERFORM WRITE-USER-TOTAL
              MOVE SRT-USERID TO WS-BRK-USERID
              MOVE SRT-TERMID TO WS-BRK-TERMID
              ADD 1 TO WS-USER-COUNT
           ELSE
              IF SRT-TERMID NOT = WS-BRK-TERMID
                 PERFORM WRITE-TERMINAL-TOTAL
                 MOVE SRT-TERMID TO WS-BRK-TERMID
              END-IF
           END-IF.
           PERFORM WRITE-VIOLATION-DETAIL.
           ADD 1 TO WS-TERM-VIOS.
           ADD 1 TO WS-USER-VIOS.
           PERFORM RETURN-SORTED-RECORD.

       WRITE-VIOLATION-DETAIL.
           MOVE SRT-DATA TO WVIOREC.
           MOVE WVIO-USERID TO WS-DTL-USERID.
           MOVE WVIO-TERMID TO WS-DTL-TERMID.
           MOVE SPACES TO WS-DTL-TIME.
           STRING WVIO-TIME(1:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WVIO-TIME(3:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WVIO-TIME(5:2) DELIMITED BY SIZE
               INTO WS-DTL-TIME.
           MOVE WVIO-TRANID TO WS-DTL-TRANID.
           MOVE WVIO-FUNC TO WS-DTL-FUNC.
           EVALUATE TRUE
               WHEN WVIO-NO-PROFILE
                   MOVE 'NO SECURITY PROFILE' TO WS-DTL-REASON
               WHEN WVIO-TRAN-DENIED
                   MOVE 'TRANSACTION NOT PERMITTED' TO WS-DTL-REASON
               WHEN WVIO-FUNC-DENIED
                   MOVE 'RITU FUNCTION NOT PERMITTED' TO WS-DTL-REASON
               WHEN WVIO-FILE-DOWN
                   MOVE 'PROFILE FILE UNAVAILABLE' TO WS-DTL-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-REASON
                   STRING 'UNKNOWN REASON CODE ' DELIMITED BY SIZE
                       WVIO-REASON DELIMITED BY SIZE
                       INTO WS-DTL-REASON
           END-EVALUATE.
           WRITE VRP-REC FROM WS-VRP-DETAIL.

       WRITE-TERMINAL-TOTAL.
           MOVE WS-BRK-TERMID TO WS-TTL-TERMID.
           MOVE WS-TERM-VIOS TO WS-TTL-COUNT.
           WRITE VRP-REC FROM WS-TERM-TOTAL-LINE.
           MOVE ZERO TO WS-TERM-VIOS.

       WRITE-USER-TOTAL.
           MOVE WS-BRK-USERID TO WS-UTL-USERID.
           MOVE WS-USER-VIOS TO WS-UTL-COUNT.
           WRITE VRP-REC FROM WS-USER-TOTAL-LINE.
           WRITE VRP-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO WS-USER-VIOS.

       RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END SET WS-RETURN-EOF-YES TO TRUE
           END-RETURN.

       END-OF-JOB.
           WRITE VRP-REC FROM WS-BLANK-LINE.
           MOVE WS-RECS-READ TO WS-TRL-READ.
           MOVE WS-RECS-SELECTED TO WS-TRL-SEL.
           MOVE WS-USER-COUNT TO WS-TRL-USERS.
           WRITE VRP-REC FROM WS-VRP-TRAILER.
           DISPLAY 'RITESHSV: REPORT DATE:            ' WS-RUN-DATE.
           DISPLAY 'RITESHSV: VIOLATION RECORDS READ: ' WS-RECS-READ.
           DISPLAY 'RITESHSV: VIOLATIONS THIS DATE:   '
               WS-RECS-SELECTED.
           DISPLAY 'RITESHSV: USERS REFUSED:          ' WS-USER-COUNT.
           CLOSE VRP-FILE.
           IF WS-RECS-SELECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
