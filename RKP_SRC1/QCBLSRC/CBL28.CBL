       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHS.

      *****************************************************************
      * RITESHS - LOAD/REFRESH THE KSDS MIRROR OF THE RUN-CONTROL     *
      * DATASET. READS THE FLAT RKP.RITESH.RUNCTL (WRUNREC LAYOUT)    *
      * AND LOADS THE RKP.RITESH.RUNKSDS CLUSTER (WRNKREC LAYOUT)     *
      * KEYED ON RUN DATE + PROGRAM, WHICH THE ONLINE RITS            *
      * CYCLE-STATUS INQUIRY (RITESHH, CICS FILE RUNKFIL) BROWSES BY  *
      * CYCLE DATE - CICS CANNOT READ THE FLAT DATASET ITSELF.        *
      *                                                               *
      * A RERUN OR RESTARTED STEP APPENDS A SECOND RECORD FOR THE     *
      * SAME PROGRAM AND DATE, SO AS IN RITESHL "LATEST WINS" IS MADE *
      * STRUCTURAL BY SORTING ON THE KEY WITH THE ARRIVAL SEQUENCE AS *
      * A TIE-BREAKER AND KEEPING THE LAST RECORD OF EACH KEY GROUP - *
      * THE SAME RECORD RITESHB FOOTS WITH. THE NUMBER OF RECORDS IN  *
      * THE GROUP GOES WITH IT SO THE SCREEN CAN SHOW THE RERUN.      *
      *                                                               *
      * THE CLUSTER IS DEFINED REUSE (SEE RITGDG JCL), SO OPENING IT  *
      * OUTPUT EMPTIES IT AND EVERY RUN IS A FULL REBUILD - NO         *
      * DELETE/DEFINE STEP IS NEEDED. RUNS AS THE LAST STEP, COND=    *
      * EVEN, OF EACH JOB THAT WRITES RUN RECORDS (RITESH, RITREP,    *
      * RITBAL, RITACK), SO THE INQUIRY SHOWS A STEP THAT ABENDED AS  *
      * HAVING NO RUN RECORD. THE RUNKFIL FILE SHOULD BE CLOSED IN    *
      * THE CICS REGION WHILE THE STEP RUNS.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT RUNK-FILE ASSIGN TO RUNKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNK-KEY
               FILE STATUS IS WS-RUNK-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE
           RECORDING MODE IS F.
       01  RUN-REC PIC X(50).

       FD  RUNK-FILE.
       01  RUNK-REC.
           05 RUNK-KEY PIC X(16).
           05 RUNK-DATA PIC X(64).

       SD  SORT-FILE.
       01  SRT-REC.
           05 SRT-KEY.
              10 SRT-DATE PIC 9(8).
              10 SRT-PROGRAM PIC X(8).
           05 SRT-SEQ PIC 9(7).
           05 SRT-DATA PIC X(50).

       WORKING-STORAGE SECTION.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-EOF VALUE '10'.
         01 WS-RUNK-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUNK-FILE-OK VALUE '00'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         01 WS-RETURN-EOF-SW PIC X VALUE 'N'.
            88 WS-RETURN-EOF-YES VALUE 'Y'.

         COPY WRUNREC.
         COPY WRNKREC.

         01 WS-REL-SEQ PIC 9(7) VALUE 0.
         01 WS-HOLD-SW PIC X VALUE 'N'.
            88 WS-HOLD-YES VALUE 'Y'.
         01 WS-HOLD-KEY PIC X(16) VALUE SPACES.
         01 WS-HOLD-DATA PIC X(50) VALUE SPACES.
         01 WS-HOLD-RUNS PIC 9(3) VALUE 0.

         01 WS-RECS-READ PIC 9(6) VALUE 0.
         01 WS-RECS-SKIPPED PIC 9(6) VALUE 0.
         01 WS-RECS-LOADED PIC 9(6) VALUE 0.
         01 WS-RECS-SUPERSEDED PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               ON ASCENDING KEY SRT-SEQ
               INPUT PROCEDURE IS RELEASE-RUN-RECORDS
               OUTPUT PROCEDURE IS LOAD-KSDS-MIRROR.
           PERFORM END-OF-JOB.
           STOP RUN.

       INITIALIZATION.
           OPEN INPUT RUN-FILE.
           IF NOT WS-RUN-FILE-OK
              DISPLAY 'RITESHS: RUN-FILE OPEN FAILED, STATUS='
                  WS-RUN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RUNK-FILE.
           IF NOT WS-RUNK-FILE-OK
              DISPLAY 'RITESHS: RUNK-FILE OPEN FAILED, STATUS='
                  WS-RUNK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       RELEASE-RUN-RECORDS.
           PERFORM READ-RUN-FILE.
           PERFORM RELEASE-ONE-RECORD UNTIL WS-EOF-YES.
           CLOSE RUN-FILE.

      * A RECORD WITHOUT A NUMERIC DATE CANNOT BE PUT IN A CYCLE -
      * COUNT IT AND LEAVE IT OFF THE MIRROR.
       RELEASE-ONE-RECORD.
           MOVE RUN-REC TO WRUNREC.
           IF WRUN-DATE IS NUMERIC
              ADD 1 TO WS-REL-SEQ
              MOVE WRUN-DATE TO SRT-DATE
              MOVE WRUN-PROGRAM TO SRT-PROGRAM
              MOVE WS-REL-SEQ TO SRT-SEQ
              MOVE WRUNREC TO SRT-DATA
              RELEASE SRT-REC
           ELSE
              ADD 1 TO WS-RECS-SKIPPED
           END-IF.
           PERFORM READ-RUN-FILE.

       READ-RUN-FILE.
           READ RUN-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-RECS-READ
           END-READ.

      * RECORDS COME BACK GROUPED BY DATE AND PROGRAM IN ARRIVAL
      * ORDER, SO THE LAST RECORD OF EACH GROUP IS THE LATEST RUN.
      * HOLD EACH RECORD AND WRITE THE HELD ONE ONLY WHEN THE KEY
      * MOVES ON (OR THE RETURN RUNS OUT).
       LOAD-KSDS-MIRROR.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM HOLD-LATEST-RECORD UNTIL WS-RETURN-EOF-YES.
           IF WS-HOLD-YES
              PERFORM WRITE-HELD-RECORD
           END-IF.

       HOLD-LATEST-RECORD.
           IF WS-HOLD-YES AND SRT-KEY NOT = WS-HOLD-KEY
              PERFORM WRITE-HELD-RECORD
           END-IF.
           SET WS-HOLD-YES TO TRUE.
           MOVE SRT-KEY TO WS-HOLD-KEY.
           MOVE SRT-DATA TO WS-HOLD-DATA.
           ADD 1 TO WS-HOLD-RUNS.
           PERFORM RETURN-SORTED-RECORD.

       WRITE-HELD-RECORD.
           MOVE SPACES TO WRNKREC.
           MOVE WS-HOLD-KEY TO WRNK-KEY.
           MOVE WS-HOLD-RUNS TO WRNK-RUNS.
           MOVE WS-HOLD-DATA TO WRNK-RUN.
           MOVE WRNKREC TO RUNK-REC.
           WRITE RUNK-REC.
           IF NOT WS-RUNK-FILE-OK
              DISPLAY 'RITESHS: WRITE FAILED, KEY=' RUNK-KEY
                  ' STATUS=' WS-RUNK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-RECS-LOADED.
           MOVE ZERO TO WS-HOLD-RUNS.
           MOVE 'N' TO WS-HOLD-SW.

       RETURN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END SET WS-RETURN-EOF-YES TO TRUE
           END-RETURN.

       END-OF-JOB.
           COMPUTE WS-RECS-SUPERSEDED =
               WS-RECS-READ - WS-RECS-SKIPPED - WS-RECS-LOADED.
           DISPLAY 'RITESHS: RUN RECORDS READ:       ' WS-RECS-READ.
           DISPLAY 'RITESHS: RECORDS WITHOUT A DATE: ' WS-RECS-SKIPPED.
           DISPLAY 'RITESHS: KSDS RECORDS LOADED:    ' WS-RECS-LOADED.
           DISPLAY 'RITESHS: RECORDS SUPERSEDED:     '
               WS-RECS-SUPERSEDED.
           CLOSE RUNK-FILE.
