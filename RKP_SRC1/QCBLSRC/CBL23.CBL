      * IS OVERDUE. ENDS RC=0 ALL CONFIRMED (OR PENDING), RC=8 ON     *
      * ANY OVERDUE, MISMATCHED, REJECTED OR ORPHANED ACK, SO THE     *
      * SCHEDULER CAN ALERT OPERATIONS THE SAME DAY.                  *
      *                                                               *
      * LIKE THE CYCLE'S OWN STEPS IT APPENDS A WRUNREC RUN RECORD    *
      * TO RKP.RITESH.RUNCTL (GENERATIONS IN, CONFIRMED OUT, FLAGGED  *
      * REJECTED) SO THE ONLINE RITS CYCLE-STATUS INQUIRY SHOWS IT.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-FILE
           RECORDING MODE IS F.
       01  RPT-REC PIC X(80).

       FD  RUN-FILE
           RECORDING MODE IS F.
       01  RUN-REC PIC X(50).

       WORKING-STORAGE SECTION.
         01 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
            88 WS-CSV-FILE-OK VALUE '00'.
            88 WS-ACK-FILE-EOF VALUE '10'.
         01 WS-RPT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RPT-FILE-OK VALUE '00'.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.


         01 CDX PIC 9(2) VALUE 0.
         01 WS-FLAGGED PIC 9(2) VALUE 0.
         01 WS-CONFIRMED PIC 9(2) VALUE 0.

         COPY WRUNREC.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

         01 WS-ACK-HEAD-1.
            05 FILLER PIC X(36)
                         ADD 1 TO WS-FLAGGED
                     WHEN OTHER
                         MOVE 'CONFIRMED' TO WS-GLN-STATUS
                         ADD 1 TO WS-CONFIRMED
                 END-EVALUATE
              ELSE
                 IF WS-GEN-DATE(GDX) >= WS-CUTOFF-DATE
           IF WS-FLAGGED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.

      * ONE STANDARDIZED RECORD PER EXECUTION ON THE SHARED
      * RUN-CONTROL DATASET (SEE WRUNREC).
       WRITE-RUN-SUMMARY.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESHA' TO WRUN-PROGRAM.
           MOVE WS-CURR-DATE TO WRUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WRUN-TIME.
           MOVE WS-GEN-COUNT TO WRUN-RECS-IN.
           MOVE WS-CONFIRMED TO WRUN-RECS-OUT.
           MOVE WS-FLAGGED TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
