      * STEP PARM, DEFAULT 010. A GENERATION WITH NO TOTAL LINES (AN  *
      * ABENDED RUN NEVER RESTARTED) IS SKIPPED AND COUNTED IN THE    *
      * TRAILER.                                                      *
      *                                                               *
      * EACH RUN ALSO CARRIES ITS RUN TYPE FROM THE REPORT'S          *
      * 'RUN TYPE: ' LINE (CBL12 WS-TOTAL-TYP-LINE) - FULL, OR DELTA  *
      * WHEN THE CYCLE COUNTED ONLY THE STRINGS MAINTAINED SINCE THE  *
      * LAST SUCCESSFUL CYCLE. A DELTA RUN'S FIGURES ARE NOT          *
      * COMPARABLE WITH A FULL RUN'S, SO EACH RUN IS COMPARED WITH    *
      * THE NEAREST OLDER RUN OF THE SAME TYPE. GENERATIONS WRITTEN   *
      * BEFORE THE LINE EXISTED ARE FULL RUNS.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
               10 WS-RUN-AVG PIC 9(4)V99.
               10 WS-RUN-REJ PIC 9(9).
               10 WS-RUN-DSC PIC 9(9).
               10 WS-RUN-TYPE PIC X(5).

         01 WS-PARSE-FIELD PIC X(12) VALUE SPACES.
         01 WS-PARSE-VALUE PIC 9(9) VALUE 0.
            05 FILLER PIC X(8) VALUE ' REJECTS'.
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(8) VALUE 'DISCREPS'.
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(5) VALUE 'TYPE'.
            05 FILLER PIC X(9) VALUE SPACES.
         01 WS-TRD-DETAIL.
            05 WS-TRD-DTL-DATE PIC X(10).
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-TRD-DTL-DSC PIC ZZZ,ZZ9.
            05 WS-TRD-DTL-DSC-FLG PIC X.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-TRD-DTL-TYPE PIC X(5).
            05 FILLER PIC X(9) VALUE SPACES.
         01 WS-TRD-TRAILER.
            05 FILLER PIC X(15) VALUE 'RUNS REPORTED: '.
            05 WS-TRD-TRL-RUNS PIC Z9.
                      PERFORM PARSE-EDITED-NUMBER
                      MOVE WS-PARSE-VALUE TO WS-RUN-DSC(WS-RUN-COUNT)
                   END-IF
               WHEN RPTIN-REC(1:10) = 'RUN TYPE: '
                   IF WS-RUN-OPEN-YES
                      MOVE RPTIN-REC(11:5) TO WS-RUN-TYPE(WS-RUN-COUNT)
                   END-IF
           END-EVALUATE.
           PERFORM READ-RPTIN-FILE.

              MOVE ZERO TO WS-RUN-AVG(WS-RUN-COUNT)
              MOVE ZERO TO WS-RUN-REJ(WS-RUN-COUNT)
              MOVE ZERO TO WS-RUN-DSC(WS-RUN-COUNT)
              MOVE 'FULL' TO WS-RUN-TYPE(WS-RUN-COUNT)
              SET WS-RUN-OPEN-YES TO TRUE
              MOVE 'N' TO WS-RUN-GOT-TOTALS-SW
           END-IF.
           END-READ.

      * THE TABLE HOLDS RUNS NEWEST FIRST; REPORT OLDEST FIRST AND
      * COMPARE EACH RUN AGAINST THE FIRST ENTRY BELOW IT OF THE SAME
      * RUN TYPE (THE PRIOR COMPARABLE RUN).
       WRITE-TREND-REPORT.
           MOVE WS-TOLERANCE-PCT TO WS-TRD-HD-TOL.
           WRITE TRD-REC FROM WS-TRD-HEAD-1.

       WRITE-TREND-DETAIL.
           COMPUTE PDX = IDX + 1.
           PERFORM UNTIL PDX > WS-RUN-COUNT
                  OR WS-RUN-TYPE(PDX) = WS-RUN-TYPE(IDX)
              ADD 1 TO PDX
           END-PERFORM.
           MOVE WS-RUN-DATE(IDX) TO WS-TRD-DTL-DATE.
           MOVE WS-RUN-TYPE(IDX) TO WS-TRD-DTL-TYPE.
           MOVE WS-RUN-RECS(IDX) TO WS-TRD-DTL-RECS.
           MOVE WS-RUN-CNT(IDX) TO WS-TRD-DTL-CNT.
           MOVE WS-RUN-AVG(IDX) TO WS-TRD-DTL-AVG.
