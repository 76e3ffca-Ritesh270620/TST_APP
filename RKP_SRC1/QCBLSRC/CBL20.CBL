      * (RITESHE, RITESH, RITESHL, RITESHX), OR A STEP THAT ENDED     *
      * RC=12 OR WORSE IS FLAGGED AND THE JOB ENDS RC=8 SO THE        *
      * SCHEDULER CAN ALERT OPERATIONS. A FULLY TIED CYCLE ENDS RC=0. *
      *                                                               *
      * A FORWARD RECOVERY OF THE MASTER (RITESHK, RITRCV JCL) RUN    *
      * ON THE CYCLE DATE IS LISTED WITH THE OTHER PROGRAMS SO THE    *
      * REBUILD IS ON RECORD; IT IS OPTIONAL AND FEEDS NO LEG. SO IS  *
      * THE CERTIFY STEP OF A TARGETED ERASURE (RITESHZ, RITERS JCL), *
      * WHOSE MASKING LEAVES EVERY OTHER PROGRAM'S FIGURES AS THEY    *
      * WERE.                                                         *
      *                                                               *
      * THE RESULT OF THE CROSS-FOOT IS ITSELF APPENDED TO THE        *
      * RUN-CONTROL DATASET AS A RITESHB RUN RECORD DATED WITH THE    *
      * CYCLE DATE (NOT THE RUN DATE), SO A RE-FOOT OF AN EARLIER     *
      * CYCLE UPDATES THAT CYCLE'S STANDING: RECORDS IN IS THE RUN    *
      * RECORDS FOUND FOR THE CYCLE, RECORDS OUT THE LEGS THAT TIED,  *
      * REJECTED THE ITEMS FLAGGED. THE ONLINE RITS INQUIRY (RITESHH) *
      * READS IT TO SAY WHETHER THE CYCLE BALANCED.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-EOF VALUE '10'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         01 WS-BAL-FILE-STATUS PIC XX VALUE '00'.
            88 WS-BAL-FILE-OK VALUE '00'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.
         COPY WRUNREC.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-CYCLE-DATE PIC 9(8) VALUE 0.

      * LATEST RUN RECORD PER PROGRAM FOR THE CYCLE DATE. THE TABLE
      * ORDER FIXES THE REPORT ORDER: THE CYCLE'S OWN STEPS FIRST,
      * THEN THE PERIODIC/REPAIR/RECOVERY PROGRAMS.
         01 WS-PGM-MAX PIC 9(2) VALUE 9.
         01 WS-PGM-TABLE.
            05 WS-PGM-ENTRY OCCURS 9 TIMES.
               10 WS-PGM-NAME PIC X(8).
               10 WS-PGM-FOUND-SW PIC X.
                  88 WS-PGM-FOUND-YES VALUE 'Y'.
         01 WS-SUB-X PIC 9(2) VALUE 5.
         01 WS-SUB-R PIC 9(2) VALUE 6.
         01 WS-SUB-P PIC 9(2) VALUE 7.
         01 WS-SUB-K PIC 9(2) VALUE 8.
         01 WS-SUB-Z PIC 9(2) VALUE 9.

         01 WS-RECS-READ PIC 9(6) VALUE 0.
         01 WS-RECS-SELECTED PIC 9(6) VALUE 0.
         01 WS-LEGS-FLAGGED PIC 9(2) VALUE 0.
         01 WS-LEGS-TIED PIC 9(2) VALUE 0.
         01 WS-LEFT-SIDE PIC 9(7) VALUE 0.
         01 WS-RIGHT-SIDE PIC 9(7) VALUE 0.

           MOVE 'RITESHX' TO WS-PGM-NAME(WS-SUB-X).
           MOVE 'RITESHR' TO WS-PGM-NAME(WS-SUB-R).
           MOVE 'RITESHP' TO WS-PGM-NAME(WS-SUB-P).
           MOVE 'RITESHK' TO WS-PGM-NAME(WS-SUB-K).
           MOVE 'RITESHZ' TO WS-PGM-NAME(WS-SUB-Z).
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PGM-MAX
              MOVE 'N' TO WS-PGM-FOUND-SW(PDX)
              MOVE ZERO TO WS-PGM-TIME(PDX)
              MOVE ' >= ' TO WS-LEG-VS
              IF WS-LEFT-SIDE >= WS-RIGHT-SIDE
                 MOVE 'TIES' TO WS-LEG-RESULT
                 ADD 1 TO WS-LEGS-TIED
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-LEG-RESULT
                 ADD 1 TO WS-LEGS-FLAGGED
              MOVE ' >= ' TO WS-LEG-VS
              IF WS-LEFT-SIDE >= WS-RIGHT-SIDE
                 MOVE 'TIES' TO WS-LEG-RESULT
                 ADD 1 TO WS-LEGS-TIED
              ELSE
                 MOVE 'OUT OF BALANCE' TO WS-LEG-RESULT
                 ADD 1 TO WS-LEGS-FLAGGED
       WRITE-EQUAL-LEG.
           IF WS-LEFT-SIDE = WS-RIGHT-SIDE
              MOVE 'TIES' TO WS-LEG-RESULT
              ADD 1 TO WS-LEGS-TIED
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-LEG-RESULT
              ADD 1 TO WS-LEGS-FLAGGED
           IF WS-LEGS-FLAGGED > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.

      * THE CYCLE'S BALANCING RESULT GOES ON THE SAME DATASET IT WAS
      * FOOTED FROM, UNDER THE CYCLE DATE - SEE THE BANNER. THE
      * DATASET WAS READ TO THE END ABOVE, SO IT IS REOPENED EXTEND.
       WRITE-RUN-SUMMARY.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESHB' TO WRUN-PROGRAM.
           MOVE WS-CYCLE-DATE TO WRUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WRUN-TIME.
           MOVE WS-RECS-SELECTED TO WRUN-RECS-IN.
           MOVE WS-LEGS-TIED TO WRUN-RECS-OUT.
           MOVE WS-LEGS-FLAGGED TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
