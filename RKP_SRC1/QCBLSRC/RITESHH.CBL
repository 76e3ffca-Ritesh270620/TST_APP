       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHH.

      *****************************************************************
      * RITESHH - ONLINE CICS INQUIRY (TRANID RITS) ON THE STATUS OF  *
      * A BATCH CYCLE, SO THE HELP DESK AND OPERATIONS CAN ANSWER     *
      * "DID LAST NIGHT'S RUN FINISH AND BALANCE?" WITHOUT A TSO      *
      * SESSION OR THE JOB OUTPUT OF RITESH, RITBAL, RITREP AND       *
      * RITACK.                                                       *
      *                                                               *
      * EVERY BATCH PROGRAM APPENDS A WRUNREC RUN RECORD TO           *
      * RKP.RITESH.RUNCTL; THIS TRANSACTION READS THE KEYED MIRROR OF *
      * IT (CICS FILE RUNKFIL, CLUSTER RKP.RITESH.RUNKSDS, WRNKREC    *
      * LAYOUT, REBUILT BY RITESHS AT THE END OF EACH OF THOSE JOBS)  *
      * FOR ONE CYCLE DATE - TODAY WHEN THE TRANSACTION STARTS - AND  *
      * SHOWS ONE LINE PER PROGRAM: LATEST RUN TIME, RECORDS IN, OUT  *
      * AND REJECTED, AND WRUN-RETURN-CODE. THE CYCLE'S OWN STEPS     *
      * AND THE BALANCING RUN ARE LISTED FIRST IN CYCLE ORDER, AND    *
      * ONE OF THEM WITH NO RUN RECORD FOR THE DATE IS FLAGGED; ANY   *
      * OTHER PROGRAM THAT RAN THAT DATE (REPAIR, ARCHIVE, RECOVERY,  *
      * ACKNOWLEDGMENT) FOLLOWS. THE CROSS-FOOT LINE COMES FROM THE   *
      * RITESHB RUN RECORD, WHICH CARRIES THE LEGS TIED AND THE ITEMS *
      * FLAGGED FOR THE CYCLE.                                        *
      *                                                               *
      * KEYS:                                                         *
      *   ENTER - SHOW THE CYCLE DATE KEYED (YYYYMMDD)                *
      *   PF7   - PAGE BACK TO THE PREVIOUS CYCLE DATE ON FILE        *
      *   PF8   - PAGE FORWARD TO THE NEXT CYCLE DATE ON FILE         *
      *   PF3   - END THE CONVERSATION                                *
      *   CLEAR - REDISPLAY THE CURRENT CYCLE DATE                    *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         COPY DFHAID.
         COPY WRUNREC.
         COPY WRNKREC.

      * THE CYCLE DATE ON SHOW RIDES THE COMMAREA BETWEEN TASKS; NO
      * BROWSE IS HELD ACROSS THE PSEUDO-CONVERSATION.
         01 WS-COMMAREA.
            05 CA-CYCLE-DATE PIC 9(8).
         01 WS-RESP PIC S9(8) COMP.

         01 WS-RNK-BRKEY.
            05 WS-RNK-BR-DATE PIC 9(8).
            05 WS-RNK-BR-PROGRAM PIC X(8).
         01 WS-BR-EOF-SW PIC X VALUE 'N'.
            88 WS-BR-EOF-YES VALUE 'Y'.
         01 WS-FOUND-SW PIC X VALUE 'N'.
            88 WS-FOUND-YES VALUE 'Y'.
         01 WS-FILE-SW PIC X VALUE 'Y'.
            88 WS-FILE-UP VALUE 'Y'.
            88 WS-FILE-DOWN VALUE 'N'.

         01 WS-ABS-TIME PIC S9(15) COMP-3 VALUE 0.
         01 WS-TODAY-X PIC X(8) VALUE SPACES.

      * ONE ENTRY PER PROGRAM ON THE SCREEN. THE FIRST WS-EXP-COUNT
      * SLOTS ARE THE PROGRAMS EXPECTED EVERY CYCLE, IN CYCLE ORDER;
      * ANY OTHER PROGRAM FOUND FOR THE DATE IS ADDED AFTER THEM.
      * TWELVE SLOTS MATCH THE TWELVE LINES ON THE MAP.
         01 WS-PGM-MAX PIC 9(2) VALUE 12.
         01 WS-PGM-COUNT PIC 9(2) VALUE 0.
         01 WS-EXP-COUNT PIC 9(2) VALUE 6.
         01 WS-PGM-TABLE.
            05 WS-PGM-ENTRY OCCURS 12 TIMES.
               10 WS-PGM-NAME PIC X(8).
               10 WS-PGM-FOUND-SW PIC X.
                  88 WS-PGM-FOUND-YES VALUE 'Y'.
               10 WS-PGM-RUNS PIC 9(3).
               10 WS-PGM-TIME PIC 9(6).
               10 WS-PGM-IN PIC 9(6).
               10 WS-PGM-OUT PIC 9(6).
               10 WS-PGM-REJ PIC 9(6).
               10 WS-PGM-RC PIC 9(2).
         01 PDX PIC 9(2) VALUE 0.
         01 RDX PIC 9(2) VALUE 0.
         01 WS-SUB-B PIC 9(2) VALUE 6.

         01 WS-PGMS-RAN PIC 9(2) VALUE 0.
         01 WS-PGMS-MISSING PIC 9(2) VALUE 0.
         01 WS-PGMS-OVERFLOW PIC 9(2) VALUE 0.

         01 WS-PGM-LINE.
            05 WS-PGM-LN-NAME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-TIME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-IN PIC ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-OUT PIC ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-REJ PIC ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-RC PIC Z9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-PGM-LN-NOTE PIC X(25).
         01 WS-NOT-RUN-LINE.
            05 WS-NRN-NAME PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 FILLER PIC X(35)
               VALUE '** NO RUN RECORD FOR THIS CYCLE **'.
            05 FILLER PIC X(25) VALUE SPACES.
         01 WS-ED-RUNS PIC ZZ9.
         01 WS-ED-COUNT PIC Z9.
         01 WS-ED-COUNT-2 PIC Z9.

         COPY RITCYCM.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(NO-INPUT-DATA)
               ERROR(ABEND-EXIT)
           END-EXEC.

           IF EIBCALEN = 0
              EXEC CICS ASKTIME
                  ABSTIME(WS-ABS-TIME)
              END-EXEC
              EXEC CICS FORMATTIME
                  ABSTIME(WS-ABS-TIME)
                  YYYYMMDD(WS-TODAY-X)
              END-EXEC
              MOVE WS-TODAY-X TO CA-CYCLE-DATE
              PERFORM SEND-INITIAL-MAP
              PERFORM SHOW-CYCLE
              EXEC CICS RETURN
                  TRANSID('RITS')
                  COMMAREA(WS-COMMAREA)
              END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

      * PF3/CLEAR/PF7/PF8 ARE HANDLED ON EIBAID ALONE, AHEAD OF THE
      * RECEIVE MAP, AS IN RITESHF - PAGING NORMALLY MODIFIES NO
      * FIELD, AND A RECEIVE WOULD RAISE MAPFAIL.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM END-CONVERSATION
               WHEN DFHCLEAR
                   PERFORM SEND-INITIAL-MAP
                   PERFORM SHOW-CYCLE
               WHEN DFHPF7
                   PERFORM SHOW-EARLIER-CYCLE
               WHEN DFHPF8
                   PERFORM SHOW-LATER-CYCLE
               WHEN DFHENTER
                   EXEC CICS RECEIVE MAP('RITCYCM') MAPSET('RITCYCS')
                       INTO(RITCYCMI)
                   END-EXEC
                   PERFORM SHOW-KEYED-CYCLE
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO CMSGO
                   PERFORM SEND-DATA-MAP
           END-EVALUATE.

           EXEC CICS RETURN
               TRANSID('RITS')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       NO-INPUT-DATA.
           PERFORM SHOW-CYCLE.
           EXEC CICS RETURN
               TRANSID('RITS')
               COMMAREA(WS-COMMAREA)
           END-EXEC.

       SHOW-KEYED-CYCLE.
           IF CDATEL > 0
              IF CDATEI IS NUMERIC
                 MOVE CDATEI TO CA-CYCLE-DATE
                 PERFORM SHOW-CYCLE
              ELSE
                 MOVE 'CYCLE DATE MUST BE KEYED AS YYYYMMDD' TO CMSGO
                 PERFORM SEND-DATA-MAP
              END-IF
           ELSE
              PERFORM SHOW-CYCLE
           END-IF.

      * READPREV IS ONLY POSITIONED DEPENDABLY FROM A KEY THAT IS ON
      * THE FILE OR FROM THE END OF IT, SO THE BROWSE STARTS AT THE
      * END (ALL X'FF' KEY) AND READS BACK TO THE FIRST RECORD OF AN
      * EARLIER DATE. THE MIRROR HOLDS A HANDFUL OF RECORDS A DAY.
       SHOW-EARLIER-CYCLE.
           MOVE HIGH-VALUES TO WS-RNK-BRKEY.
           MOVE 'N' TO WS-BR-EOF-SW.
           MOVE 'N' TO WS-FOUND-SW.
           EXEC CICS STARTBR FILE('RUNKFIL')
               RIDFLD(WS-RNK-BRKEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM READ-PREV-RUN UNTIL WS-BR-EOF-YES
              EXEC CICS ENDBR FILE('RUNKFIL')
              END-EXEC
           END-IF.
           IF WS-FOUND-YES
              MOVE WRNK-DATE TO CA-CYCLE-DATE
              PERFORM BUILD-CYCLE-SCREEN
           ELSE
              PERFORM BUILD-CYCLE-SCREEN
              MOVE 'NO EARLIER CYCLE ON FILE' TO CMSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

       READ-PREV-RUN.
           EXEC CICS READPREV FILE('RUNKFIL')
               INTO(WRNKREC)
               RIDFLD(WS-RNK-BRKEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WRNK-DATE < CA-CYCLE-DATE
                 SET WS-FOUND-YES TO TRUE
                 SET WS-BR-EOF-YES TO TRUE
              END-IF
           ELSE
              SET WS-BR-EOF-YES TO TRUE
           END-IF.

      * THE FIRST KEY PAST THE LAST PROGRAM OF THE CURRENT DATE IS
      * THE FIRST RECORD OF THE NEXT CYCLE DATE ON FILE.
       SHOW-LATER-CYCLE.
           MOVE CA-CYCLE-DATE TO WS-RNK-BR-DATE.
           MOVE HIGH-VALUES TO WS-RNK-BR-PROGRAM.
           EXEC CICS READ FILE('RUNKFIL')
               INTO(WRNKREC)
               RIDFLD(WS-RNK-BRKEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE WRNK-DATE TO CA-CYCLE-DATE
              PERFORM BUILD-CYCLE-SCREEN
           ELSE
              PERFORM BUILD-CYCLE-SCREEN
              MOVE 'NO LATER CYCLE ON FILE' TO CMSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

       SHOW-CYCLE.
           PERFORM BUILD-CYCLE-SCREEN.
           PERFORM SEND-DATA-MAP.

      * GATHER THE CYCLE DATE'S RUN RECORDS FROM THE MIRROR - THEY
      * ARE KEYED DATE FIRST, SO THEY SIT TOGETHER - AND FILL IN THE
      * MAP FOR THEM.
       BUILD-CYCLE-SCREEN.
           PERFORM LOAD-EXPECTED-PROGRAMS.
           MOVE 'Y' TO WS-FILE-SW.
           MOVE ZERO TO WS-PGMS-OVERFLOW.
           MOVE CA-CYCLE-DATE TO WS-RNK-BR-DATE.
           MOVE LOW-VALUES TO WS-RNK-BR-PROGRAM.
           MOVE 'N' TO WS-BR-EOF-SW.
           EXEC CICS STARTBR FILE('RUNKFIL')
               RIDFLD(WS-RNK-BRKEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM READ-NEXT-RUN UNTIL WS-BR-EOF-YES
              EXEC CICS ENDBR FILE('RUNKFIL')
              END-EXEC
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 SET WS-FILE-DOWN TO TRUE
              END-IF
           END-IF.
           PERFORM FILL-CYCLE-FIELDS.

       LOAD-EXPECTED-PROGRAMS.
           PERFORM CLEAR-PROGRAM-ENTRY
               VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PGM-MAX.
           MOVE 'RITESHE' TO WS-PGM-NAME(1).
           MOVE 'RITESH' TO WS-PGM-NAME(2).
           MOVE 'RITESHL' TO WS-PGM-NAME(3).
           MOVE 'RITESHD' TO WS-PGM-NAME(4).
           MOVE 'RITESHX' TO WS-PGM-NAME(5).
           MOVE 'RITESHB' TO WS-PGM-NAME(WS-SUB-B).
           MOVE WS-EXP-COUNT TO WS-PGM-COUNT.

       CLEAR-PROGRAM-ENTRY.
           MOVE SPACES TO WS-PGM-NAME(PDX).
           MOVE 'N' TO WS-PGM-FOUND-SW(PDX).
           MOVE ZERO TO WS-PGM-RUNS(PDX).
           MOVE ZERO TO WS-PGM-TIME(PDX).
           MOVE ZERO TO WS-PGM-IN(PDX).
           MOVE ZERO TO WS-PGM-OUT(PDX).
           MOVE ZERO TO WS-PGM-REJ(PDX).
           MOVE ZERO TO WS-PGM-RC(PDX).

       READ-NEXT-RUN.
           EXEC CICS READNEXT FILE('RUNKFIL')
               INTO(WRNKREC)
               RIDFLD(WS-RNK-BRKEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF WRNK-DATE = CA-CYCLE-DATE
                 PERFORM TAKE-RUN-RECORD
              ELSE
                 SET WS-BR-EOF-YES TO TRUE
              END-IF
           ELSE
              SET WS-BR-EOF-YES TO TRUE
           END-IF.

      * THE MIRROR ALREADY HOLDS ONLY THE LATEST RECORD PER PROGRAM
      * PER DATE. A PROGRAM BEYOND THE TWELVE SCREEN LINES IS ONLY
      * COUNTED - IT CANNOT BE ONE OF THE EXPECTED ONES, WHICH HOLD
      * THE FIRST SLOTS.
       TAKE-RUN-RECORD.
           MOVE WRNK-RUN TO WRUNREC.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING PDX FROM 1 BY 1
               UNTIL PDX > WS-PGM-COUNT OR WS-FOUND-YES
              IF WS-PGM-NAME(PDX) = WRNK-PROGRAM
                 SET WS-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-FOUND-YES
              SUBTRACT 1 FROM PDX
           ELSE
              IF WS-PGM-COUNT < WS-PGM-MAX
                 ADD 1 TO WS-PGM-COUNT
                 MOVE WS-PGM-COUNT TO PDX
                 MOVE WRNK-PROGRAM TO WS-PGM-NAME(PDX)
                 SET WS-FOUND-YES TO TRUE
              ELSE
                 ADD 1 TO WS-PGMS-OVERFLOW
              END-IF
           END-IF.
           IF WS-FOUND-YES
              SET WS-PGM-FOUND-YES(PDX) TO TRUE
              MOVE WRNK-RUNS TO WS-PGM-RUNS(PDX)
              MOVE WRUN-TIME TO WS-PGM-TIME(PDX)
              MOVE WRUN-RECS-IN TO WS-PGM-IN(PDX)
              MOVE WRUN-RECS-OUT TO WS-PGM-OUT(PDX)
              MOVE WRUN-RECS-REJ TO WS-PGM-REJ(PDX)
              MOVE WRUN-RETURN-CODE TO WS-PGM-RC(PDX)
           END-IF.

       FILL-CYCLE-FIELDS.
           MOVE CA-CYCLE-DATE TO CDATEO.
           MOVE ZERO TO WS-PGMS-RAN.
           MOVE ZERO TO WS-PGMS-MISSING.
           PERFORM BUILD-ONE-LINE
               VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-PGM-MAX.
           PERFORM BUILD-CROSS-FOOT-LINE.
           MOVE SPACES TO CMSGO.
           EVALUATE TRUE
               WHEN WS-FILE-DOWN
                   MOVE 'RUN STATUS FILE NOT AVAILABLE - RETRY SHORTLY'
                       TO CMSGO
               WHEN WS-PGMS-RAN = 0
                   MOVE 'NO RUN RECORDS FOR THIS DATE - PF7 PAGES BACK'
                       TO CMSGO
               WHEN WS-PGMS-OVERFLOW > 0
                   MOVE WS-PGMS-OVERFLOW TO WS-ED-COUNT
                   STRING 'MORE PROGRAMS RAN THAN FIT - '
                       DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       ' NOT SHOWN, SEE RITBAL OUTPUT'
                       DELIMITED BY SIZE
                       INTO CMSGO
               WHEN WS-PGMS-MISSING > 0
                   MOVE WS-PGMS-MISSING TO WS-ED-COUNT
                   STRING WS-ED-COUNT DELIMITED BY SIZE
                       ' EXPECTED PROGRAM(S) HAVE NO RUN RECORD YET'
                       DELIMITED BY SIZE
                       INTO CMSGO
               WHEN OTHER
                   MOVE WS-PGMS-RAN TO WS-ED-COUNT
                   STRING WS-ED-COUNT DELIMITED BY SIZE
                       ' PROGRAM(S) RAN - ALL EXPECTED PROGRAMS PRESENT'
                       DELIMITED BY SIZE
                       INTO CMSGO
           END-EVALUATE.

      * A STEP THAT ENDED RC=12 OR WORSE IS MARKED THE SAME WAY
      * RITESHB FLAGS IT - ITS FIGURES DESCRIBE AN INCOMPLETE RUN.
       BUILD-ONE-LINE.
           MOVE SPACES TO CLINEO(RDX).
           IF RDX <= WS-PGM-COUNT
              IF WS-PGM-FOUND-YES(RDX)
                 ADD 1 TO WS-PGMS-RAN
                 MOVE WS-PGM-NAME(RDX) TO WS-PGM-LN-NAME
                 MOVE SPACES TO WS-PGM-LN-TIME
                 STRING WS-PGM-TIME(RDX)(1:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-PGM-TIME(RDX)(3:2) DELIMITED BY SIZE
                     ':' DELIMITED BY SIZE
                     WS-PGM-TIME(RDX)(5:2) DELIMITED BY SIZE
                     INTO WS-PGM-LN-TIME
                 MOVE WS-PGM-IN(RDX) TO WS-PGM-LN-IN
                 MOVE WS-PGM-OUT(RDX) TO WS-PGM-LN-OUT
                 MOVE WS-PGM-REJ(RDX) TO WS-PGM-LN-REJ
                 MOVE WS-PGM-RC(RDX) TO WS-PGM-LN-RC
                 MOVE SPACES TO WS-PGM-LN-NOTE
                 IF WS-PGM-RC(RDX) >= 12
                    MOVE '* INCOMPLETE RUN' TO WS-PGM-LN-NOTE
                 ELSE
                    IF WS-PGM-RUNS(RDX) > 1
                       MOVE WS-PGM-RUNS(RDX) TO WS-ED-RUNS
                       STRING 'RAN ' DELIMITED BY SIZE
                           WS-ED-RUNS DELIMITED BY SIZE
                           ' TIMES, LATEST SHOWN'
                           DELIMITED BY SIZE
                           INTO WS-PGM-LN-NOTE
                    END-IF
                 END-IF
                 MOVE WS-PGM-LINE TO CLINEO(RDX)
              ELSE
                 ADD 1 TO WS-PGMS-MISSING
                 MOVE WS-PGM-NAME(RDX) TO WS-NRN-NAME
                 MOVE WS-NOT-RUN-LINE TO CLINEO(RDX)
              END-IF
           END-IF.

      * THE RITESHB RUN RECORD CARRIES THE CYCLE'S CROSS-FOOT:
      * RECORDS OUT IS THE LEGS THAT TIED, REJECTED THE ITEMS
      * FLAGGED (LEGS OUT OF BALANCE OR NOT CHECKABLE, AND STEPS
      * THAT ENDED RC=12 OR WORSE).
       BUILD-CROSS-FOOT-LINE.
           MOVE SPACES TO CBALO.
           IF WS-PGM-FOUND-YES(WS-SUB-B)
              MOVE WS-PGM-OUT(WS-SUB-B) TO WS-ED-COUNT
              IF WS-PGM-REJ(WS-SUB-B) = ZERO
                 STRING 'CROSS-FOOT: CYCLE BALANCED - '
                     DELIMITED BY SIZE
                     WS-ED-COUNT DELIMITED BY SIZE
                     ' LEGS TIED' DELIMITED BY SIZE
                     INTO CBALO
              ELSE
                 MOVE WS-PGM-REJ(WS-SUB-B) TO WS-ED-COUNT-2
                 STRING 'CROSS-FOOT: OUT OF BALANCE - '
                     DELIMITED BY SIZE
                     WS-ED-COUNT DELIMITED BY SIZE
                     ' TIED, ' DELIMITED BY SIZE
                     WS-ED-COUNT-2 DELIMITED BY SIZE
                     ' FLAGGED' DELIMITED BY SIZE
                     INTO CBALO
              END-IF
           ELSE
              MOVE 'CROSS-FOOT: NOT YET BALANCED (RITBAL HAS NOT RUN)'
                  TO CBALO
           END-IF.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO RITCYCMO.
           EXEC CICS SEND MAP('RITCYCM') MAPSET('RITCYCS')
               FROM(RITCYCMO)
               ERASE
           END-EXEC.

       SEND-DATA-MAP.
           EXEC CICS SEND MAP('RITCYCM') MAPSET('RITCYCS')
               FROM(RITCYCMO)
               DATAONLY
               CURSOR
           END-EXEC.

       END-CONVERSATION.
           MOVE 'RITESH CYCLE STATUS INQUIRY COMPLETE' TO CMSGO.
           EXEC CICS SEND TEXT
               FROM(CMSGO)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       ABEND-EXIT.
           EXEC CICS SEND TEXT
               FROM('RITESHH ABEND - SEE CICS LOG')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
