      * PF KEYS:                                                      *
      *   ENTER - COUNT THE CHARACTERS ENTERED IN THE STR-VALUE FIELD *
      *   PF5   - LOOK UP A PRIOR BATCH RESULT BY STR-ID              *
      *   PF6   - LOOK UP A STRMAST RECORD AND ITS DATES BY KEY       *
      *   PF3   - END THE CONVERSATION                                *
      *   CLEAR - RESET THE SCREEN                                    *
      *                                                                *
      * STR-ID IN COLUMNS 1-6), WHICH THE BATCH CYCLE REBUILDS VIA    *
      * RITESHL AFTER EVERY CBL12 RUN, SO PF5 IS A SINGLE DIRECT      *
      * KEYED READ. WHERE A STR-ID APPEARED IN MORE THAN ONE RUN THE  *
      * MIRROR HOLDS THE MOST RECENT FULL RUN'S RECORD (DELTA RUNS    *
      * ARE LEFT OUT OF THE MIRROR - SEE RITESHL).                    *
      *                                                               *
      * AN AUDIT STR-ID IS THE RECORD'S SEQUENCE NUMBER WITHIN ITS    *
      * RUN, NOT THE STRMAST KEY IT WAS UNLOADED FROM, SO THE TWO ARE *
      * NEVER PAIRED. PF6 READS THE ENTERED ID AS A MASTER KEY ON THE *
      * STRMAST KSDS (CICS FILE STRMFIL, READ-ONLY HERE) AND SHOWS    *
      * THE RECORD'S STRING AND EXPECTED COUNT WITH ITS EFFECTIVE AND *
      * EXPIRY DATES AND WHETHER IT IS IN FORCE TODAY, PENDING (NOT   *
      * YET EFFECTIVE) OR EXPIRED - THE SAME TEST THE BATCH UNLOAD    *
      * (RITESHE) APPLIES ON THE CYCLE'S BUSINESS DATE. A RECORD NOT  *
      * YET COUNTED BY ANY RUN (A NEW OR PENDING ONE) IS SHOWN THE    *
      * SAME WAY.                                                     *
      *                                                               *
      * ACCESS IS BY SECURITY PROFILE (COPY PSECCHK, CICS FILE        *
      * SECKFIL): EVERY TASK CHECKS THE SIGNED-ON USER MAY USE RITH   *
      * BEFORE IT SHOWS THE SCREEN OR READS ANY FILE. A REFUSAL ENDS  *
      * THE CONVERSATION WITH A MESSAGE AND IS LOGGED TO THE          *
      * RKP.RITESH.SECVIOL ESDS (CICS FILE VIOLFIL) FOR THE NIGHTLY   *
      * RITESHSV VIOLATIONS REPORT.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
         01 WS-FOUND-SW PIC X VALUE 'N'.
            88 WS-FOUND-YES VALUE 'Y'.
         01 WS-RESP PIC S9(8) COMP.
         01 WS-MST-FOUND-SW PIC X VALUE 'N'.
            88 WS-MST-FOUND-YES VALUE 'Y'.
         01 WS-ABS-TIME PIC S9(15) COMP-3 VALUE 0.
         01 WS-TODAY-X PIC X(8) VALUE SPACES.
         01 WS-TODAY PIC 9(8) VALUE 0.

         COPY WSECREC.
         COPY WVIOREC.

         COPY RITESHM.

               ERROR(ABEND-EXIT)
           END-EXEC.

      * NOTHING IS SHOWN OR READ UNTIL THE SIGNED-ON USER'S PROFILE
      * ALLOWS THIS TRANSACTION (COPY PSECCHK). CHECKED ON EVERY TASK,
      * SO A PROFILE CHANGE TAKES EFFECT AT THE NEXT KEY PRESSED.
           PERFORM CHECK-TRAN-AUTHORITY.
           IF WS-SEC-DENIED
              PERFORM REFUSE-TRANSACTION
           END-IF.

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              EXEC CICS RETURN
                           PERFORM DO-COUNT
                       WHEN DFHPF5
                           PERFORM DO-LOOKUP
                       WHEN DFHPF6
                           PERFORM DO-MASTER-LOOKUP
                       WHEN OTHER
                           MOVE 'INVALID KEY PRESSED' TO MSGO
                           PERFORM SEND-DATA-MAP
              PERFORM LOOKUP-BY-STR-ID
           END-IF.

       DO-MASTER-LOOKUP.
           IF STRIDI IS NOT NUMERIC
              MOVE 'ENTER A NUMERIC STR-ID AND PRESS PF6' TO MSGO
              PERFORM SEND-DATA-MAP
           ELSE
              PERFORM LOOKUP-MASTER-BY-STR-ID
           END-IF.

       LOOKUP-BY-STR-ID.
           MOVE STRIDI TO WS-LOOKUP-ID.
           MOVE 'N' TO WS-FOUND-SW.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-FOUND-YES TO TRUE
           END-IF.
           MOVE SPACES TO EFFDTO.
           MOVE SPACES TO EXPDTO.
           MOVE SPACES TO FSTATO.
           IF WS-FOUND-YES
              MOVE WAUD-STR TO STRVALO
              MOVE WAUD-CNT TO CNTO
           END-IF.
           PERFORM SEND-DATA-MAP.

      * THE RUN FIELDS ARE CLEARED - A MASTER RECORD CARRIES NO RUN -
      * AND THE COUNT SHOWN IS THE EXPECTED COUNT HELD ON THE MASTER.
       LOOKUP-MASTER-BY-STR-ID.
           MOVE STRIDI TO WS-LOOKUP-ID.
           PERFORM LOOKUP-MASTER-DATES.
           MOVE ZERO TO ALPHO.
           MOVE ZERO TO NUMO.
           MOVE ZERO TO BLNKO.
           MOVE SPACES TO JOBO.
           MOVE SPACES TO RDATEO.
           MOVE SPACES TO RTIMEO.
           IF WS-MST-FOUND-YES
              MOVE STR-VALUE TO STRVALO
              MOVE STR-COUNT TO CNTO
              MOVE 'MASTER RECORD FOUND' TO MSGO
           ELSE
              MOVE SPACES TO STRVALO
              MOVE ZERO TO CNTO
              MOVE 'STR-ID NOT FOUND ON MASTER' TO MSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

      * THE IN-FORCE TEST IS RITESHE'S, AGAINST TODAY'S DATE: PENDING
      * WHILE THE EFFECTIVE DATE IS STILL TO COME, EXPIRED ONCE THE
      * EXPIRY DATE HAS PASSED (BOTH DATES INCLUSIVE, ZERO = NONE).
       LOOKUP-MASTER-DATES.
           MOVE 'N' TO WS-MST-FOUND-SW.
           EXEC CICS READ FILE('STRMFIL')
               INTO(WSTRREC)
               RIDFLD(WS-LOOKUP-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WS-MST-FOUND-YES TO TRUE
           END-IF.
           IF WS-MST-FOUND-YES
              EXEC CICS ASKTIME
                  ABSTIME(WS-ABS-TIME)
              END-EXEC
              EXEC CICS FORMATTIME
                  ABSTIME(WS-ABS-TIME)
                  YYYYMMDD(WS-TODAY-X)
              END-EXEC
              MOVE WS-TODAY-X TO WS-TODAY
              IF STR-EFF-DATE = ZERO
                 MOVE 'START' TO EFFDTO
              ELSE
                 MOVE STR-EFF-DATE TO EFFDTO
              END-IF
              IF STR-EXP-DATE = ZERO
                 MOVE 'NONE' TO EXPDTO
              ELSE
                 MOVE STR-EXP-DATE TO EXPDTO
              END-IF
              EVALUATE TRUE
                  WHEN STR-EFF-DATE > WS-TODAY
                      MOVE 'PENDING' TO FSTATO
                  WHEN STR-EXP-DATE NOT = ZERO
                        AND STR-EXP-DATE < WS-TODAY
                      MOVE 'EXPIRED' TO FSTATO
                  WHEN OTHER
                      MOVE 'IN FORCE' TO FSTATO
              END-EVALUATE
           ELSE
              MOVE SPACES TO EFFDTO
              MOVE SPACES TO EXPDTO
              MOVE 'NOT ON MASTER' TO FSTATO
           END-IF.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO RITESHMO.
           MOVE 'ENTER STR-VALUE AND PRESS ENTER, OR STR-ID AND PF5/PF6'
               TO MSGO.
           EXEC CICS SEND MAP('RITESHM') MAPSET('RITESHS')
               FROM(RITESHMO)
           EXEC CICS RETURN END-EXEC.

       COPY PCOUNTER.
       COPY PSECCHK.
