      *****************************************************************
      * PSECCHK - SHARED ONLINE AUTHORIZATION CHECK AGAINST THE       *
      * SECURITY PROFILE KSDS (CICS FILE SECKFIL, WSECREC LAYOUT).    *
      * COPY INTO THE PROCEDURE DIVISION OF EVERY TRANSACTION THAT IS *
      * OPEN ONLY TO PROFILED USERS (RITH, RITU, RITC AND THE RITP    *
      * PROFILE MAINTENANCE). REQUIRES WSECREC AND WVIOREC IN         *
      * WORKING-STORAGE.                                              *
      *                                                               *
      * CALLING SEQUENCE: PERFORM CHECK-TRAN-AUTHORITY AT THE TOP OF  *
      * EVERY TASK, BEFORE ANY SCREEN OR FILE WORK, AND PERFORM       *
      * REFUSE-TRANSACTION IF IT RETURNS WS-SEC-DENIED. RITU THEN     *
      * MOVES THE FUNCTION CODE TO WS-SEC-FUNC AND PERFORMS           *
      * CHECK-FUNC-AUTHORITY BEFORE ACTING ON IT, WHICH USES THE      *
      * PROFILE ALREADY READ BY THE TRANSACTION CHECK IN THE SAME     *
      * TASK.                                                         *
      *                                                               *
      * THE CHECK IS DEFAULT-DENY: NO PROFILE, A FLAG OTHER THAN 'Y', *
      * A TRANSACTION THE CHECK DOES NOT KNOW, OR A PROFILE FILE THAT *
      * CANNOT BE READ ALL REFUSE. EVERY REFUSAL IS WRITTEN TO THE    *
      * RKP.RITESH.SECVIOL ESDS (CICS FILE VIOLFIL, WVIOREC LAYOUT)   *
      * FOR THE NIGHTLY RITESHSV REPORT. VIOLFIL IS DEFINED NOT       *
      * RECOVERABLE SO A REFUSAL STAYS LOGGED WHATEVER HAPPENS TO THE *
      * REST OF THE TASK.                                             *
      *****************************************************************
       CHECK-TRAN-AUTHORITY.
           SET WS-SEC-DENIED TO TRUE.
           MOVE SPACE TO WS-SEC-FUNC.
           MOVE SPACES TO WVIOREC.
           EXEC CICS ASSIGN
               USERID(WS-SEC-USERID)
           END-EXEC.
           EXEC CICS READ FILE('SECKFIL')
               INTO(WSECREC)
               RIDFLD(WS-SEC-USERID)
               RESP(WS-SEC-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-SEC-RESP = DFHRESP(NORMAL)
                   EVALUATE EIBTRNID
                       WHEN 'RITH'
                           MOVE WSEC-RITH TO WS-SEC-FLAG
                       WHEN 'RITU'
                           MOVE WSEC-RITU TO WS-SEC-FLAG
                       WHEN 'RITC'
                           MOVE WSEC-RITC TO WS-SEC-FLAG
                       WHEN 'RITP'
                           MOVE WSEC-RITP TO WS-SEC-FLAG
                       WHEN OTHER
                           MOVE 'N' TO WS-SEC-FLAG
                   END-EVALUATE
                   IF WS-SEC-FLAG = 'Y'
                      SET WS-SEC-ALLOWED TO TRUE
                   ELSE
                      MOVE SPACES TO WS-SEC-MSG
                      STRING 'NOT AUTHORIZED TO USE TRANSACTION '
                          DELIMITED BY SIZE
                          EIBTRNID DELIMITED BY SIZE
                          INTO WS-SEC-MSG
                      SET WVIO-TRAN-DENIED TO TRUE
                   END-IF
               WHEN WS-SEC-RESP = DFHRESP(NOTFND)
                   MOVE 'NOT AUTHORIZED - NO SECURITY PROFILE FOR USER'
                       TO WS-SEC-MSG
                   SET WVIO-NO-PROFILE TO TRUE
               WHEN OTHER
                   MOVE 'PROFILE FILE UNAVAILABLE - REQUEST REFUSED'
                       TO WS-SEC-MSG
                   SET WVIO-FILE-DOWN TO TRUE
           END-EVALUATE.
           IF WS-SEC-DENIED
              PERFORM WRITE-VIOLATION-RECORD
           END-IF.

      * ONLY RITU HAS FUNCTION-LEVEL AUTHORITY. A FUNCTION CODE THE
      * PROFILE DOES NOT CARRY A FLAG FOR IS REFUSED.
       CHECK-FUNC-AUTHORITY.
           SET WS-SEC-DENIED TO TRUE.
           MOVE SPACES TO WVIOREC.
           EVALUATE WS-SEC-FUNC
               WHEN 'A'
                   MOVE WSEC-FUNC-A TO WS-SEC-FLAG
               WHEN 'C'
                   MOVE WSEC-FUNC-C TO WS-SEC-FLAG
               WHEN 'D'
                   MOVE WSEC-FUNC-D TO WS-SEC-FLAG
               WHEN 'I'
                   MOVE WSEC-FUNC-I TO WS-SEC-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-SEC-FLAG
           END-EVALUATE.
           IF WS-SEC-FLAG = 'Y'
              SET WS-SEC-ALLOWED TO TRUE
           ELSE
              MOVE SPACES TO WS-SEC-MSG
              STRING 'NOT AUTHORIZED FOR FUNCTION ' DELIMITED BY SIZE
                  WS-SEC-FUNC DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  EIBTRNID DELIMITED BY SIZE
                  INTO WS-SEC-MSG
              SET WVIO-FUNC-DENIED TO TRUE
              PERFORM WRITE-VIOLATION-RECORD
           END-IF.

      * THE REASON IS ALREADY SET IN WVIOREC BY THE CHECK. A FAILED
      * LOG WRITE DOES NOT LET THE REQUEST THROUGH - THE REFUSAL
      * STANDS EITHER WAY. THE ESDS WRITE RETURNS THE ASSIGNED RBA IN
      * WS-SEC-VIO-RBA, WHICH IS NOT USED FURTHER.
       WRITE-VIOLATION-RECORD.
           EXEC CICS ASKTIME
               ABSTIME(WS-SEC-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-SEC-ABS-TIME)
               YYYYMMDD(WS-SEC-DATE-X)
               TIME(WS-SEC-TIME-X)
           END-EXEC.
           MOVE WS-SEC-DATE-X TO WVIO-DATE.
           MOVE WS-SEC-TIME-X TO WVIO-TIME.
           MOVE WS-SEC-USERID TO WVIO-USERID.
           MOVE EIBTRMID TO WVIO-TERMID.
           MOVE EIBTRNID TO WVIO-TRANID.
           MOVE WS-SEC-FUNC TO WVIO-FUNC.
           EXEC CICS WRITE FILE('VIOLFIL')
               FROM(WVIOREC)
               RIDFLD(WS-SEC-VIO-RBA)
               RBA
               RESP(WS-SEC-RESP)
           END-EXEC.

      * A REFUSED TRANSACTION ENDS THE CONVERSATION OUTRIGHT - NO
      * MAP IS SENT AND NO NEXT TRANSID IS SET.
       REFUSE-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM(WS-SEC-MSG)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
