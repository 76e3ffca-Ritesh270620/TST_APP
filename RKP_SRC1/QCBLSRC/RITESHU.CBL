      * VIA RITESHE BEFORE THE COUNT STEP RUNS.                       *
      *                                                               *
      * THE OPERATOR KEYS A FUNCTION CODE, A STR-ID, AND (FOR A/C) A  *
      * STR-VALUE AND THE DATES THE RECORD IS IN FORCE BETWEEN, THEN  *
      * PRESSES ENTER:                                                *
      *   A - ADD A NEW STRING UNDER THE GIVEN STR-ID                 *
      *   C - CHANGE THE STRING STORED UNDER THE GIVEN STR-ID         *
      *   D - DELETE THE RECORD FOR THE GIVEN STR-ID                  *
      * COMPUTED COUNT IN STR-COUNT, SO THE MASTER NEVER HOLDS A      *
      * STRING THE BATCH RUN WOULD REJECT - FOR ANY REASON.           *
      *                                                               *
      * THE EFFECTIVE AND EXPIRY DATES (YYYYMMDD, SEE WSTRREC) ARE    *
      * OPTIONAL: BLANK EFFECTIVE MEANS IN FORCE FROM THE START,      *
      * BLANK EXPIRY NEVER EXPIRES. A/C STORE WHAT IS ON THE SCREEN,  *
      * SO A CHANGE THAT BLANKS A DATE REMOVES IT. A RECORD SHOWN     *
      * AFTER AN A, C OR I GOES OUT WITH ITS STRING AND DATES MARKED  *
      * MODIFIED, SO THEY COME BACK WITH THE NEXT ENTER WHETHER THE   *
      * OPERATOR RETYPED THEM OR NOT - A C THAT TOUCHES ONLY ONE      *
      * FIELD KEEPS THE OTHERS AS STORED. A DATE MUST BE A            *
      * REAL CALENDAR DATE AND THE EXPIRY NOT BEFORE THE EFFECTIVE    *
      * DATE. A RECORD MAY BE ADDED AHEAD OF ITS EFFECTIVE DATE OR    *
      * GIVEN AN EXPIRY DATE TO RETIRE IT ON SCHEDULE - THE BATCH     *
      * UNLOAD (RITESHE) COUNTS ONLY THE RECORDS IN FORCE ON THE      *
      * CYCLE'S BUSINESS DATE.                                        *
      *                                                               *
      * EVERY SUCCESSFUL ADD, CHANGE OR DELETE IS JOURNALED TO THE    *
      * RKP.RITESH.MNTJRNL ESDS (CICS FILE JRNFIL, WJRNREC LAYOUT):   *
      * SIGNED-ON USER, TERMINAL, TIMESTAMP, FUNCTION, AND THE        *
      * BEFORE AND AFTER IMAGES OF THE RECORD - DELETE READS THE      *
      * RECORD FIRST SO THE BEFORE IMAGE IS CAPTURED. THE NIGHTLY     *
      * RITESHJ REPORT SUMMARIZES THE DAY'S ACTIVITY BY OPERATOR.     *
      *                                                               *
      * EACH SUCCESSFUL ADD, CHANGE OR DELETE IS ALSO PUBLISHED AS A  *
      * WMQEREC EVENT ON THE MQ MAINTENANCE EVENT QUEUE FOR THE       *
      * DOWNSTREAM SUBSCRIBERS, AND THE EVENT IS LOGGED TO THE        *
      * RKP.RITESH.MQEVENT ESDS (CICS FILE EVTFIL). THE STRMFIL       *
      * UPDATE, THE JOURNAL RECORD, THE MESSAGE AND THE EVENT LOG     *
      * RECORD ARE ONE UNIT OF WORK: THEY COMMIT TOGETHER WHEN THE    *
      * TASK RETURNS, AND A JOURNAL OR EVENT LOG WRITE FAILURE BACKS  *
      * THE WHOLE CHANGE OUT. IF THE QUEUE IS UNAVAILABLE THE CHANGE  *
      * STILL GOES THROUGH - THE EVENT IS LOGGED HELD AND THE NIGHTLY *
      * RITESHI JOB SENDS IT AND RECONCILES THE EVENTS AGAINST THE    *
      * JOURNAL.                                                      *
      *                                                               *
      * ACCESS IS BY SECURITY PROFILE (COPY PSECCHK, CICS FILE        *
      * SECKFIL): EVERY TASK CHECKS THE SIGNED-ON USER MAY USE RITU   *
      * BEFORE IT SHOWS THE SCREEN OR READS ANY FILE, AND EACH        *
      * FUNCTION KEYED IS CHECKED AGAINST THE A/C/D/I FUNCTIONS THE   *
      * PROFILE GRANTS BEFORE IT IS CARRIED OUT. A REFUSED            *
      * TRANSACTION ENDS THE CONVERSATION WITH A MESSAGE; A REFUSED   *
      * FUNCTION IS REPORTED ON THE SCREEN AND NOTHING IS DONE. EVERY *
      * REFUSAL IS LOGGED TO THE RKP.RITESH.SECVIOL ESDS (CICS FILE   *
      * VIOLFIL) FOR THE NIGHTLY RITESHSV VIOLATIONS REPORT.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         COPY DFHAID.
         COPY DFHBMSCA.
         COPY WSTRREC.
         COPY WSTRXTD.

         01 WS-LAST-NB PIC 9(2) VALUE 0.

         01 WS-MST-ID PIC 9(6) VALUE 0.

         01 WS-EFF-DATE PIC 9(8) VALUE 0.
         01 WS-EXP-DATE PIC 9(8) VALUE 0.
         01 WS-DATE-IN PIC X(8) VALUE SPACES.
         01 WS-DATE-CHK PIC 9(8) VALUE 0.
         01 WS-DATE-CHK-R REDEFINES WS-DATE-CHK.
            05 WS-DCHK-YYYY PIC 9(4).
            05 WS-DCHK-MM PIC 9(2).
            05 WS-DCHK-DD PIC 9(2).
         01 WS-DATE-OK-SW PIC X VALUE 'Y'.
            88 WS-DATE-OK VALUE 'Y'.
         01 WS-MONTH-DAYS-X PIC X(24)
               VALUE '312831303130313130313031'.
         01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
            05 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
         01 WS-MAX-DAY PIC 9(2) VALUE 0.
         01 WS-RESP PIC S9(8) COMP.

         COPY WVALRUL.
         01 WS-JRN-TIME-X PIC X(6) VALUE SPACES.
         01 WS-USERID PIC X(8) VALUE SPACES.

         COPY WMQEREC.
         01 WS-EVT-RBA PIC S9(8) COMP VALUE 0.
         01 WS-EVT-RESP PIC S9(8) COMP.
         01 WS-MQ-HCONN PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-COMPCODE PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-REASON PIC S9(9) BINARY VALUE 0.
         01 WS-MQ-CONSTANTS.
            COPY CMQV.
         01 WS-MQ-OD.
            COPY CMQODV.
         01 WS-MQ-MD.
            COPY CMQMDV.
         01 WS-MQ-PMO.
            COPY CMQPMOV.

         COPY WSECREC.
         COPY WVIOREC.

         COPY RITESHW.

       LINKAGE SECTION.
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
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

      * A FUNCTION THE PROFILE DOES NOT GRANT IS REFUSED BEFORE THE
      * MASTER IS TOUCHED (COPY PSECCHK); THE CONVERSATION CARRIES ON
      * SO THE OPERATOR CAN KEY A FUNCTION THEY ARE ALLOWED.
       DO-FUNCTION.
           IF FUNCI = 'A' OR 'C' OR 'D' OR 'I'
              MOVE FUNCI TO WS-SEC-FUNC
              PERFORM CHECK-FUNC-AUTHORITY
           ELSE
              SET WS-SEC-ALLOWED TO TRUE
           END-IF.
           IF WS-SEC-DENIED
              MOVE WS-SEC-MSG TO MMSGO
              PERFORM SEND-DATA-MAP
           ELSE
              PERFORM DO-PERMITTED-FUNCTION
           END-IF.

       DO-PERMITTED-FUNCTION.
           IF MSTIDI IS NOT NUMERIC
              MOVE 'STR-ID MUST BE NUMERIC' TO MMSGO
              PERFORM SEND-DATA-MAP

       ADD-MASTER-RECORD.
           PERFORM VALIDATE-KEYED-STRING.
           IF WS-VALID-YES
              PERFORM VALIDATE-KEYED-DATES
           END-IF.
           IF WS-VALID-YES
              MOVE WS-MST-ID TO STR-ID
              MOVE WS-EFF-DATE TO STR-EFF-DATE
              MOVE WS-EXP-DATE TO STR-EXP-DATE
              EXEC CICS WRITE FILE('STRMFIL')
                  FROM(WSTRREC)
                  RIDFLD(STR-ID)
              EVALUATE WS-RESP
                  WHEN DFHRESP(NORMAL)
                      MOVE STR-COUNT TO MCNTO
                      PERFORM SHOW-RECORD-DATES
                      MOVE 'RECORD ADDED' TO MMSGO
                      MOVE SPACES TO WJRN-BEFORE
                      MOVE WSTRREC TO WJRN-AFTER

       CHANGE-MASTER-RECORD.
           PERFORM VALIDATE-KEYED-STRING.
           IF WS-VALID-YES
              PERFORM VALIDATE-KEYED-DATES
           END-IF.
           IF WS-VALID-YES
              EXEC CICS READ FILE('STRMFIL')
                  INTO(WSTRREC)
                 MOVE WSTRREC TO WJRN-BEFORE
                 MOVE MSTVALI TO STR-VALUE
                 PERFORM COUNTER
                 MOVE WS-EFF-DATE TO STR-EFF-DATE
                 MOVE WS-EXP-DATE TO STR-EXP-DATE
                 EXEC CICS REWRITE FILE('STRMFIL')
                     FROM(WSTRREC)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE STR-COUNT TO MCNTO
                    PERFORM SHOW-RECORD-DATES
                    MOVE 'RECORD CHANGED' TO MMSGO
                    MOVE WSTRREC TO WJRN-AFTER
                    MOVE 'C' TO WJRN-FUNC
                  WHEN DFHRESP(NORMAL)
                      MOVE SPACES TO MSTVALO
                      MOVE ZERO TO MCNTO
                      MOVE SPACES TO EFFDTO
                      MOVE SPACES TO EXPDTO
                      MOVE 'RECORD DELETED' TO MMSGO
                      MOVE WSTRREC TO WJRN-BEFORE
                      MOVE SPACES TO WJRN-AFTER
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE STR-VALUE TO MSTVALO
              MOVE STR-COUNT TO MCNTO
              PERFORM SHOW-RECORD-DATES
              MOVE 'RECORD DISPLAYED' TO MMSGO
           ELSE
              MOVE SPACES TO MSTVALO
              MOVE ZERO TO MCNTO
              MOVE SPACES TO EFFDTO
              MOVE SPACES TO EXPDTO
              MOVE 'STR-ID NOT ON MASTER' TO MMSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

      * A ZERO DATE SHOWS BLANK - THE SAME BLANK THE OPERATOR KEYS
      * FOR 'FROM THE START' OR 'NEVER EXPIRES'. THE STRING AND BOTH
      * DATES ARE SENT WITH FSET: A FIELD SENT BUT NOT RETYPED WOULD
      * OTHERWISE COME BACK EMPTY, AND A FOLLOWING C WOULD CLEAR THE
      * STORED DATES AS IF THE OPERATOR HAD BLANKED THEM.
       SHOW-RECORD-DATES.
           MOVE DFHBMFSE TO MSTVALA.
           MOVE DFHBMFSE TO EFFDTA.
           MOVE DFHBMFSE TO EXPDTA.
           IF STR-EFF-DATE = ZERO
              MOVE SPACES TO EFFDTO
           ELSE
              MOVE STR-EFF-DATE TO EFFDTO
           END-IF.
           IF STR-EXP-DATE = ZERO
              MOVE SPACES TO EXPDTO
           ELSE
              MOVE STR-EXP-DATE TO EXPDTO
           END-IF.

      * NOTHING IS COMMITTED UNTIL THE TASK RETURNS (STRMFIL, JRNFIL
      * AND EVTFIL ARE DEFINED RECOVERABLE), SO A JOURNAL FAILURE
      * BACKS THE MAINTENANCE OUT - A MASTER CHANGE WITH NO JOURNAL
      * RECORD COULD NEITHER BE REPORTED NOR REPLAYED BY FORWARD
      * RECOVERY, NOR RECONCILED AGAINST ITS EVENT. THE ESDS WRITE
      * RETURNS THE ASSIGNED RBA IN WS-JRN-RBA, WHICH IS NOT USED
      * FURTHER.
       WRITE-JOURNAL-RECORD.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
               RBA
               RESP(WS-JRN-RESP)
           END-EXEC.
           IF WS-JRN-RESP = DFHRESP(NORMAL)
              PERFORM PUBLISH-MAINT-EVENT
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CHANGE BACKED OUT - JOURNAL WRITE FAILED' TO MMSGO
           END-IF.

      * THE MESSAGE IS PUT UNDER SYNCPOINT, SO CICS COMMITS OR BACKS
      * IT OUT WITH THE MASTER UPDATE AND THE JOURNAL RECORD. MQPUT1
      * OPENS, PUTS AND CLOSES IN ONE CALL - A PSEUDO-CONVERSATIONAL
      * TASK HAS NO OBJECT HANDLE TO KEEP OPEN. WHEN THE QUEUE
      * MANAGER OR THE QUEUE CANNOT TAKE THE MESSAGE THE CHANGE
      * STANDS AND THE EVENT IS LOGGED HELD FOR THE NIGHTLY RESEND;
      * ONLY A FAILURE TO LOG THE EVENT BACKS THE CHANGE OUT, SINCE
      * THE EVENT WOULD OTHERWISE BE LOST.
       PUBLISH-MAINT-EVENT.
           MOVE SPACES TO WMQEREC.
           MOVE WJRN-DATE TO WMQE-DATE.
           MOVE WJRN-TIME TO WMQE-TIME.
           MOVE WJRN-USERID TO WMQE-USERID.
           MOVE WJRN-TERMID TO WMQE-TERMID.
           MOVE WJRN-FUNC TO WMQE-FUNC.
           MOVE WS-MST-ID TO WMQE-STR-ID.
           IF WMQE-FUNC-ADD
              MOVE ZERO TO WMQE-B-COUNT
           ELSE
              MOVE WJRN-B-VALUE TO WMQE-B-VALUE
              MOVE WJRN-B-COUNT TO WMQE-B-COUNT
           END-IF.
           IF WMQE-FUNC-DELETE
              MOVE ZERO TO WMQE-A-COUNT
           ELSE
              MOVE WJRN-A-VALUE TO WMQE-A-VALUE
              MOVE WJRN-A-COUNT TO WMQE-A-COUNT
           END-IF.
           MOVE ZERO TO WMQE-SENT-DATE.
           MOVE MQHC-DEF-HCONN TO WS-MQ-HCONN.
           MOVE WMQE-QUEUE-NAME TO MQOD-OBJECTNAME.
           MOVE MQFMT-STRING TO MQMD-FORMAT.
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE.
           MOVE MQMI-NONE TO MQMD-MSGID.
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
               + MQPMO-NEW-MSG-ID + MQPMO-FAIL-IF-QUIESCING.
           CALL 'MQPUT1' USING WS-MQ-HCONN
                               WS-MQ-OD
                               WS-MQ-MD
                               WS-MQ-PMO
                               WMQE-MSG-LENGTH
                               WMQE-MSG
                               WS-MQ-COMPCODE
                               WS-MQ-REASON.
           IF WS-MQ-COMPCODE = MQCC-FAILED
              MOVE 'H' TO WMQE-STATUS
           ELSE
              MOVE 'P' TO WMQE-STATUS
           END-IF.
           MOVE WS-MQ-REASON TO WMQE-REASON.
           EXEC CICS WRITE FILE('EVTFIL')
               FROM(WMQEREC)
               RIDFLD(WS-EVT-RBA)
               RBA
               RESP(WS-EVT-RESP)
           END-EXEC.
           IF WS-EVT-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'CHANGE BACKED OUT - EVENT LOG WRITE FAILED'
                  TO MMSGO
           ELSE
              IF WMQE-HELD
                 MOVE 'DONE - QUEUE UNAVAILABLE, EVENT HELD FOR RESEND'
                     TO MMSGO
              END-IF
           END-IF.

      * ADD/CHANGE RUN THE KEYED STRING THROUGH THE SHARED COUNTER
              END-IF
           END-IF.

      * A BLANK (OR UNKEYED) DATE FIELD STORES ZERO. THE DATES ARE
      * CHECKED ONLY AFTER THE STRING HAS PASSED, SO THE MESSAGE LINE
      * ALWAYS NAMES THE FIRST THING WRONG ON THE SCREEN.
       VALIDATE-KEYED-DATES.
           MOVE EFFDTI TO WS-DATE-IN.
           PERFORM CHECK-KEYED-DATE.
           IF NOT WS-DATE-OK
              SET WS-VALID-NO TO TRUE
              MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD OR BLANK' TO MMSGO
           ELSE
              MOVE WS-DATE-CHK TO WS-EFF-DATE
              MOVE EXPDTI TO WS-DATE-IN
              PERFORM CHECK-KEYED-DATE
              IF NOT WS-DATE-OK
                 SET WS-VALID-NO TO TRUE
                 MOVE 'EXPIRY DATE MUST BE YYYYMMDD OR BLANK' TO MMSGO
              ELSE
                 MOVE WS-DATE-CHK TO WS-EXP-DATE
                 IF WS-EXP-DATE NOT = ZERO
                       AND WS-EXP-DATE < WS-EFF-DATE
                    SET WS-VALID-NO TO TRUE
                    MOVE 'EXPIRY DATE IS BEFORE THE EFFECTIVE DATE'
                        TO MMSGO
                 END-IF
              END-IF
           END-IF.

      * LEAVES THE DATE IN WS-DATE-CHK (ZERO FOR A BLANK FIELD) AND
      * WS-DATE-OK-SW SET WHEN IT IS BLANK OR A REAL CALENDAR DATE.
       CHECK-KEYED-DATE.
           MOVE 'Y' TO WS-DATE-OK-SW.
           MOVE ZERO TO WS-DATE-CHK.
           IF WS-DATE-IN = SPACES OR WS-DATE-IN = LOW-VALUES
              CONTINUE
           ELSE
              IF WS-DATE-IN IS NOT NUMERIC
                 MOVE 'N' TO WS-DATE-OK-SW
              ELSE
                 MOVE WS-DATE-IN TO WS-DATE-CHK
                 IF WS-DCHK-YYYY < 1900
                       OR WS-DCHK-MM < 1 OR WS-DCHK-MM > 12
                    MOVE 'N' TO WS-DATE-OK-SW
                 ELSE
                    MOVE WS-MONTH-DAYS(WS-DCHK-MM) TO WS-MAX-DAY
                    IF WS-DCHK-MM = 2
                          AND FUNCTION MOD(WS-DCHK-YYYY, 4) = 0
                          AND (FUNCTION MOD(WS-DCHK-YYYY, 100) NOT = 0
                           OR FUNCTION MOD(WS-DCHK-YYYY, 400) = 0)
                       MOVE 29 TO WS-MAX-DAY
                    END-IF
                    IF WS-DCHK-DD < 1 OR WS-DCHK-DD > WS-MAX-DAY
                       MOVE 'N' TO WS-DATE-OK-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * THE VALIDATION RULES LIVE IN THE SAME KSDS THE BATCH RUN
      * READS (CICS FILE RULKFIL, READ-ONLY), BROWSED ONCE PER TASK
      * BEFORE A STRING IS VALIDATED - THE TABLE IS SMALL AND THE

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO RITESHWO.
           MOVE 'ENTER FUNCTION (A/C/D/I), STR-ID, STR-VALUE AND DATES'
               TO MMSGO.
           EXEC CICS SEND MAP('RITESHW') MAPSET('RITESHV')
               FROM(RITESHWO)

       COPY PCOUNTER.
       COPY PVALRULE.
       COPY PSECCHK.
