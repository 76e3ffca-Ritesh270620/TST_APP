       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHN.

      *****************************************************************
      * RITESHN - ONLINE CICS TRANSACTION (TRANID RITN) FOR           *
      * MAINTAINING THE RKP.RITESH.SRCREG KSDS (CICS FILE SRCKFIL),   *
      * THE REGISTRY OF SOURCE SYSTEMS ALLOWED TO SEND A STRFILE      *
      * TRANSMISSION. RECORDS USE THE SHARED WSRCREC LAYOUT. THE      *
      * COUNT STEP (RITESH) LOADS THE REGISTRY AT START OF RUN, STOPS *
      * ON A TRANSMISSION FROM A SOURCE THAT IS NOT REGISTERED OR NOT *
      * ACTIVE, AND REPORTS EVERY ACTIVE SOURCE EXPECTED THAT         *
      * BUSINESS DAY THAT SENT NOTHING.                               *
      *                                                               *
      * THE OPERATOR KEYS A FUNCTION CODE, A SOURCE CODE, AND (FOR    *
      * A/C) THE DESCRIPTION, EXPECTED DAYS AND ACTIVE FLAG, THEN     *
      * PRESSES ENTER:                                                *
      *   A - ADD A NEW SOURCE TO THE REGISTRY                        *
      *   C - CHANGE THE DESCRIPTION, DAYS OR ACTIVE FLAG             *
      *   D - DELETE THE SOURCE FROM THE REGISTRY                     *
      *   I - INQUIRE ON THE SOURCE                                   *
      *   PF3   - END THE CONVERSATION                                *
      *   CLEAR - RESET THE SCREEN                                    *
      *                                                               *
      * EXPECTED DAYS ARE SEVEN CHARACTERS, MONDAY THROUGH SUNDAY,    *
      * '1' WHERE A TRANSMISSION IS EXPECTED AND '0' WHERE IT IS NOT. *
      * A SOURCE THAT HAS STOPPED SENDING SHOULD BE MADE INACTIVE     *
      * (ACTIVE FLAG N) RATHER THAN DELETED - EITHER WAY THE COUNT    *
      * STEP REFUSES ITS TRANSMISSIONS, BUT THE INACTIVE ENTRY KEEPS  *
      * ITS DESCRIPTION FOR THE HISTORY REPORTS. ADD AND CHANGE STAMP *
      * THE ENTRY WITH THE DATE AND SIGNED-ON USER.                   *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         COPY DFHAID.
         COPY WSRCREC.

         01 WS-VALID-SW PIC X VALUE 'Y'.
            88 WS-VALID-YES VALUE 'Y'.
            88 WS-VALID-NO VALUE 'N'.
         01 WS-DAY-DIGITS PIC 9(2) VALUE 0.

         01 WS-SRC-CODE PIC X(8) VALUE SPACES.
         01 WS-RESP PIC S9(8) COMP.

         01 WS-ABS-TIME PIC S9(15) COMP-3 VALUE 0.
         01 WS-UPD-DATE-X PIC X(8) VALUE SPACES.
         01 WS-USERID PIC X(8) VALUE SPACES.

         COPY RITSRCM.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(NO-INPUT-DATA)
               ERROR(ABEND-EXIT)
           END-EXEC.

           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              EXEC CICS RETURN
                  TRANSID('RITN')
                  COMMAREA(DFHCOMMAREA)
              END-EXEC
           END-IF.

      * PF3/CLEAR ARE HANDLED ON EIBAID ALONE, AHEAD OF THE RECEIVE
      * MAP BELOW, FOR THE SAME REASON AS IN RITESHC: CICS RAISES
      * MAPFAIL ON A RECEIVE WHEN THE OPERATOR PRESSED AN AID KEY
      * WITHOUT MODIFYING ANY FIELD.
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM END-CONVERSATION
               WHEN DFHCLEAR
                   PERFORM SEND-INITIAL-MAP
                   EXEC CICS RETURN
                       TRANSID('RITN')
                       COMMAREA(DFHCOMMAREA)
                   END-EXEC
               WHEN DFHENTER
                   EXEC CICS RECEIVE MAP('RITSRCM') MAPSET('RITSRCS')
                       INTO(RITSRCMI)
                   END-EXEC
                   PERFORM DO-FUNCTION
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SMSGO
                   PERFORM SEND-DATA-MAP
           END-EVALUATE.

           EXEC CICS RETURN
               TRANSID('RITN')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       NO-INPUT-DATA.
           MOVE 'ENTER FUNCTION (A/C/D/I) AND SOURCE CODE' TO SMSGO.
           PERFORM SEND-DATA-MAP.
           EXEC CICS RETURN
               TRANSID('RITN')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       DO-FUNCTION.
           IF SCODEI = SPACES OR SCODEI = LOW-VALUES
              MOVE 'SOURCE CODE IS REQUIRED' TO SMSGO
              PERFORM SEND-DATA-MAP
           ELSE
              MOVE SCODEI TO WS-SRC-CODE
              EVALUATE SFUNCI
                  WHEN 'A'
                      PERFORM ADD-SOURCE-RECORD
                  WHEN 'C'
                      PERFORM CHANGE-SOURCE-RECORD
                  WHEN 'D'
                      PERFORM DELETE-SOURCE-RECORD
                  WHEN 'I'
                      PERFORM INQUIRE-SOURCE-RECORD
                  WHEN OTHER
                      MOVE 'FUNCTION MUST BE A, C, D OR I' TO SMSGO
                      PERFORM SEND-DATA-MAP
              END-EVALUATE
           END-IF.

       ADD-SOURCE-RECORD.
           PERFORM VALIDATE-SOURCE-FIELDS.
           IF WS-VALID-YES
              MOVE SPACES TO WSRCREC
              MOVE WS-SRC-CODE TO WSRC-CODE
              PERFORM MOVE-SCREEN-TO-RECORD
              EXEC CICS WRITE FILE('SRCKFIL')
                  FROM(WSRCREC)
                  RIDFLD(WSRC-CODE)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                  WHEN DFHRESP(NORMAL)
                      PERFORM MOVE-RECORD-TO-SCREEN
                      MOVE 'SOURCE ADDED' TO SMSGO
                  WHEN DFHRESP(DUPREC)
                      MOVE 'SOURCE ALREADY REGISTERED - USE C' TO SMSGO
                  WHEN OTHER
                      MOVE 'ADD FAILED - SEE CICS LOG' TO SMSGO
              END-EVALUATE
           END-IF.
           PERFORM SEND-DATA-MAP.

       CHANGE-SOURCE-RECORD.
           PERFORM VALIDATE-SOURCE-FIELDS.
           IF WS-VALID-YES
              EXEC CICS READ FILE('SRCKFIL')
                  INTO(WSRCREC)
                  RIDFLD(WS-SRC-CODE)
                  UPDATE
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM MOVE-SCREEN-TO-RECORD
                 EXEC CICS REWRITE FILE('SRCKFIL')
                     FROM(WSRCREC)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    PERFORM MOVE-RECORD-TO-SCREEN
                    MOVE 'SOURCE CHANGED' TO SMSGO
                 ELSE
                    MOVE 'CHANGE FAILED - SEE CICS LOG' TO SMSGO
                 END-IF
              ELSE
                 IF WS-RESP = DFHRESP(NOTFND)
                    MOVE 'SOURCE NOT REGISTERED - USE A' TO SMSGO
                 ELSE
                    MOVE 'CHANGE FAILED - SEE CICS LOG' TO SMSGO
                 END-IF
              END-IF
           END-IF.
           PERFORM SEND-DATA-MAP.

       DELETE-SOURCE-RECORD.
           EXEC CICS DELETE FILE('SRCKFIL')
               RIDFLD(WS-SRC-CODE)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO SDESCO
                   MOVE SPACES TO SDAYSO
                   MOVE SPACES TO SACTVO
                   MOVE SPACES TO SUPDTO
                   MOVE 'SOURCE DELETED' TO SMSGO
               WHEN DFHRESP(NOTFND)
                   MOVE 'SOURCE NOT REGISTERED' TO SMSGO
               WHEN OTHER
                   MOVE 'DELETE FAILED - SEE CICS LOG' TO SMSGO
           END-EVALUATE.
           PERFORM SEND-DATA-MAP.

       INQUIRE-SOURCE-RECORD.
           EXEC CICS READ FILE('SRCKFIL')
               INTO(WSRCREC)
               RIDFLD(WS-SRC-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM MOVE-RECORD-TO-SCREEN
              MOVE 'SOURCE DISPLAYED' TO SMSGO
           ELSE
              MOVE SPACES TO SDESCO
              MOVE SPACES TO SDAYSO
              MOVE SPACES TO SACTVO
              MOVE SPACES TO SUPDTO
              MOVE 'SOURCE NOT REGISTERED' TO SMSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

      * ADD/CHANGE CHECK EVERY FIELD BEFORE THE REGISTRY IS TOUCHED -
      * THE COUNT STEP READS THE DAYS MASK AND ACTIVE FLAG AS THEY
      * STAND, SO A BAD VALUE HERE WOULD FALSE-ALARM OR HIDE A MISSED
      * TRANSMISSION ON THE NEXT CYCLE.
       VALIDATE-SOURCE-FIELDS.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE ZERO TO WS-DAY-DIGITS.
           INSPECT SDAYSI TALLYING WS-DAY-DIGITS FOR ALL '0' ALL '1'.
           EVALUATE TRUE
               WHEN SDESCI = SPACES OR SDESCI = LOW-VALUES
                   MOVE 'DESCRIPTION IS REQUIRED' TO SMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN WS-DAY-DIGITS NOT = 7
                   MOVE 'EXPECTED DAYS MUST BE 7 OF 0/1, MON-SUN'
                       TO SMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN SACTVI NOT = 'Y' AND SACTVI NOT = 'N'
                   MOVE 'ACTIVE FLAG MUST BE Y OR N' TO SMSGO
                   MOVE 'N' TO WS-VALID-SW
           END-EVALUATE.

       MOVE-SCREEN-TO-RECORD.
           PERFORM GET-UPDATE-STAMP.
           MOVE SDESCI TO WSRC-DESC.
           MOVE SDAYSI TO WSRC-DAYS.
           MOVE SACTVI TO WSRC-ACTIVE.
           MOVE WS-UPD-DATE-X TO WSRC-UPD-DATE.
           MOVE WS-USERID TO WSRC-UPD-USER.

       MOVE-RECORD-TO-SCREEN.
           MOVE WSRC-DESC TO SDESCO.
           MOVE WSRC-DAYS TO SDAYSO.
           MOVE WSRC-ACTIVE TO SACTVO.
           MOVE SPACES TO SUPDTO.
           STRING WSRC-UPD-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WSRC-UPD-USER DELIMITED BY SIZE
               INTO SUPDTO.

       GET-UPDATE-STAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-UPD-DATE-X)
           END-EXEC.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO RITSRCMO.
           MOVE 'ENTER FUNCTION (A/C/D/I), SOURCE CODE AND DETAILS'
               TO SMSGO.
           EXEC CICS SEND MAP('RITSRCM') MAPSET('RITSRCS')
               FROM(RITSRCMO)
               ERASE
           END-EXEC.

       SEND-DATA-MAP.
           EXEC CICS SEND MAP('RITSRCM') MAPSET('RITSRCS')
               FROM(RITSRCMO)
               DATAONLY
               CURSOR
           END-EXEC.

       END-CONVERSATION.
           MOVE 'SOURCE REGISTRY MAINTENANCE COMPLETE' TO SMSGO.
           EXEC CICS SEND TEXT
               FROM(SMSGO)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       ABEND-EXIT.
           EXEC CICS SEND TEXT
               FROM('RITESHN ABEND - SEE CICS LOG')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
