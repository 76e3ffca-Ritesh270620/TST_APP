       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHSM.

      *****************************************************************
      * RITESHSM - ONLINE CICS TRANSACTION (TRANID RITP) FOR          *
      * MAINTAINING THE RKP.RITESH.SECPROF KSDS (CICS FILE SECKFIL),  *
      * THE SECURITY PROFILES THAT DECIDE WHICH USERS MAY USE THE     *
      * RITH, RITU AND RITC TRANSACTIONS AND WHICH RITU FUNCTIONS     *
      * THEY MAY PERFORM. RECORDS USE THE SHARED WSECREC LAYOUT; THE  *
      * TRANSACTIONS CHECK THEM THROUGH THE SHARED PSECCHK            *
      * PARAGRAPHS ON EVERY TASK.                                     *
      *                                                               *
      * RITP IS ITSELF CHECKED THE SAME WAY: ONLY A USER WHOSE OWN    *
      * PROFILE GRANTS RITP (A SUPERVISOR) GETS IN, AND A REFUSAL IS  *
      * LOGGED TO THE VIOLATIONS FILE LIKE ANY OTHER.                 *
      *                                                               *
      * THE SUPERVISOR KEYS A FUNCTION CODE, A USER ID, AND (FOR A/C) *
      * THE TRANSACTION FLAGS AND RITU FUNCTIONS, THEN PRESSES ENTER: *
      *   A - ADD A PROFILE FOR A NEW USER                            *
      *   C - CHANGE A USER'S AUTHORITIES                             *
      *   D - DELETE A USER'S PROFILE (THE USER IS THEN REFUSED       *
      *       EVERYTHING)                                             *
      *   I - INQUIRE ON A USER'S PROFILE                             *
      *   PF3   - END THE CONVERSATION                                *
      *   CLEAR - RESET THE SCREEN                                    *
      *                                                               *
      * THE RITH, RITU, RITC AND RITP FLAGS ARE Y OR N. THE RITU      *
      * FUNCTIONS ARE FOUR CHARACTERS, ADD/CHANGE/DELETE/INQUIRE IN   *
      * THAT ORDER, 'Y' WHERE THE FUNCTION IS ALLOWED AND 'N' WHERE   *
      * IT IS NOT. A SUPERVISOR CANNOT DELETE THEIR OWN PROFILE OR    *
      * TAKE RITP AWAY FROM IT, SO THE LAST SUPERVISOR CANNOT LOCK    *
      * EVERYONE OUT OF THE FILE. ADD AND CHANGE STAMP THE PROFILE    *
      * WITH THE DATE AND SIGNED-ON SUPERVISOR.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         COPY DFHAID.
         COPY WSECREC.
         COPY WVIOREC.

         01 WS-VALID-SW PIC X VALUE 'Y'.
            88 WS-VALID-YES VALUE 'Y'.
            88 WS-VALID-NO VALUE 'N'.
         01 WS-FUNC-FLAGS PIC 9(2) VALUE 0.

         01 WS-PRF-USERID PIC X(8) VALUE SPACES.
         01 WS-RESP PIC S9(8) COMP.

         01 WS-ABS-TIME PIC S9(15) COMP-3 VALUE 0.
         01 WS-UPD-DATE-X PIC X(8) VALUE SPACES.
         01 WS-USERID PIC X(8) VALUE SPACES.

         COPY RITSECM.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(NO-INPUT-DATA)
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
                  TRANSID('RITP')
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
                       TRANSID('RITP')
                       COMMAREA(DFHCOMMAREA)
                   END-EXEC
               WHEN DFHENTER
                   EXEC CICS RECEIVE MAP('RITSECM') MAPSET('RITSECS')
                       INTO(RITSECMI)
                   END-EXEC
                   PERFORM DO-FUNCTION
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO PMSGO
                   PERFORM SEND-DATA-MAP
           END-EVALUATE.

           EXEC CICS RETURN
               TRANSID('RITP')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       NO-INPUT-DATA.
           MOVE 'ENTER FUNCTION (A/C/D/I) AND USER ID' TO PMSGO.
           PERFORM SEND-DATA-MAP.
           EXEC CICS RETURN
               TRANSID('RITP')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.

       DO-FUNCTION.
           IF PUSERI = SPACES OR PUSERI = LOW-VALUES
              MOVE 'USER ID IS REQUIRED' TO PMSGO
              PERFORM SEND-DATA-MAP
           ELSE
              MOVE PUSERI TO WS-PRF-USERID
              EVALUATE PFUNCI
                  WHEN 'A'
                      PERFORM ADD-PROFILE-RECORD
                  WHEN 'C'
                      PERFORM CHANGE-PROFILE-RECORD
                  WHEN 'D'
                      PERFORM DELETE-PROFILE-RECORD
                  WHEN 'I'
                      PERFORM INQUIRE-PROFILE-RECORD
                  WHEN OTHER
                      MOVE 'FUNCTION MUST BE A, C, D OR I' TO PMSGO
                      PERFORM SEND-DATA-MAP
              END-EVALUATE
           END-IF.

       ADD-PROFILE-RECORD.
           PERFORM VALIDATE-PROFILE-FIELDS.
           IF WS-VALID-YES
              MOVE SPACES TO WSECREC
              MOVE WS-PRF-USERID TO WSEC-USERID
              PERFORM MOVE-SCREEN-TO-RECORD
              EXEC CICS WRITE FILE('SECKFIL')
                  FROM(WSECREC)
                  RIDFLD(WSEC-USERID)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                  WHEN DFHRESP(NORMAL)
                      PERFORM MOVE-RECORD-TO-SCREEN
                      MOVE 'PROFILE ADDED' TO PMSGO
                  WHEN DFHRESP(DUPREC)
                      MOVE 'USER ALREADY HAS A PROFILE - USE C' TO PMSGO
                  WHEN OTHER
                      MOVE 'ADD FAILED - SEE CICS LOG' TO PMSGO
              END-EVALUATE
           END-IF.
           PERFORM SEND-DATA-MAP.

       CHANGE-PROFILE-RECORD.
           PERFORM VALIDATE-PROFILE-FIELDS.
           IF WS-VALID-YES
              EXEC CICS READ FILE('SECKFIL')
                  INTO(WSECREC)
                  RIDFLD(WS-PRF-USERID)
                  UPDATE
                  RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM MOVE-SCREEN-TO-RECORD
                 EXEC CICS REWRITE FILE('SECKFIL')
                     FROM(WSECREC)
                     RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    PERFORM MOVE-RECORD-TO-SCREEN
                    MOVE 'PROFILE CHANGED' TO PMSGO
                 ELSE
                    MOVE 'CHANGE FAILED - SEE CICS LOG' TO PMSGO
                 END-IF
              ELSE
                 IF WS-RESP = DFHRESP(NOTFND)
                    MOVE 'USER HAS NO PROFILE - USE A' TO PMSGO
                 ELSE
                    MOVE 'CHANGE FAILED - SEE CICS LOG' TO PMSGO
                 END-IF
              END-IF
           END-IF.
           PERFORM SEND-DATA-MAP.

       DELETE-PROFILE-RECORD.
           IF WS-PRF-USERID = WS-SEC-USERID
              MOVE 'YOU CANNOT DELETE YOUR OWN PROFILE' TO PMSGO
           ELSE
              EXEC CICS DELETE FILE('SECKFIL')
                  RIDFLD(WS-PRF-USERID)
                  RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                  WHEN DFHRESP(NORMAL)
                      PERFORM CLEAR-PROFILE-FIELDS
                      MOVE 'PROFILE DELETED' TO PMSGO
                  WHEN DFHRESP(NOTFND)
                      MOVE 'USER HAS NO PROFILE' TO PMSGO
                  WHEN OTHER
                      MOVE 'DELETE FAILED - SEE CICS LOG' TO PMSGO
              END-EVALUATE
           END-IF.
           PERFORM SEND-DATA-MAP.

       INQUIRE-PROFILE-RECORD.
           EXEC CICS READ FILE('SECKFIL')
               INTO(WSECREC)
               RIDFLD(WS-PRF-USERID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM MOVE-RECORD-TO-SCREEN
              MOVE 'PROFILE DISPLAYED' TO PMSGO
           ELSE
              PERFORM CLEAR-PROFILE-FIELDS
              MOVE 'USER HAS NO PROFILE' TO PMSGO
           END-IF.
           PERFORM SEND-DATA-MAP.

      * ADD/CHANGE CHECK EVERY FIELD BEFORE THE PROFILE IS TOUCHED -
      * THE CHECK IN THE TRANSACTIONS TREATS ANYTHING BUT 'Y' AS NO,
      * SO A MISKEYED FLAG WOULD SILENTLY LOCK THE USER OUT.
       VALIDATE-PROFILE-FIELDS.
           MOVE 'Y' TO WS-VALID-SW.
           MOVE ZERO TO WS-FUNC-FLAGS.
           INSPECT PFUNSI TALLYING WS-FUNC-FLAGS FOR ALL 'Y' ALL 'N'.
           EVALUATE TRUE
               WHEN PRITHI NOT = 'Y' AND PRITHI NOT = 'N'
                   MOVE 'RITH FLAG MUST BE Y OR N' TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN PRITUI NOT = 'Y' AND PRITUI NOT = 'N'
                   MOVE 'RITU FLAG MUST BE Y OR N' TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN PRITCI NOT = 'Y' AND PRITCI NOT = 'N'
                   MOVE 'RITC FLAG MUST BE Y OR N' TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN PRITPI NOT = 'Y' AND PRITPI NOT = 'N'
                   MOVE 'RITP FLAG MUST BE Y OR N' TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN WS-FUNC-FLAGS NOT = 4
                   MOVE 'RITU FUNCTIONS MUST BE 4 OF Y/N, A-C-D-I'
                       TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
               WHEN WS-PRF-USERID = WS-SEC-USERID AND PRITPI = 'N'
                   MOVE 'YOU CANNOT REMOVE RITP FROM YOUR OWN PROFILE'
                       TO PMSGO
                   MOVE 'N' TO WS-VALID-SW
           END-EVALUATE.

       MOVE-SCREEN-TO-RECORD.
           PERFORM GET-UPDATE-STAMP.
           MOVE PRITHI TO WSEC-RITH.
           MOVE PRITUI TO WSEC-RITU.
           MOVE PRITCI TO WSEC-RITC.
           MOVE PRITPI TO WSEC-RITP.
           MOVE PFUNSI TO WSEC-FUNCS.
           MOVE WS-UPD-DATE-X TO WSEC-UPD-DATE.
           MOVE WS-USERID TO WSEC-UPD-USER.

       MOVE-RECORD-TO-SCREEN.
           MOVE WSEC-RITH TO PRITHO.
           MOVE WSEC-RITU TO PRITUO.
           MOVE WSEC-RITC TO PRITCO.
           MOVE WSEC-RITP TO PRITPO.
           MOVE WSEC-FUNCS TO PFUNSO.
           MOVE SPACES TO PUPDTO.
           STRING WSEC-UPD-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WSEC-UPD-USER DELIMITED BY SIZE
               INTO PUPDTO.

       CLEAR-PROFILE-FIELDS.
           MOVE SPACES TO PRITHO.
           MOVE SPACES TO PRITUO.
           MOVE SPACES TO PRITCO.
           MOVE SPACES TO PRITPO.
           MOVE SPACES TO PFUNSO.
           MOVE SPACES TO PUPDTO.

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
           MOVE LOW-VALUES TO RITSECMO.
           MOVE 'ENTER FUNCTION (A/C/D/I), USER ID AND AUTHORITIES'
               TO PMSGO.
           EXEC CICS SEND MAP('RITSECM') MAPSET('RITSECS')
               FROM(RITSECMO)
               ERASE
           END-EXEC.

       SEND-DATA-MAP.
           EXEC CICS SEND MAP('RITSECM') MAPSET('RITSECS')
               FROM(RITSECMO)
               DATAONLY
               CURSOR
           END-EXEC.

       END-CONVERSATION.
           MOVE 'SECURITY PROFILE MAINTENANCE COMPLETE' TO PMSGO.
           EXEC CICS SEND TEXT
               FROM(PMSGO)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       ABEND-EXIT.
           EXEC CICS SEND TEXT
               FROM('RITESHSM ABEND - SEE CICS LOG')
               ERASE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       COPY PSECCHK.
