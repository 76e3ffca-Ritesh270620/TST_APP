      *****************************************************************
      * WSECREC - ONLINE SECURITY PROFILE RECORD (RKP.RITESH.SECPROF  *
      * KSDS, CICS FILE SECKFIL, KEYED ON THE SIGNED-ON USER ID, 80   *
      * BYTES) PLUS THE WORKING FIELDS OF THE SHARED AUTHORIZATION    *
      * CHECK (COPY PSECCHK). ONE RECORD PER USER WHO MAY USE THE     *
      * RITH, RITU OR RITC TRANSACTIONS; A USER WITH NO RECORD IS     *
      * REFUSED EVERYTHING. THE RITP TRANSACTION (RITESHSM) MAINTAINS *
      * THE FILE AND IS ITSELF ONLY OPEN TO USERS WHOSE PROFILE       *
      * GRANTS RITP (THE SUPERVISORS). COPY INTO WORKING-STORAGE OF   *
      * EVERY PROGRAM THAT COPIES PSECCHK OR MAINTAINS THE PROFILES.  *
      *****************************************************************
       01  WSECREC.
           05  WSEC-USERID       PIC X(8).
           05  FILLER            PIC X(1).
      * TRANSACTIONS THE USER MAY START - 'Y' YES, ANYTHING ELSE NO.
           05  WSEC-TRANS.
               10  WSEC-RITH     PIC X(1).
               10  WSEC-RITU     PIC X(1).
               10  WSEC-RITC     PIC X(1).
               10  WSEC-RITP     PIC X(1).
           05  FILLER            PIC X(1).
      * RITU FUNCTIONS THE USER MAY PERFORM (ADD, CHANGE, DELETE,
      * INQUIRE) - 'Y' YES, ANYTHING ELSE NO. ONLY LOOKED AT WHEN
      * WSEC-RITU IS 'Y'.
           05  WSEC-FUNCS.
               10  WSEC-FUNC-A   PIC X(1).
               10  WSEC-FUNC-C   PIC X(1).
               10  WSEC-FUNC-D   PIC X(1).
               10  WSEC-FUNC-I   PIC X(1).
           05  FILLER            PIC X(1).
      * LAST ONLINE MAINTENANCE OF THE PROFILE - DATE AND SIGNED-ON
      * SUPERVISOR. BLANK ON RECORDS LOADED BY THE SETUP JOB.
           05  WSEC-UPD-DATE     PIC X(8).
           05  FILLER            PIC X(1).
           05  WSEC-UPD-USER     PIC X(8).
           05  FILLER            PIC X(46).

      * AUTHORIZATION CHECK WORKING FIELDS. THE CALLER MOVES THE RITU
      * FUNCTION CODE TO WS-SEC-FUNC BEFORE CHECK-FUNC-AUTHORITY; ON
      * RETURN FROM EITHER CHECK WS-SEC-DENIED MEANS REFUSE, WITH THE
      * SCREEN TEXT IN WS-SEC-MSG AND THE REFUSAL ALREADY LOGGED.
       01  WS-SEC-USERID         PIC X(8) VALUE SPACES.
       01  WS-SEC-FUNC           PIC X(1) VALUE SPACE.
       01  WS-SEC-FLAG           PIC X(1) VALUE 'N'.
       01  WS-SEC-RESP           PIC S9(8) COMP.
       01  WS-SEC-SW             PIC X(1) VALUE 'N'.
           88  WS-SEC-ALLOWED    VALUE 'Y'.
           88  WS-SEC-DENIED     VALUE 'N'.
       01  WS-SEC-MSG            PIC X(60) VALUE SPACES.
       01  WS-SEC-ABS-TIME       PIC S9(15) COMP-3 VALUE 0.
       01  WS-SEC-DATE-X         PIC X(8) VALUE SPACES.
       01  WS-SEC-TIME-X         PIC X(6) VALUE SPACES.
       01  WS-SEC-VIO-RBA        PIC S9(8) COMP VALUE 0.
