      *****************************************************************
      * WVIOREC - SECURITY VIOLATION RECORD (80 BYTES). THE SHARED    *
      * AUTHORIZATION CHECK (COPY PSECCHK) IN THE RITH, RITU, RITC    *
      * AND RITP TRANSACTIONS WRITES ONE RECORD TO THE                *
      * RKP.RITESH.SECVIOL ESDS (CICS FILE VIOLFIL, APPEND-ONLY) FOR  *
      * EVERY REFUSAL: WHO (SIGNED-ON USER AND TERMINAL), WHEN, WHICH *
      * TRANSACTION AND RITU FUNCTION, AND WHY. THE NIGHTLY RITESHSV  *
      * REPORT LISTS THE DAY'S REFUSALS BY USER AND TERMINAL. COPY    *
      * INTO EVERY PROGRAM THAT WRITES OR READS VIOLATION RECORDS SO  *
      * BOTH ENDS STAY IN SYNC.                                       *
      *****************************************************************
       01  WVIOREC.
           05  WVIO-DATE         PIC 9(8).
           05  FILLER            PIC X(1).
           05  WVIO-TIME         PIC 9(6).
           05  FILLER            PIC X(1).
           05  WVIO-USERID       PIC X(8).
           05  FILLER            PIC X(1).
           05  WVIO-TERMID       PIC X(4).
           05  FILLER            PIC X(1).
           05  WVIO-TRANID       PIC X(4).
           05  FILLER            PIC X(1).
      * THE RITU FUNCTION REFUSED; BLANK FOR A TRANSACTION REFUSAL.
           05  WVIO-FUNC         PIC X(1).
           05  FILLER            PIC X(1).
           05  WVIO-REASON       PIC X(1).
               88  WVIO-NO-PROFILE   VALUE 'P'.
               88  WVIO-TRAN-DENIED  VALUE 'T'.
               88  WVIO-FUNC-DENIED  VALUE 'F'.
               88  WVIO-FILE-DOWN    VALUE 'U'.
           05  FILLER            PIC X(42).
