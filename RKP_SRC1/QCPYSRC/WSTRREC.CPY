      * WSTRREC - SHARED RECORD LAYOUT FOR RITESH (CBL12) STR/CNT     *
      * DATA. COPY THIS LAYOUT INTO ANY PROGRAM THAT READS OR WRITES  *
      * RITESH INPUT/RESULT DATA SO THE FIELDS STAY IN SYNC.          *
      *                                                               *
      * ON THE STRMAST KSDS EVERY RECORD CARRIES THE DATES IT IS IN   *
      * FORCE BETWEEN, SET THROUGH RITU (YYYYMMDD, BOTH INCLUSIVE):    *
      *   STR-EFF-DATE - FIRST DAY IN FORCE. ZERO = IN FORCE FROM     *
      *                  THE START (EVERY RECORD LOADED BEFORE THE    *
      *                  DATES EXISTED CARRIES ZERO).                 *
      *   STR-EXP-DATE - LAST DAY IN FORCE. ZERO = NEVER EXPIRES.     *
      * A RECORD WHOSE EFFECTIVE DATE IS STILL TO COME IS PENDING,    *
      * ONE WHOSE EXPIRY DATE HAS PASSED IS EXPIRED; NEITHER IS       *
      * UNLOADED FOR COUNTING (SEE RITESHE).                          *
      *****************************************************************
       01  WSTRREC.
           05  STR-ID                  PIC 9(6).
           05  STR-VALUE               PIC X(50).
           05  STR-COUNT               PIC 9(2).
           05  STR-EFF-DATE            PIC 9(8).
           05  STR-EXP-DATE            PIC 9(8).
