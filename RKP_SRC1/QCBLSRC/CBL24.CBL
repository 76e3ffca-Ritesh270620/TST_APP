      *       STRING MATCH IN RITESHR COMPARES 50-BYTE FIELDS, SO     *
      *       THE PADDED ORIGINAL STILL MATCHES THE PADDED REJECT.    *
      *                                                               *
      * THE SAME UTILITY CARRIES THE ONE-TIME CONVERSION FOR THE      *
      * EFFECTIVE-DATED MASTER, WHEN STRMAST RECORDS GAINED AN        *
      * EFFECTIVE AND AN EXPIRY DATE (SEE WSTRREC) AND THE JOURNAL    *
      * IMAGES GREW WITH THEM. BOTH DATES GO ON AS ZERO - IN FORCE    *
      * FROM THE START, NEVER EXPIRES - SO EVERY EXISTING RECORD IS   *
      * UNLOADED AND COUNTED EXACTLY AS BEFORE (SEE RITEFF JCL):      *
      *                                                               *
      *   PARM='EFFMAST' - STRMAST UNLOAD, 58 BYTES IN, 74 OUT.       *
      *                                                               *
      *   PARM='EFFJRNL' - MNTJRNL UNLOAD, 150 BYTES IN, 182 OUT.     *
      *       EACH 58-BYTE IMAGE BECOMES 74 BYTES; AN IMAGE THAT IS   *
      *       BLANK (AN ADD'S BEFORE, A DELETE'S AFTER) STAYS BLANK,  *
      *       ANY OTHER GETS THE TWO ZERO DATES, SO THE JOURNAL STILL *
      *       MATCHES THE CONVERTED MASTER IMAGE FOR IMAGE WHEN       *
      *       FORWARD RECOVERY (RITESHK) REPLAYS IT.                  *
      *                                                               *
      * THE CONVERSIONS ARE PURELY POSITIONAL AND NEVER DROP A        *
      * RECORD; IN AND OUT COUNTS ARE DISPLAYED AND MUST BE EQUAL.    *
      *****************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT EFM-OLD-FILE ASSIGN TO MSTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT EFM-NEW-FILE ASSIGN TO MSTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT EFJ-OLD-FILE ASSIGN TO JRNOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT EFJ-NEW-FILE ASSIGN TO JRNNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * FROZEN PRE-WIDENING LAYOUT: STR-ID, 20-BYTE VALUE, CNT.
           RECORDING MODE IS F.
       01  COR-NEW-REC PIC X(108).

      * FROZEN PRE-DATING MASTER LAYOUT: STR-ID, VALUE, CNT.
       FD  EFM-OLD-FILE
           RECORDING MODE IS F.
       01  EFM-OLD-REC PIC X(58).

       FD  EFM-NEW-FILE
           RECORDING MODE IS F.
       01  EFM-NEW-REC PIC X(74).

      * FROZEN PRE-DATING JOURNAL LAYOUT: THE 32-BYTE WHO/WHEN/
      * FUNCTION LEAD, THE 58-BYTE BEFORE IMAGE, A SEPARATOR, THE
      * 58-BYTE AFTER IMAGE AND A CLOSING BYTE.
       FD  EFJ-OLD-FILE
           RECORDING MODE IS F.
       01  EFJ-OLD-REC.
           05 OJR-LEAD PIC X(32).
           05 OJR-BEFORE PIC X(58).
           05 OJR-F1 PIC X(1).
           05 OJR-AFTER PIC X(58).
           05 OJR-F2 PIC X(1).

       FD  EFJ-NEW-FILE
           RECORDING MODE IS F.
       01  EFJ-NEW-REC PIC X(182).

       WORKING-STORAGE SECTION.
         01 WS-OLD-FILE-STATUS PIC XX VALUE '00'.
            88 WS-OLD-FILE-OK VALUE '00'.
            88 WS-MODE-MASTER VALUE 'MASTER'.
            88 WS-MODE-AUDIT VALUE 'AUDIT'.
            88 WS-MODE-CORRECT VALUE 'CORRECT'.
            88 WS-MODE-EFF-MASTER VALUE 'EFFMAST'.
            88 WS-MODE-EFF-JOURNAL VALUE 'EFFJRNL'.

         01 WS-RECS-IN PIC 9(6) VALUE 0.
         01 WS-RECS-OUT PIC 9(6) VALUE 0.
                   PERFORM CONVERT-AUDIT-RECORD UNTIL WS-EOF-YES
               WHEN WS-MODE-CORRECT
                   PERFORM CONVERT-CORRECT-RECORD UNTIL WS-EOF-YES
               WHEN WS-MODE-EFF-MASTER
                   PERFORM CONVERT-EFF-MASTER-RECORD UNTIL WS-EOF-YES
               WHEN WS-MODE-EFF-JOURNAL
                   PERFORM CONVERT-EFF-JOURNAL-RECORD UNTIL WS-EOF-YES
           END-EVALUATE.
           PERFORM END-OF-JOB.
           STOP RUN.
                   OPEN OUTPUT COR-NEW-FILE
                   PERFORM CHECK-NEW-OPEN
                   PERFORM READ-COR-OLD-FILE
               WHEN WS-MODE-EFF-MASTER
                   OPEN INPUT EFM-OLD-FILE
                   PERFORM CHECK-OLD-OPEN
                   OPEN OUTPUT EFM-NEW-FILE
                   PERFORM CHECK-NEW-OPEN
                   PERFORM READ-EFM-OLD-FILE
               WHEN WS-MODE-EFF-JOURNAL
                   OPEN INPUT EFJ-OLD-FILE
                   PERFORM CHECK-OLD-OPEN
                   OPEN OUTPUT EFJ-NEW-FILE
                   PERFORM CHECK-NEW-OPEN
                   PERFORM READ-EFJ-OLD-FILE
               WHEN OTHER
                   DISPLAY 'RITESHG: PARM MUST BE MASTER, AUDIT, '
                       'CORRECT, EFFMAST OR EFFJRNL - GOT: '
                       WS-PARM(1:8)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ADD 1 TO WS-RECS-OUT.
           PERFORM READ-COR-OLD-FILE.

      * NEW MASTER RECORD: THE OLD 58 BYTES IN 1-58, THE EFFECTIVE
      * DATE IN 59-66 AND THE EXPIRY DATE IN 67-74, BOTH ZERO.
       CONVERT-EFF-MASTER-RECORD.
           MOVE EFM-OLD-REC TO EFM-NEW-REC(1:58).
           MOVE ZERO TO EFM-NEW-REC(59:16).
           WRITE EFM-NEW-REC.
           ADD 1 TO WS-RECS-OUT.
           PERFORM READ-EFM-OLD-FILE.

      * NEW JOURNAL RECORD: LEAD IN 1-32, BEFORE IMAGE IN 33-106,
      * SEPARATOR IN 107, AFTER IMAGE IN 108-181, CLOSING BYTE IN
      * 182. A BLANK IMAGE STAYS BLANK.
       CONVERT-EFF-JOURNAL-RECORD.
           MOVE SPACES TO EFJ-NEW-REC.
           MOVE OJR-LEAD TO EFJ-NEW-REC(1:32).
           IF OJR-BEFORE NOT = SPACES
              MOVE OJR-BEFORE TO EFJ-NEW-REC(33:58)
              MOVE ZERO TO EFJ-NEW-REC(91:16)
           END-IF.
           MOVE OJR-F1 TO EFJ-NEW-REC(107:1).
           IF OJR-AFTER NOT = SPACES
              MOVE OJR-AFTER TO EFJ-NEW-REC(108:58)
              MOVE ZERO TO EFJ-NEW-REC(166:16)
           END-IF.
           MOVE OJR-F2 TO EFJ-NEW-REC(182:1).
           WRITE EFJ-NEW-REC.
           ADD 1 TO WS-RECS-OUT.
           PERFORM READ-EFJ-OLD-FILE.

       READ-MST-OLD-FILE.
           READ MST-OLD-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-RECS-IN
           END-READ.

       READ-EFM-OLD-FILE.
           READ EFM-OLD-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-RECS-IN
           END-READ.

       READ-EFJ-OLD-FILE.
           READ EFJ-OLD-FILE
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-RECS-IN
           END-READ.

       END-OF-JOB.
           DISPLAY 'RITESHG: MODE:                   ' WS-MODE.
           DISPLAY 'RITESHG: RECORDS READ:           ' WS-RECS-IN.
               WHEN WS-MODE-CORRECT
                   CLOSE COR-OLD-FILE
                   CLOSE COR-NEW-FILE
               WHEN WS-MODE-EFF-MASTER
                   CLOSE EFM-OLD-FILE
                   CLOSE EFM-NEW-FILE
               WHEN WS-MODE-EFF-JOURNAL
                   CLOSE EFJ-OLD-FILE
                   CLOSE EFJ-NEW-FILE
           END-EVALUATE.
           IF WS-RECS-IN NOT = WS-RECS-OUT
              DISPLAY 'RITESHG: IN/OUT COUNTS DIFFER - DO NOT LOAD'
