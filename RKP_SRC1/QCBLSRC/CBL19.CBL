      *                                                               *
      *   ROW 1        - COLUMN HEADER ROW                            *
      *   DETAIL ROWS  - STR-ID,RUN-DATE,RUN-TIME,JOB-NAME,           *
      *                  STR-VALUE,CNT,RUN-TYPE (JOB NAME AND STRING  *
      *                  TRIMMED OF TRAILING BLANKS; STRINGS CAN      *
      *                  NEVER CONTAIN A COMMA BECAUSE THE COUNTER    *
      *                  RULES ONLY PASS LETTERS, DIGITS AND BLANKS;  *
      *                  RUN-TYPE IS FULL OR DELTA - A DELTA CYCLE    *
      *                  COUNTS ONLY THE STRINGS MAINTAINED SINCE THE *
      *                  LAST SUCCESSFUL CYCLE)                       *
      *   LAST ROW     - EOF,NNNNNN WITH THE DETAIL ROW COUNT, SO     *
      *                  THE RECEIVER CAN PROVE THE TRANSFER ARRIVED  *
      *                  WHOLE                                        *
         01 WS-STR-LEN PIC 9(2) VALUE 0.
         01 WS-CNT-X PIC X(3) VALUE SPACES.
         01 WS-CNT-POS PIC 9(1) VALUE 0.
         01 WS-TYPE-X PIC X(5) VALUE SPACES.
         01 WS-CSV-LINE PIC X(100) VALUE SPACES.

         01 WS-CSV-HEADER PIC X(56) VALUE
            'STR-ID,RUN-DATE,RUN-TIME,JOB-NAME,STR-VALUE,CNT,RUN-TYPE'.
         01 WS-EOF-ROW.
            05 FILLER PIC X(4) VALUE 'EOF,'.
            05 WS-EOF-COUNT PIC 9(6).
               WAUD-STR(1:WS-STR-LEN) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CNT-X(WS-CNT-POS:4 - WS-CNT-POS) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-TYPE-X DELIMITED BY SPACE
               INTO WS-CSV-LINE.
           WRITE CSV-REC FROM WS-CSV-LINE.
           ADD 1 TO WS-RECS-OUT.
                  OR WS-CNT-X(WS-CNT-POS:1) NOT = '0'
              CONTINUE
           END-PERFORM.
           IF WAUD-RUN-DELTA
              MOVE 'DELTA' TO WS-TYPE-X
           ELSE
              MOVE 'FULL' TO WS-TYPE-X
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
