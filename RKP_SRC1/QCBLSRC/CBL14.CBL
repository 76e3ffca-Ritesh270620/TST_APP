      *               STRING STILL FAILED VALIDATION; NEEDS RE-KEYING.*
      *   RECYCLED  - CORRECTION APPLIED, VALIDATION PASSED, RECORD   *
      *               WRITTEN TO THE RECYCLE DATASET.                 *
      * EACH STATUS RECORD ALSO CARRIES THE REJECT'S SOURCE, REASON   *
      * AND RUN DATE PLUS THE DATE OF THIS REPAIR RUN (WSTAREC        *
      * LAYOUT), SO THE MONTH-END SUPPLIER STATEMENT (RITESHO) CAN    *
      * CREDIT EACH RECYCLE TO THE SUPPLIER AND MONTH IT CAME FROM.   *
      *****************************************************************

       ENVIRONMENT DIVISION.

       FD  STA-FILE
           RECORDING MODE IS F.
       01  STA-REC PIC X(100).

       FD  RUN-FILE
           RECORDING MODE IS F.
            05 WS-STA-POS PIC 9(2).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-STA-STATUS PIC X(9).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-STA-SOURCE PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-STA-REASON PIC 9(2).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-STA-REJ-DATE PIC X(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-STA-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REJECT-FILE.
           IF NOT WS-REJECT-FILE-OK
              DISPLAY 'RITESHR: REJECT-FILE OPEN FAILED, STATUS='
           END-IF.
           MOVE WREJ-ID TO WS-STA-ID.
           MOVE WREJ-POS TO WS-STA-POS.
           MOVE WREJ-SOURCE TO WS-STA-SOURCE.
           MOVE WREJ-REASON TO WS-STA-REASON.
           MOVE WREJ-DATE TO WS-STA-REJ-DATE.
           MOVE WS-RUN-DATE TO WS-STA-RUN-DATE.
           WRITE STA-REC FROM WS-STATUS-LINE.
           PERFORM READ-REJECT-FILE.

