      *****************************************************************
      * WCHGREC - MONTHLY SUPPLIER CHARGEBACK RECORD (120 BYTES,      *
      * FIXED FORMAT, ALL COUNTS UNSIGNED ZONED DECIMAL) WRITTEN BY   *
      * RITESHO TO THE RKP.RITESH.CHGBACK GDG FOR THE BILLING         *
      * SYSTEM'S LOAD. ONE DETAIL RECORD PER SUPPLIER SOURCE FOR THE  *
      * STATEMENT MONTH, FOLLOWED BY ONE TRAILER RECORD CARRYING THE  *
      * GRAND TOTALS AND THE DETAIL RECORD COUNT, SO THE LOAD CAN     *
      * PROVE IT RECEIVED THE FILE WHOLE. RATES ARE PERCENTAGES WITH  *
      * TWO IMPLIED DECIMALS (01234 = 12.34 PCT); REJECT RATE IS      *
      * REJECTED OVER RECEIVED, RECYCLE RATE IS RECYCLED OVER         *
      * REJECTED. REASON COUNTS ARE BY WREJ-REASON CODE 01-05 (SEE    *
      * WVALRUL FOR THE CODES).                                       *
      *****************************************************************
       01  WCHGREC.
           05  WCHG-REC-TYPE     PIC X(1).
               88  WCHG-DETAIL   VALUE 'D'.
               88  WCHG-TRAILER  VALUE 'T'.
           05  WCHG-MONTH        PIC 9(6).
      * SUPPLIER SOURCE CODE (WHDR-SOURCE); BLANK ON THE TRAILER.
           05  WCHG-SOURCE       PIC X(8).
           05  WCHG-RECEIVED     PIC 9(9).
           05  WCHG-ACCEPTED     PIC 9(9).
           05  WCHG-REJECTED     PIC 9(9).
           05  WCHG-REJ-RATE     PIC 9(3)V99.
           05  WCHG-RECYCLED     PIC 9(9).
           05  WCHG-RCY-RATE     PIC 9(3)V99.
           05  WCHG-DUPLICATES   PIC 9(9).
           05  WCHG-REASON-CNT   PIC 9(7) OCCURS 5 TIMES.
      * NUMBER OF DETAIL RECORDS IN THE FILE - TRAILER ONLY, ZERO ON
      * A DETAIL RECORD.
           05  WCHG-DETAIL-COUNT PIC 9(6).
           05  FILLER            PIC X(9).
