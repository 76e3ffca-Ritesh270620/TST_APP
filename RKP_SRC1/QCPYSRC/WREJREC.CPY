      * COME FROM THE VALIDATION-RULES DATASET). WREJ-POS IS ONLY
      * MEANINGFUL FOR REASON 01.
           05  WREJ-REASON       PIC 9(2).
      * RUN TYPE OF THE CYCLE THAT WROTE THE REJECT ('F' FULL, 'D'
      * DELTA - SEE WHDR-RUN-TYPE), CARRIED IN THE FORMER SEPARATOR
      * BYTE. BLANK ON RECORDS WRITTEN BEFORE DELTA RUNS EXISTED, ALL
      * OF WHICH CAME FROM FULL RUNS.
           05  WREJ-RUN-TYPE     PIC X(1).
               88  WREJ-RUN-FULL VALUE 'F' SPACE.
               88  WREJ-RUN-DELTA VALUE 'D'.
      * SOURCE SYSTEM OF THE TRANSMISSION THE REJECT CAME FROM
      * (WHDR-SOURCE), OR 'RECYCLE' FOR A RE-REJECTED RECYCLED
      * RECORD, SO REJECTS CAN BE PUSHED BACK TO THE RIGHT SUPPLIER.
      * RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY BLANKS HERE.
           05  WREJ-SOURCE       PIC X(8).
      * RUN DATE OF THE CYCLE THAT WROTE THE REJECT (THE SAME DATE
      * ITS AUDIT RECORDS CARRY), SO REJECTS CAN BE ATTRIBUTED TO A
      * BILLING MONTH ONCE THEY LEAVE THE DAY'S GENERATION. RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED CARRY BLANKS - TEST
      * WREJ-DATE IS NUMERIC BEFORE USING IT.
           05  WREJ-DATE         PIC 9(8).
