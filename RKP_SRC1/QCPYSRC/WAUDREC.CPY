               10  WAUD-BLANK    PIC Z9.
           05  WAUD-XTD-X REDEFINES WAUD-XTD
                                 PIC X(9).
      * RUN TYPE OF THE CYCLE THAT WROTE THE RECORD ('F' FULL,
      * 'D' DELTA - SEE WHDR-RUN-TYPE). RECORDS WRITTEN BEFORE
      * DELTA RUNS EXISTED CARRY A BLANK HERE; THEY ALL CAME FROM
      * FULL RUNS.
           05  WAUD-RUN-TYPE     PIC X(1).
               88  WAUD-RUN-FULL VALUE 'F' SPACE.
               88  WAUD-RUN-DELTA VALUE 'D'.
      * SOURCE SYSTEM OF THE TRANSMISSION THE RECORD CAME FROM
      * (WHDR-SOURCE), OR 'RECYCLE' FOR A RECYCLED REPAIR. RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED CARRY BLANKS HERE.
           05  WAUD-SOURCE       PIC X(8).
