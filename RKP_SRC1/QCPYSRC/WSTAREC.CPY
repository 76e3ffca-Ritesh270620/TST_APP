      *****************************************************************
      * WSTAREC - READ-ONLY LAYOUT OF THE REJECT-STATUS RECORD        *
      * (RKP.RITESH.REJSTAT GDG, 100 BYTES - SEE CBL14 WS-STATUS-LINE)*
      * FOR PROGRAMS THAT ONLY NEED TO INTERPRET STATUS RECORDS, NOT  *
      * WRITE THEM. RITESHR WRITES ONE RECORD PER REJECT PER REPAIR   *
      * RUN, SO THE SAME REJECT CAN APPEAR IN SEVERAL GENERATIONS -   *
      * THE NEWEST GENERATION'S STATUS IS THE CURRENT ONE. FIELD      *
      * POSITIONS AND LENGTHS MUST STAY IN SYNC WITH CBL14'S          *
      * WS-STATUS-LINE.                                               *
      *****************************************************************
       01  WSTAREC.
           05  WSTA-ID           PIC 9(6).
           05  FILLER            PIC X(1).
      * THE CORRECTED STRING FOR RECYCLED/CORRECTED, THE ORIGINAL
      * REJECTED STRING FOR OPEN.
           05  WSTA-STR          PIC X(50).
           05  FILLER            PIC X(1).
           05  WSTA-POS          PIC 9(2).
           05  FILLER            PIC X(1).
           05  WSTA-STATUS       PIC X(9).
               88  WSTA-OPEN     VALUE 'OPEN'.
               88  WSTA-CORRECTED VALUE 'CORRECTED'.
               88  WSTA-RECYCLED VALUE 'RECYCLED'.
           05  FILLER            PIC X(1).
      * THE REJECT'S OWN SOURCE, REASON CODE AND CYCLE RUN DATE
      * (WREJ-SOURCE, WREJ-REASON, WREJ-DATE), AND THE DATE OF THE
      * REPAIR RUN THAT WROTE THIS STATUS. THE REJECT RUN DATE IS
      * BLANK FOR REJECTS WRITTEN BEFORE THE REJECT RECORD CARRIED
      * ONE.
           05  WSTA-SOURCE       PIC X(8).
           05  FILLER            PIC X(1).
           05  WSTA-REASON       PIC 9(2).
           05  FILLER            PIC X(1).
           05  WSTA-REJ-DATE     PIC 9(8).
           05  FILLER            PIC X(1).
           05  WSTA-RUN-DATE     PIC 9(8).
