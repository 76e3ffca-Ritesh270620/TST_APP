      *****************************************************************
      * WMQEREC - STRMAST MAINTENANCE EVENT. THE RITU TRANSACTION     *
      * (RITESHU) PUTS WMQE-MSG ON THE MAINTENANCE EVENT QUEUE FOR    *
      * EVERY SUCCESSFUL ADD, CHANGE OR DELETE AND WRITES THE WHOLE   *
      * RECORD (170 BYTES) TO THE RKP.RITESH.MQEVENT ESDS (CICS FILE  *
      * EVTFIL) IN THE SAME UNIT OF WORK AS THE STRMFIL UPDATE AND    *
      * THE MNTJRNL JOURNAL RECORD. WHEN THE QUEUE CANNOT TAKE THE    *
      * MESSAGE THE EVENT IS LOGGED HELD AND THE NIGHTLY RITESHI JOB  *
      * SENDS IT, SO NO CHANGE IS EVER LOST TO THE SUBSCRIBERS.       *
      * DATE, TIME, USER, TERMINAL AND FUNCTION ARE THOSE OF THE      *
      * MATCHING WJRNREC RECORD. AN ADD CARRIES BLANKS AND ZERO IN    *
      * THE BEFORE VALUE AND COUNT, A DELETE IN THE AFTER VALUE AND   *
      * COUNT. COPY INTO EVERY PROGRAM THAT PUTS, LOGS OR READS       *
      * EVENTS SO ALL ENDS - AND THE SUBSCRIBERS' LAYOUT - STAY IN    *
      * SYNC.                                                         *
      *****************************************************************
       01  WMQEREC.
      * THE MESSAGE BODY AS PUT ON THE QUEUE (146 BYTES, CHARACTER
      * DATA, MQFMT-STRING).
           05  WMQE-MSG.
               10  WMQE-DATE     PIC 9(8).
               10  FILLER        PIC X(1).
               10  WMQE-TIME     PIC 9(6).
               10  FILLER        PIC X(1).
               10  WMQE-USERID   PIC X(8).
               10  FILLER        PIC X(1).
               10  WMQE-TERMID   PIC X(4).
               10  FILLER        PIC X(1).
               10  WMQE-FUNC     PIC X(1).
                   88  WMQE-FUNC-ADD     VALUE 'A'.
                   88  WMQE-FUNC-CHANGE  VALUE 'C'.
                   88  WMQE-FUNC-DELETE  VALUE 'D'.
               10  FILLER        PIC X(1).
               10  WMQE-STR-ID   PIC 9(6).
               10  FILLER        PIC X(1).
               10  WMQE-B-VALUE  PIC X(50).
               10  FILLER        PIC X(1).
               10  WMQE-B-COUNT  PIC 9(2).
               10  FILLER        PIC X(1).
               10  WMQE-A-VALUE  PIC X(50).
               10  FILLER        PIC X(1).
               10  WMQE-A-COUNT  PIC 9(2).
           05  FILLER            PIC X(1).
      * P - PUT ON THE QUEUE BY RITU. H - HELD, THE QUEUE COULD NOT
      * TAKE IT (WMQE-REASON IS THE MQ REASON CODE). S - A HELD EVENT
      * SENT LATER BY RITESHI ON WMQE-SENT-DATE.
           05  WMQE-STATUS       PIC X(1).
               88  WMQE-PUBLISHED    VALUE 'P'.
               88  WMQE-HELD         VALUE 'H'.
               88  WMQE-SENT-LATE    VALUE 'S'.
           05  FILLER            PIC X(1).
           05  WMQE-REASON       PIC 9(4).
           05  FILLER            PIC X(1).
           05  WMQE-SENT-DATE    PIC 9(8).
           05  FILLER            PIC X(8).

      * THE QUEUE THE EVENTS ARE PUT ON, ONLINE AND BY THE NIGHTLY
      * RESEND.
       01  WMQE-QUEUE-NAME       PIC X(48)
                                 VALUE 'RKP.RITESH.STRMAST.EVENTS'.
       01  WMQE-MSG-LENGTH       PIC S9(9) BINARY VALUE 146.
