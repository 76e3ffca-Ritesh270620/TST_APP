      * NIGHTLY RITESHJ REPORT SUMMARIZES THE DAY'S ACTIVITY BY       *
      * OPERATOR FROM THIS DATASET. COPY INTO EVERY PROGRAM THAT      *
      * WRITES OR READS JOURNAL RECORDS SO BOTH ENDS STAY IN SYNC.    *
      * EACH IMAGE IS THE WHOLE 74-BYTE MASTER RECORD, EFFECTIVE AND  *
      * EXPIRY DATES INCLUDED, SO A CHANGE OF DATES ALONE IS          *
      * JOURNALED AND REPLAYED LIKE ANY OTHER CHANGE.                 *
      *****************************************************************
       01  WJRNREC.
           05  WJRN-DATE         PIC 9(8).
               10  WJRN-B-ID     PIC 9(6).
               10  WJRN-B-VALUE  PIC X(50).
               10  WJRN-B-COUNT  PIC 9(2).
               10  WJRN-B-EFF-DATE PIC 9(8).
               10  WJRN-B-EXP-DATE PIC 9(8).
           05  FILLER            PIC X(1).
           05  WJRN-AFTER.
               10  WJRN-A-ID     PIC 9(6).
               10  WJRN-A-VALUE  PIC X(50).
               10  WJRN-A-COUNT  PIC 9(2).
               10  WJRN-A-EFF-DATE PIC 9(8).
               10  WJRN-A-EXP-DATE PIC 9(8).
           05  FILLER            PIC X(1).
