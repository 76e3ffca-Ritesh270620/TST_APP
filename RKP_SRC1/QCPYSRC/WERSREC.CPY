      *****************************************************************
      * WERSREC - RECORD LAYOUTS FOR THE TARGETED ERASURE RUN         *
      * (RITESHZ, RITERS JCL). LEGAL'S ORDER IS KEYED AS A REQUEST    *
      * FILE (DDNAME ERSREQ, 80 BYTES): ONE 'H' CARD FIRST CARRYING   *
      * THE ORDER REFERENCE AND WHO ASKED, THEN ONE CARD PER THING TO *
      * ERASE - 'V' WITH THE VALUE ITSELF, OR 'I' WITH A STR-ID AND   *
      * THE RUN DATE IT WAS SEEN ON (AUDIT OR REJECT HISTORY), OR A   *
      * STR-ID ALONE FOR THE STRMAST RECORD OF THAT KEY. '*' IN       *
      * COLUMN 1 IS A COMMENT:                                        *
      *   H ORDER-REFERENCE------ REQUESTED-BY------------------      *
      *   V VALUE-TO-ERASE (COLUMNS 3-52, AS IT IS HELD)              *
      *   I NNNNNN YYYYMMDD   (DATE BLANK OR ZERO = STRMAST KEY)      *
      *                                                               *
      * THE RESOLVE STEP TURNS THE CARDS INTO THE VALUE LIST (DDNAME  *
      * ERSVAL, 120 BYTES): THE 'H' RECORD, ONE 'R' RECORD PER        *
      * REQUEST CARD WITH WHAT IT RESOLVED TO, AND ONE 'V' RECORD PER *
      * DISTINCT VALUE WITH THE MASK THAT REPLACES IT. EVERY ERASE    *
      * STEP READS THE 'V' RECORDS AND APPENDS ITS RESULT TO THE      *
      * ERASURE LOG (DDNAME ERSLOG, 120 BYTES): ONE 'D' RECORD FOR    *
      * THE DATASET OR GENERATION IT SEARCHED, FOLLOWED BY ONE 'V'    *
      * RECORD PER VALUE IT FOUND THERE. THE CERTIFY STEP PRINTS THE  *
      * CERTIFICATE FROM THE TWO. THE VALUE LIST AND THE REQUEST FILE *
      * HOLD THE ERASED VALUES IN CLEAR AND ARE DELETED BY THE JOB    *
      * ONCE THE CERTIFICATE IS CLEAN; THE LOG HOLDS NONE.            *
      * COPY INTO EVERY PROGRAM THAT WRITES OR READS THESE DATASETS   *
      * SO ALL ENDS STAY IN SYNC.                                     *
      *****************************************************************
       01  WERSREQ.
           05  WERQ-TYPE             PIC X(1).
               88  WERQ-HEADER       VALUE 'H'.
               88  WERQ-BY-VALUE     VALUE 'V'.
               88  WERQ-BY-ID        VALUE 'I'.
               88  WERQ-COMMENT      VALUE '*'.
           05  FILLER                PIC X(1).
           05  WERQ-BODY             PIC X(78).
           05  WERQ-HDR-BODY REDEFINES WERQ-BODY.
               10  WERQ-ORDER        PIC X(20).
               10  FILLER            PIC X(1).
               10  WERQ-REQUESTER    PIC X(30).
               10  FILLER            PIC X(27).
           05  WERQ-VAL-BODY REDEFINES WERQ-BODY.
               10  WERQ-VALUE        PIC X(50).
               10  FILLER            PIC X(28).
           05  WERQ-ID-BODY REDEFINES WERQ-BODY.
               10  WERQ-ID           PIC X(6).
               10  WERQ-ID-N REDEFINES WERQ-ID
                                     PIC 9(6).
               10  FILLER            PIC X(1).
               10  WERQ-DATE         PIC X(8).
               10  WERQ-DATE-N REDEFINES WERQ-DATE
                                     PIC 9(8).
               10  FILLER            PIC X(63).

      * R STATUS: R - RESOLVED TO WERV-REQ-VALUES VALUE(S). N - NOT
      * FOUND, NOTHING TO ERASE. M - THE VALUE IS ALREADY IN MASKED
      * FORM (ONLY X, 9, * AND BLANKS), SO THERE IS NOTHING LEFT OF
      * IT TO ERASE.
       01  WERSVAL.
           05  WERV-TYPE             PIC X(1).
               88  WERV-HEADER       VALUE 'H'.
               88  WERV-REQUEST      VALUE 'R'.
               88  WERV-VALUE-REC    VALUE 'V'.
           05  FILLER                PIC X(1).
           05  WERV-BODY             PIC X(118).
           05  WERV-HDR-BODY REDEFINES WERV-BODY.
               10  WERV-ORDER        PIC X(20).
               10  FILLER            PIC X(1).
               10  WERV-REQUESTER    PIC X(30).
               10  FILLER            PIC X(1).
               10  WERV-RUN-DATE     PIC 9(8).
               10  FILLER            PIC X(1).
               10  WERV-RUN-TIME     PIC 9(6).
               10  FILLER            PIC X(51).
           05  WERV-REQ-BODY REDEFINES WERV-BODY.
               10  WERV-LINE         PIC 9(3).
               10  FILLER            PIC X(1).
               10  WERV-REQ-TYPE     PIC X(1).
               10  FILLER            PIC X(1).
               10  WERV-REQ-ID       PIC 9(6).
               10  FILLER            PIC X(1).
               10  WERV-REQ-DATE     PIC 9(8).
               10  FILLER            PIC X(1).
               10  WERV-REQ-STATUS   PIC X(1).
                   88  WERV-REQ-RESOLVED  VALUE 'R'.
                   88  WERV-REQ-NOT-FOUND VALUE 'N'.
                   88  WERV-REQ-MASKED    VALUE 'M'.
               10  FILLER            PIC X(1).
               10  WERV-REQ-VALUES   PIC 9(3).
               10  FILLER            PIC X(91).
      * THE MASK KEEPS THE VALUE'S SHAPE - EACH LETTER BECOMES X,
      * EACH DIGIT 9, ANY OTHER CHARACTER * AND BLANKS STAY - SO A
      * MASKED RECORD STILL COUNTS TO THE CNT AND CHARACTER-CLASS
      * FIGURES IT WAS STORED WITH. WERV-LEN IS THE VALUE'S LENGTH TO
      * ITS LAST NON-BLANK (THE CSV EXTRACT CARRIES IT TRIMMED).
           05  WERV-VAL-BODY REDEFINES WERV-BODY.
               10  WERV-SEQ          PIC 9(3).
               10  FILLER            PIC X(1).
               10  WERV-FROM-LINE    PIC 9(3).
               10  FILLER            PIC X(1).
               10  WERV-LEN          PIC 9(2).
               10  FILLER            PIC X(1).
               10  WERV-VALUE        PIC X(50).
               10  FILLER            PIC X(1).
               10  WERV-MASK         PIC X(50).
               10  FILLER            PIC X(6).

      * D STATUS: S - SEARCHED TO THE END. F - THE DATASET WOULD NOT
      * OPEN (WERL-FILE-STATUS). E - A READ OR REWRITE FAILED PART
      * WAY THROUGH. WERL-GEN IS THE RELATIVE GENERATION SEARCHED
      * ('0', '-1' ...), BLANK FOR A DATASET THAT IS NOT A GDG.
      * WERL-RECS-VERIFIED AND WERL-REMAINING COME FROM THE SECOND,
      * READ-ONLY PASS AFTER THE MASKING PASS: THE RECORD COUNT MUST
      * MATCH WERL-RECS-READ AND NO OCCURRENCE MAY REMAIN.
       01  WERSLOG.
           05  WERL-TYPE             PIC X(1).
               88  WERL-DATASET      VALUE 'D'.
               88  WERL-VALUE-HITS   VALUE 'V'.
           05  FILLER                PIC X(1).
           05  WERL-TARGET           PIC X(8).
           05  FILLER                PIC X(1).
           05  WERL-GEN              PIC X(4).
           05  FILLER                PIC X(1).
           05  WERL-BODY             PIC X(104).
           05  WERL-DSN-BODY REDEFINES WERL-BODY.
               10  WERL-STATUS       PIC X(1).
                   88  WERL-SEARCHED     VALUE 'S'.
                   88  WERL-OPEN-FAILED  VALUE 'F'.
                   88  WERL-IO-FAILED    VALUE 'E'.
               10  FILLER            PIC X(1).
               10  WERL-FILE-STATUS  PIC X(2).
               10  FILLER            PIC X(1).
               10  WERL-RECS-READ    PIC 9(7).
               10  FILLER            PIC X(1).
               10  WERL-RECS-CHANGED PIC 9(7).
               10  FILLER            PIC X(1).
               10  WERL-FIELDS-MASKED PIC 9(7).
               10  FILLER            PIC X(1).
               10  WERL-RECS-VERIFIED PIC 9(7).
               10  FILLER            PIC X(1).
               10  WERL-REMAINING    PIC 9(7).
               10  FILLER            PIC X(1).
               10  WERL-DATE         PIC 9(8).
               10  FILLER            PIC X(1).
               10  WERL-TIME         PIC 9(6).
               10  FILLER            PIC X(44).
           05  WERL-HIT-BODY REDEFINES WERL-BODY.
               10  WERL-SEQ          PIC 9(3).
               10  FILLER            PIC X(1).
               10  WERL-HITS         PIC 9(7).
               10  FILLER            PIC X(93).
