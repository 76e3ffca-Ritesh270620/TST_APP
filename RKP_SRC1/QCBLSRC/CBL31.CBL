       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITESHZ.

      *****************************************************************
      * RITESHZ - TARGETED ERASURE OF A STRING VALUE FROM EVERYTHING  *
      * THE RITESH SYSTEM HOLDS, FOR A LEGAL ORDER TO REMOVE A VALUE  *
      * (A STRING THAT TURNED OUT TO CARRY PERSONAL DATA, SAY). THE   *
      * RITERS JCL RUNS IT ONCE PER STEP WITH THE STEP PARM PICKING   *
      * THE JOB TO DO (RECORD LAYOUTS IN WERSREC):                    *
      *                                                               *
      *   PARM='RESOLVE' - READS THE REQUEST FILE (ERSREQ) AND WRITES *
      *       THE VALUE LIST (ERSVAL). A 'V' CARD NAMES THE VALUE;    *
      *       AN 'I' CARD NAMES A STR-ID AND A RUN DATE, RESOLVED TO  *
      *       THE VALUE(S) THE AUDIT LOG (AUDFILE), THE AUDIT         *
      *       ARCHIVE (ARCFILE) OR THE REJECT HISTORY (REJFILE)       *
      *       CARRIED UNDER THAT STR-ID ON THAT DATE - OR, WITH NO    *
      *       DATE, TO THE VALUE OF THAT STRMAST KEY (MSTFILE). ALSO  *
      *       STARTS A FRESH, EMPTY ERASURE LOG (ERSLOG). RC=4 WHEN A *
      *       CARD RESOLVED TO NOTHING, RC=16 ON A BAD CARD OR OPEN   *
      *       FAILURE - NOTHING IS ERASED UNTIL THE ORDER IS CLEAN.   *
      *                                                               *
      *   PARM='ERASE,TARGET[,GEN]' - MASKS EVERY OCCURRENCE OF       *
      *       EVERY VALUE ON THE LIST IN ONE DATASET (DDNAME          *
      *       ERSFILE): TARGET IS THE LAST QUALIFIER OF ITS NAME      *
      *       (SEE THE TARGET TABLE BELOW) AND GEN THE RELATIVE       *
      *       GENERATION ('0', '-1' ...) FOR A GDG. THE DATASET IS    *
      *       UPDATED IN PLACE - EVERY RECORD IS READ AND A RECORD    *
      *       HOLDING A VALUE IS REWRITTEN AT ITS OWN LENGTH WITH     *
      *       ONLY THE VALUE FIELD CHANGED - THEN READ AGAIN FROM THE *
      *       START TO PROVE THE RECORD COUNT DID NOT MOVE AND NO     *
      *       OCCURRENCE IS LEFT. THE RESULT GOES ON THE ERASURE LOG. *
      *       RC=8 IF THE SECOND PASS DISAGREES, RC=12 IF THE         *
      *       DATASET WOULD NOT OPEN, RC=16 ON A BAD PARM OR AN I/O   *
      *       ERROR PART WAY THROUGH (STILL LOGGED).                  *
      *                                                               *
      *   PARM='CERTIFY' - PRINTS THE ERASURE CERTIFICATE (CRTFILE)   *
      *       FROM THE VALUE LIST AND THE LOG: THE ORDER, WHAT EACH   *
      *       CARD RESOLVED TO (VALUES ARE SHOWN ONLY AS THEIR        *
      *       MASK), EVERY DATASET AND GENERATION SEARCHED WITH ITS   *
      *       RECORDS, RECORDS CHANGED AND FIELDS MASKED, AND A       *
      *       COMPLETENESS CHECK OF EVERY TARGET AND GENERATION THAT  *
      *       SHOULD HAVE BEEN SEARCHED, THEN THE SIGN-OFF BLOCK.     *
      *       A GDG IS EXPECTED TO HOLD AS MANY GENERATIONS AS ITS    *
      *       LIMIT; A SCOPE CARD (ERSSCP, OPTIONAL - 'TARGET   NN')  *
      *       SETS A SMALLER NUMBER WHERE FEWER ARE CATALOGED. WHERE  *
      *       A STEP WAS RERUN THE LATEST SEARCH OF A GENERATION      *
      *       STANDS. RC=0 CERTIFIED, RC=4 CERTIFIED BUT A CARD       *
      *       RESOLVED TO NOTHING, RC=8 NOT CERTIFIED (A TARGET OR    *
      *       GENERATION NOT SEARCHED, NOT CLEAN OR NOT VERIFIED),    *
      *       RC=16 BAD SCOPE CARD OR OPEN FAILURE. APPENDS A RUN     *
      *       RECORD TO RUNCTL: GENERATIONS SEARCHED IN, FIELDS       *
      *       MASKED OUT, EXCEPTIONS REJECTED.                        *
      *                                                               *
      * THE MASK (SEE WERSREC) KEEPS EACH VALUE'S SHAPE - LETTERS TO  *
      * X, DIGITS TO 9, ANYTHING ELSE TO * - SO NO RECORD IS ADDED    *
      * OR DROPPED AND EVERY STORED CNT, CHARACTER-CLASS COUNT, HASH  *
      * AND REPORT TOTAL STILL AGREES WITH THE MASKED STRING: RITBAL  *
      * AND THE TREND REPORT BALANCE AS BEFORE, AND FORWARD RECOVERY  *
      * STILL MATCHES THE MASKED JOURNAL IMAGES TO THE MASKED MASTER  *
      * AND BACKUP. A VALUE MATCHES A FIELD WHEN THE FIELD HOLDS      *
      * EXACTLY THAT VALUE (THE CSV EXTRACT: THAT STR-VALUE COLUMN).  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO ERSREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.

           SELECT VAL-FILE ASSIGN TO ERSVAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VAL-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO ERSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SCP-FILE ASSIGN TO ERSSCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCP-FILE-STATUS.

           SELECT CRT-FILE ASSIGN TO CRTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.

           SELECT RUN-FILE ASSIGN TO RUNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT MST-FILE ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT AUD-FILE ASSIGN TO AUDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT ARC-FILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

      * THE DATASET BEING ERASED, ONE SELECT PER RECORD LENGTH AND
      * ORGANIZATION (SEE THE TARGET TABLE). ONLY ONE IS EVER OPEN,
      * SO THEY SHARE THE DDNAME AND ONE STATUS FIELD.
           SELECT E050-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E074-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E080-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E085-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E100-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E104-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E108-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E110-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E170-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT E182-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT K074-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS K074-KEY
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT K080-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS K080-KEY
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT K104-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS K104-KEY
               FILE STATUS IS WS-ERS-FILE-STATUS.

           SELECT K108-FILE ASSIGN TO ERSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS K108-KEY
               FILE STATUS IS WS-ERS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORDING MODE IS F.
       01  REQ-REC PIC X(80).

       FD  VAL-FILE
           RECORDING MODE IS F.
       01  VAL-REC PIC X(120).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-REC PIC X(120).

       FD  SCP-FILE
           RECORDING MODE IS F.
       01  SCP-REC.
           05 SCP-TARGET PIC X(8).
           05 FILLER PIC X(1).
           05 SCP-GENS PIC X(2).
           05 SCP-GENS-N REDEFINES SCP-GENS PIC 9(2).
           05 FILLER PIC X(69).

       FD  CRT-FILE
           RECORDING MODE IS F.
       01  CRT-REC PIC X(80).

       FD  RUN-FILE
           RECORDING MODE IS F.
       01  RUN-REC PIC X(50).

       FD  MST-FILE.
       01  MST-REC.
           05 MST-ID PIC 9(6).
           05 MST-VALUE PIC X(50).
           05 MST-REST PIC X(18).

       FD  AUD-FILE
           RECORDING MODE IS F.
       01  AUD-REC PIC X(104).

       FD  ARC-FILE
           RECORDING MODE IS F.
       01  ARC-REC PIC X(104).

       FD  REJ-FILE
           RECORDING MODE IS F.
       01  REJ-REC PIC X(80).

       FD  E050-FILE
           RECORDING MODE IS F.
       01  E050-REC PIC X(50).

       FD  E074-FILE
           RECORDING MODE IS F.
       01  E074-REC PIC X(74).

       FD  E080-FILE
           RECORDING MODE IS F.
       01  E080-REC PIC X(80).

       FD  E085-FILE
           RECORDING MODE IS F.
       01  E085-REC PIC X(85).

       FD  E100-FILE
           RECORDING MODE IS F.
       01  E100-REC PIC X(100).

       FD  E104-FILE
           RECORDING MODE IS F.
       01  E104-REC PIC X(104).

       FD  E108-FILE
           RECORDING MODE IS F.
       01  E108-REC PIC X(108).

       FD  E110-FILE
           RECORDING MODE IS F.
       01  E110-REC PIC X(110).

       FD  E170-FILE
           RECORDING MODE IS F.
       01  E170-REC PIC X(170).

       FD  E182-FILE
           RECORDING MODE IS F.
       01  E182-REC PIC X(182).

       FD  K074-FILE.
       01  K074-REC.
           05 K074-KEY PIC X(6).
           05 FILLER PIC X(68).

       FD  K080-FILE.
       01  K080-REC.
           05 K080-KEY PIC X(6).
           05 FILLER PIC X(74).

       FD  K104-FILE.
       01  K104-REC.
           05 K104-KEY PIC X(6).
           05 FILLER PIC X(98).

       FD  K108-FILE.
       01  K108-REC.
           05 K108-KEY PIC X(6).
           05 FILLER PIC X(102).

       WORKING-STORAGE SECTION.
         01 WS-REQ-FILE-STATUS PIC XX VALUE '00'.
            88 WS-REQ-FILE-OK VALUE '00'.
         01 WS-VAL-FILE-STATUS PIC XX VALUE '00'.
            88 WS-VAL-FILE-OK VALUE '00'.
         01 WS-LOG-FILE-STATUS PIC XX VALUE '00'.
            88 WS-LOG-FILE-OK VALUE '00'.
         01 WS-SCP-FILE-STATUS PIC XX VALUE '00'.
            88 WS-SCP-FILE-OK VALUE '00'.
            88 WS-SCP-FILE-NOT-FOUND VALUE '35'.
         01 WS-CRT-FILE-STATUS PIC XX VALUE '00'.
            88 WS-CRT-FILE-OK VALUE '00'.
         01 WS-RUN-FILE-STATUS PIC XX VALUE '00'.
            88 WS-RUN-FILE-OK VALUE '00'.
            88 WS-RUN-FILE-NEW VALUE '35'.
         01 WS-MST-FILE-STATUS PIC XX VALUE '00'.
            88 WS-MST-FILE-OK VALUE '00'.
            88 WS-MST-FILE-NOT-FOUND VALUE '35'.
         01 WS-AUD-FILE-STATUS PIC XX VALUE '00'.
            88 WS-AUD-FILE-OK VALUE '00'.
            88 WS-AUD-FILE-NOT-FOUND VALUE '35'.
         01 WS-ARC-FILE-STATUS PIC XX VALUE '00'.
            88 WS-ARC-FILE-OK VALUE '00'.
            88 WS-ARC-FILE-NOT-FOUND VALUE '35'.
         01 WS-REJ-FILE-STATUS PIC XX VALUE '00'.
            88 WS-REJ-FILE-OK VALUE '00'.
            88 WS-REJ-FILE-NOT-FOUND VALUE '35'.
         01 WS-ERS-FILE-STATUS PIC XX VALUE '00'.
            88 WS-ERS-FILE-OK VALUE '00'.
            88 WS-ERS-FILE-EOF VALUE '10'.
         01 WS-EOF-SW PIC X VALUE 'N'.
            88 WS-EOF-YES VALUE 'Y'.

         01 WS-PARM PIC X(80) VALUE SPACES.
         01 WS-PARM-MODE PIC X(8) VALUE SPACES.
            88 WS-MODE-RESOLVE VALUE 'RESOLVE'.
            88 WS-MODE-ERASE VALUE 'ERASE'.
            88 WS-MODE-CERTIFY VALUE 'CERTIFY'.
         01 WS-PARM-TARGET PIC X(8) VALUE SPACES.
         01 WS-PARM-GEN PIC X(4) VALUE SPACES.
         01 WS-RUN-DATE PIC 9(8) VALUE 0.
         01 WS-RUN-TIME PIC 9(8) VALUE 0.

      * EVERY DATASET THAT CAN HOLD A STRING VALUE, IN THE ORDER THE
      * CERTIFICATE CHECKS THEM: THE LAST QUALIFIER OF ITS NAME UNDER
      * RKP.RITESH, WHETHER IT IS A GDG AND HOW MANY GENERATIONS ITS
      * LIMIT KEEPS (SEE RITGDG JCL), THE SELECT IT IS READ THROUGH
      * (E = FLAT OR ESDS, K = KSDS, THEN THE RECORD LENGTH), AND THE
      * LAYOUT THAT SAYS WHERE ITS VALUES SIT:
      *   MST WSTRREC  AUD WAUDREC  REJ WREJREC  STA WSTAREC
      *   COR WCORREC (BOTH STRINGS)  JRN WJRNREC (BOTH IMAGES)
      *   EVT WMQEREC (BEFORE AND AFTER)  CSV THE STR-VALUE COLUMN
      *   RPT A DETAIL LINE'S STRING  DSC A DISCREPANCY'S STRING
      *   RCY THE WHOLE RECORD (A RECYCLED STRING, OR A STRFILE
      *       DETAIL - ITS HEADER AND TRAILER NEVER MATCH A VALUE)
         01 WS-TGT-VALUES.
            05 FILLER PIC X(18) VALUE 'STRMAST N01K074MST'.
            05 FILLER PIC X(18) VALUE 'MSTBKP  Y14E074MST'.
            05 FILLER PIC X(18) VALUE 'STRFILE N01E050RCY'.
            05 FILLER PIC X(18) VALUE 'AUDIT   N01E104AUD'.
            05 FILLER PIC X(18) VALUE 'AUDKSDS N01K104AUD'.
            05 FILLER PIC X(18) VALUE 'AUDARCH Y14E104AUD'.
            05 FILLER PIC X(18) VALUE 'REJECTS Y40E080REJ'.
            05 FILLER PIC X(18) VALUE 'REJKSDS N01K080REJ'.
            05 FILLER PIC X(18) VALUE 'REJSTAT Y40E100STA'.
            05 FILLER PIC X(18) VALUE 'CORKSDS N01K108COR'.
            05 FILLER PIC X(18) VALUE 'CORRECT N01E108COR'.
            05 FILLER PIC X(18) VALUE 'MNTJRNL N01E182JRN'.
            05 FILLER PIC X(18) VALUE 'MQEVENT N01E170EVT'.
            05 FILLER PIC X(18) VALUE 'CSVOUT  Y14E100CSV'.
            05 FILLER PIC X(18) VALUE 'REPORT  Y14E110RPT'.
            05 FILLER PIC X(18) VALUE 'DISCREPSY14E085DSC'.
            05 FILLER PIC X(18) VALUE 'RECYCLE N01E050RCY'.
         01 WS-TGT-TABLE REDEFINES WS-TGT-VALUES.
            05 WS-TGT-ENTRY OCCURS 17 TIMES.
               10 WS-TGT-NAME PIC X(8).
               10 WS-TGT-GDG-SW PIC X(1).
                  88 WS-TGT-GDG VALUE 'Y'.
               10 WS-TGT-GENS PIC 9(2).
               10 WS-TGT-FILE PIC X(4).
               10 WS-TGT-LAYOUT PIC X(3).
         01 WS-TGT-MAX PIC 9(2) VALUE 17.
         01 TDX PIC 9(2) VALUE 0.
         01 WS-TGT-FOUND-SW PIC X VALUE 'N'.
            88 WS-TGT-FOUND-YES VALUE 'Y'.
         01 WS-GEN-MAX PIC 9(2) VALUE 40.
         01 GDX PIC 9(2) VALUE 0.

      * RELATIVE GENERATION TEXT ('0', '-N', '-NN') AND ITS NUMBER.
         01 WS-GEN-TEXT PIC X(4) VALUE SPACES.
         01 WS-GEN-NUM PIC 9(2) VALUE 0.
         01 WS-GEN-OK-SW PIC X VALUE 'N'.
            88 WS-GEN-OK VALUE 'Y'.
         01 WS-DSN-LABEL PIC X(30) VALUE SPACES.

         COPY WERSREC.

      * THE VALUES TO ERASE, LOADED FROM THE VALUE LIST (OR BUILT BY
      * THE RESOLVE STEP).
         01 WS-VAL-MAX PIC 9(3) VALUE 100.
         01 WS-VAL-COUNT PIC 9(3) VALUE 0.
         01 WS-VAL-TABLE.
            05 WS-VAL-ENTRY OCCURS 100 TIMES.
               10 WS-VAL-VALUE PIC X(50).
               10 WS-VAL-MASK PIC X(50).
               10 WS-VAL-LEN PIC 9(2).
               10 WS-VAL-FROM-LINE PIC 9(3).
               10 WS-VAL-LAST-REQ PIC 9(3).
               10 WS-VAL-HITS PIC 9(7).
         01 VDX PIC 9(3) VALUE 0.
         01 WS-MATCH-SUB PIC 9(3) VALUE 0.

      * THE REQUEST CARDS AS READ BY THE RESOLVE STEP.
         01 WS-REQ-MAX PIC 9(3) VALUE 50.
         01 WS-REQ-COUNT PIC 9(3) VALUE 0.
         01 WS-REQ-TABLE.
            05 WS-REQ-ENTRY OCCURS 50 TIMES.
               10 WS-REQ-LINE PIC 9(3).
               10 WS-REQ-TYPE PIC X(1).
               10 WS-REQ-ID PIC 9(6).
               10 WS-REQ-DATE PIC 9(8).
               10 WS-REQ-VALUES PIC 9(3).
               10 WS-REQ-MASKED-SW PIC X(1).
                  88 WS-REQ-MASKED-YES VALUE 'Y'.
         01 RDX PIC 9(3) VALUE 0.
         01 WS-CARD-LINE PIC 9(3) VALUE 0.
         01 WS-HDR-SW PIC X VALUE 'N'.
            88 WS-HDR-YES VALUE 'Y'.
         01 WS-HDR-ORDER PIC X(20) VALUE SPACES.
         01 WS-HDR-REQUESTER PIC X(30) VALUE SPACES.
         01 WS-HDR-DATE PIC 9(8) VALUE 0.
         01 WS-HDR-TIME PIC 9(6) VALUE 0.
         01 WS-BAD-CARDS PIC 9(3) VALUE 0.
         01 WS-KEY-CARDS PIC 9(3) VALUE 0.
         01 WS-DATED-CARDS PIC 9(3) VALUE 0.
         01 WS-UNRESOLVED PIC 9(3) VALUE 0.

      * MASK BUILDING AND MATCHING WORK AREAS.
         01 WS-NEW-VALUE PIC X(50) VALUE SPACES.
         01 WS-NEW-MASK PIC X(50) VALUE SPACES.
         01 WS-NEW-LEN PIC 9(2) VALUE 0.
         01 WS-ONE-CHAR PIC X(1) VALUE SPACE.
         01 CDX PIC 9(3) VALUE 0.
         01 WS-CHK-FIELD PIC X(50) VALUE SPACES.
         01 WS-MATCH-SW PIC X VALUE 'N'.
            88 WS-MATCH-YES VALUE 'Y'.

      * THE RECORD BEING SEARCHED, WHATEVER ITS LENGTH, AND THE
      * LAYOUTS ITS VALUES ARE FOUND THROUGH.
         01 WS-ERS-REC PIC X(182) VALUE SPACES.
         COPY WSTRREC.
         COPY WAUDREC.
         COPY WREJREC.
         COPY WSTAREC.
         COPY WCORREC.
         COPY WJRNREC.
         COPY WMQEREC.
         01 WS-COMMA-CNT PIC 9(2) VALUE 0.
         01 WS-CSV-START PIC 9(3) VALUE 0.
         01 WS-CSV-END PIC 9(3) VALUE 0.
         01 WS-CSV-LEN PIC 9(3) VALUE 0.

         01 WS-PASS-SW PIC X VALUE 'U'.
            88 WS-PASS-UPDATE VALUE 'U'.
            88 WS-PASS-VERIFY VALUE 'V'.
         01 WS-REC-CHANGED-SW PIC X VALUE 'N'.
            88 WS-REC-CHANGED-YES VALUE 'Y'.
         01 WS-IO-ERROR-SW PIC X VALUE 'N'.
            88 WS-IO-ERROR-YES VALUE 'Y'.
         01 WS-OPEN-STATUS PIC XX VALUE '00'.
         01 WS-RECS-READ PIC 9(7) VALUE 0.
         01 WS-RECS-CHANGED PIC 9(7) VALUE 0.
         01 WS-FIELDS-MASKED PIC 9(7) VALUE 0.
         01 WS-RECS-VERIFIED PIC 9(7) VALUE 0.
         01 WS-REMAINING PIC 9(7) VALUE 0.

      * CERTIFY: THE LATEST SEARCH OF EVERY TARGET AND GENERATION
      * (LOG RECORD NUMBER 0 = NEVER SEARCHED) AND THE NUMBER OF
      * GENERATIONS EACH TARGET SHOULD HAVE HAD SEARCHED.
         01 WS-SRCH-TABLE.
            05 WS-SRCH-TGT OCCURS 17 TIMES.
               10 WS-SRCH-EXPECT PIC 9(2).
               10 WS-SRCH-GEN OCCURS 40 TIMES.
                  15 WS-SRCH-SEQ PIC 9(7).
                  15 WS-SRCH-STATUS PIC X(1).
                  15 WS-SRCH-FSTAT PIC X(2).
                  15 WS-SRCH-READ PIC 9(7).
                  15 WS-SRCH-VERIFIED PIC 9(7).
                  15 WS-SRCH-REMAINING PIC 9(7).
         01 WS-LOG-SEQ PIC 9(7) VALUE 0.
         01 WS-PRINT-HITS-SW PIC X VALUE 'N'.
            88 WS-PRINT-HITS-YES VALUE 'Y'.
         01 WS-SRCH-COUNT PIC 9(5) VALUE 0.
         01 WS-TOT-READ PIC 9(9) VALUE 0.
         01 WS-TOT-CHANGED PIC 9(9) VALUE 0.
         01 WS-TOT-MASKED PIC 9(9) VALUE 0.
         01 WS-TOT-REMAINING PIC 9(9) VALUE 0.
         01 WS-EXCEPTIONS PIC 9(5) VALUE 0.
         01 WS-TGT-SEARCHED PIC 9(2) VALUE 0.
         01 WS-TGT-CLEAN PIC 9(2) VALUE 0.
         01 WS-BAD-SCOPE PIC 9(3) VALUE 0.
         01 WS-VAL-REC-COUNT PIC 9(3) VALUE 0.

         COPY WRUNREC.

      * CERTIFICATE LINES (80 BYTES).
         01 WS-CRT-LINE PIC X(80) VALUE SPACES.
         01 WS-BLANK-LINE PIC X(80) VALUE SPACES.
         01 WS-CRT-HEAD-1.
            05 FILLER PIC X(42)
               VALUE 'RITESH DATA ERASURE CERTIFICATE'.
            05 FILLER PIC X(10) VALUE 'PRINTED: '.
            05 WS-CH1-DATE PIC 9(8).
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-CH1-TIME PIC 9(6).
            05 FILLER PIC X(13) VALUE SPACES.
         01 WS-CRT-ORDER-LINE.
            05 WS-COL-LABEL PIC X(22).
            05 WS-COL-TEXT PIC X(58).
         01 WS-CRT-REQ-HEAD.
            05 FILLER PIC X(40)
               VALUE 'LINE  TYPE   STR-ID  RUN DATE  RESULT'.
            05 FILLER PIC X(40) VALUE SPACES.
         01 WS-CRT-REQ-LINE.
            05 WS-CRQ-LINE PIC 9(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 WS-CRQ-TYPE PIC X(5).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-CRQ-ID PIC X(6).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-CRQ-DATE PIC X(8).
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-CRQ-RESULT PIC X(49).
         01 WS-CRT-VAL-LINE.
            05 FILLER PIC X(6) VALUE 'VALUE '.
            05 WS-CVL-SEQ PIC 9(3).
            05 FILLER PIC X(6) VALUE '  LEN '.
            05 WS-CVL-LEN PIC Z9.
            05 FILLER PIC X(7) VALUE '  LINE '.
            05 WS-CVL-LINE PIC 9(3).
            05 FILLER PIC X(3) VALUE SPACES.
            05 WS-CVL-MASK PIC X(50).
         01 WS-CRT-DSN-HEAD.
            05 FILLER PIC X(40)
               VALUE 'DATASET SEARCHED                 RECORDS'.
            05 FILLER PIC X(40)
               VALUE '  CHANGED   MASKED  RESULT'.
         01 WS-CRT-DSN-LINE.
            05 WS-CDS-DSN PIC X(30).
            05 WS-CDS-READ PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-CDS-CHANGED PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(1) VALUE SPACE.
            05 WS-CDS-MASKED PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(2) VALUE SPACES.
            05 WS-CDS-RESULT PIC X(19).
         01 WS-CRT-HIT-LINE.
            05 FILLER PIC X(8) VALUE SPACES.
            05 FILLER PIC X(6) VALUE 'VALUE '.
            05 WS-CHT-SEQ PIC 9(3).
            05 FILLER PIC X(2) VALUE ': '.
            05 WS-CHT-HITS PIC Z,ZZZ,ZZ9.
            05 FILLER PIC X(15) VALUE ' FIELD(S) FOUND'.
            05 FILLER PIC X(37) VALUE SPACES.
         01 WS-CRT-TGT-LINE.
            05 WS-CTG-DSN PIC X(22).
            05 WS-CTG-SEARCHED PIC Z9.
            05 FILLER PIC X(4) VALUE ' OF '.
            05 WS-CTG-EXPECT PIC Z9.
            05 FILLER PIC X(17) VALUE ' GENERATION(S) - '.
            05 WS-CTG-RESULT PIC X(33).
         01 WS-CRT-EXC-LINE.
            05 FILLER PIC X(4) VALUE SPACES.
            05 WS-CEX-DSN PIC X(30).
            05 WS-CEX-TEXT PIC X(46).
         01 WS-CRT-TOT-LINE.
            05 WS-CTT-LABEL PIC X(34).
            05 WS-CTT-VALUE PIC ZZZ,ZZZ,ZZ9.
            05 FILLER PIC X(35) VALUE SPACES.
         01 WS-EDIT-COUNT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION.
           EVALUATE TRUE
               WHEN WS-MODE-RESOLVE
                   PERFORM RESOLVE-REQUEST
               WHEN WS-MODE-ERASE
                   PERFORM ERASE-TARGET
               WHEN WS-MODE-CERTIFY
                   PERFORM CERTIFY-ERASURE
           END-EVALUATE.
           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ',' OR SPACE
               INTO WS-PARM-MODE WS-PARM-TARGET WS-PARM-GEN
           END-UNSTRING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF NOT WS-MODE-RESOLVE AND NOT WS-MODE-ERASE
                 AND NOT WS-MODE-CERTIFY
              DISPLAY 'RITESHZ: PARM MUST BE RESOLVE, ERASE,TARGET'
                  '[,GEN] OR CERTIFY - GOT: ' WS-PARM(1:30)
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *****************************************************************
      * RESOLVE: REQUEST CARDS TO VALUE LIST                          *
      *****************************************************************
       RESOLVE-REQUEST.
           OPEN INPUT REQ-FILE.
           IF NOT WS-REQ-FILE-OK
              DISPLAY 'RITESHZ: REQ-FILE OPEN FAILED, STATUS='
                  WS-REQ-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-REQ-FILE.
           PERFORM LOAD-REQUEST-CARD UNTIL WS-EOF-YES.
           CLOSE REQ-FILE.
           IF NOT WS-HDR-YES
              DISPLAY 'RITESHZ: REQUEST FILE HAS NO H CARD - THE '
                  'ORDER REFERENCE IS REQUIRED'
              ADD 1 TO WS-BAD-CARDS
           END-IF.
           IF WS-REQ-COUNT = ZERO
              DISPLAY 'RITESHZ: REQUEST FILE HAS NO V OR I CARDS'
              ADD 1 TO WS-BAD-CARDS
           END-IF.
           IF WS-BAD-CARDS > ZERO
              DISPLAY 'RITESHZ: ' WS-BAD-CARDS ' BAD CARD(S) - '
                  'NOTHING RESOLVED, CORRECT ERSREQ AND RESUBMIT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-KEY-CARDS > ZERO
              PERFORM RESOLVE-MASTER-KEYS
           END-IF.
           IF WS-DATED-CARDS > ZERO
              PERFORM RESOLVE-DATED-IDS
           END-IF.
           PERFORM WRITE-VALUE-LIST.
           OPEN OUTPUT LOG-FILE.
           IF NOT WS-LOG-FILE-OK
              DISPLAY 'RITESHZ: LOG-FILE OPEN FAILED, STATUS='
                  WS-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE LOG-FILE.
           DISPLAY 'RITESHZ: ORDER REFERENCE:          ' WS-HDR-ORDER.
           DISPLAY 'RITESHZ: REQUEST CARDS:            ' WS-REQ-COUNT.
           DISPLAY 'RITESHZ: VALUES TO ERASE:          ' WS-VAL-COUNT.
           DISPLAY 'RITESHZ: CARDS RESOLVING TO NONE:  '
               WS-UNRESOLVED.
           IF WS-UNRESOLVED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       READ-REQ-FILE.
           READ REQ-FILE INTO WERSREQ
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-CARD-LINE
           END-READ.

      * THE H CARD MUST COME FIRST AND ONLY ONCE. A VALUE CARD IS
      * TAKEN AS IT STANDS; AN ID CARD WAITS FOR THE FILE PASSES
      * BELOW. BLANK CARDS AND COMMENTS ARE SKIPPED.
       LOAD-REQUEST-CARD.
           EVALUATE TRUE
               WHEN WERQ-COMMENT OR WERSREQ = SPACES
                   CONTINUE
               WHEN WERQ-HEADER
                   IF WS-HDR-YES OR WS-REQ-COUNT > ZERO
                      DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                          ' - H CARD MUST BE FIRST AND ONLY ONCE'
                      ADD 1 TO WS-BAD-CARDS
                   ELSE
                      SET WS-HDR-YES TO TRUE
                      MOVE WERQ-ORDER TO WS-HDR-ORDER
                      MOVE WERQ-REQUESTER TO WS-HDR-REQUESTER
                      IF WERQ-ORDER = SPACES
                         DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                             ' - ORDER REFERENCE IS BLANK'
                         ADD 1 TO WS-BAD-CARDS
                      END-IF
                   END-IF
               WHEN WERQ-BY-VALUE OR WERQ-BY-ID
                   IF WS-REQ-COUNT >= WS-REQ-MAX
                      DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                          ' - MORE THAN ' WS-REQ-MAX ' REQUEST CARDS'
                      ADD 1 TO WS-BAD-CARDS
                   ELSE
                      PERFORM ADD-REQUEST-CARD
                   END-IF
               WHEN OTHER
                   DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                       ' - TYPE MUST BE H, V, I OR *'
                   ADD 1 TO WS-BAD-CARDS
           END-EVALUATE.
           PERFORM READ-REQ-FILE.

       ADD-REQUEST-CARD.
           ADD 1 TO WS-REQ-COUNT.
           MOVE WS-REQ-COUNT TO RDX.
           MOVE WS-CARD-LINE TO WS-REQ-LINE(RDX).
           MOVE WERQ-TYPE TO WS-REQ-TYPE(RDX).
           MOVE ZERO TO WS-REQ-ID(RDX).
           MOVE ZERO TO WS-REQ-DATE(RDX).
           MOVE ZERO TO WS-REQ-VALUES(RDX).
           MOVE 'N' TO WS-REQ-MASKED-SW(RDX).
           IF WERQ-BY-VALUE
              IF WERQ-VALUE = SPACES
                 DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                     ' - VALUE IS BLANK'
                 ADD 1 TO WS-BAD-CARDS
              ELSE
                 MOVE WERQ-VALUE TO WS-NEW-VALUE
                 PERFORM ADD-RESOLVED-VALUE
              END-IF
           ELSE
              IF WERQ-ID IS NOT NUMERIC
                 DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                     ' - STR-ID MUST BE SIX DIGITS'
                 ADD 1 TO WS-BAD-CARDS
              ELSE
                 MOVE WERQ-ID-N TO WS-REQ-ID(RDX)
                 EVALUATE TRUE
                     WHEN WERQ-DATE = SPACES
                         ADD 1 TO WS-KEY-CARDS
                     WHEN WERQ-DATE IS NOT NUMERIC
                         DISPLAY 'RITESHZ: CARD ' WS-CARD-LINE
                             ' - RUN DATE MUST BE YYYYMMDD OR BLANK'
                         ADD 1 TO WS-BAD-CARDS
                     WHEN WERQ-DATE-N = ZERO
                         ADD 1 TO WS-KEY-CARDS
                     WHEN OTHER
                         MOVE WERQ-DATE-N TO WS-REQ-DATE(RDX)
                         ADD 1 TO WS-DATED-CARDS
                 END-EVALUATE
              END-IF
           END-IF.

      * A STR-ID WITH NO DATE IS A STRMAST KEY.
       RESOLVE-MASTER-KEYS.
           OPEN INPUT MST-FILE.
           IF NOT WS-MST-FILE-OK
              DISPLAY 'RITESHZ: MST-FILE OPEN FAILED, STATUS='
                  WS-MST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REQ-COUNT
              IF WS-REQ-TYPE(RDX) = 'I' AND WS-REQ-DATE(RDX) = ZERO
                 MOVE WS-REQ-ID(RDX) TO MST-ID
                 READ MST-FILE
                     INVALID KEY
                         DISPLAY 'RITESHZ: CARD ' WS-REQ-LINE(RDX)
                             ' - STR-ID ' WS-REQ-ID(RDX)
                             ' NOT ON STRMAST'
                     NOT INVALID KEY
                         MOVE MST-VALUE TO WS-NEW-VALUE
                         PERFORM ADD-RESOLVED-VALUE
                 END-READ
              END-IF
           END-PERFORM.
           CLOSE MST-FILE.

      * A STR-ID WITH A RUN DATE IS LOOKED UP IN THE AUDIT LOG, THE
      * AUDIT ARCHIVE AND THE REJECT HISTORY. STR-IDS RESTART EVERY
      * RUN, SO A RERUN ON THE SAME DAY CAN GIVE ONE CARD MORE THAN
      * ONE VALUE - EACH IS ERASED. THE ARCHIVE AND REJECT HISTORY
      * ARE OPTIONAL (NOTHING CATALOGED YET).
       RESOLVE-DATED-IDS.
           OPEN INPUT AUD-FILE.
           IF NOT WS-AUD-FILE-OK
              DISPLAY 'RITESHZ: AUD-FILE OPEN FAILED, STATUS='
                  WS-AUD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-AUD-FILE.
           PERFORM MATCH-AUDIT-RECORD UNTIL WS-EOF-YES.
           CLOSE AUD-FILE.
           OPEN INPUT ARC-FILE.
           IF WS-ARC-FILE-OK
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-ARC-FILE
              PERFORM MATCH-ARCHIVE-RECORD UNTIL WS-EOF-YES
              CLOSE ARC-FILE
           ELSE
              IF NOT WS-ARC-FILE-NOT-FOUND
                 DISPLAY 'RITESHZ: ARC-FILE OPEN FAILED, STATUS='
                     WS-ARC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT REJ-FILE.
           IF WS-REJ-FILE-OK
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-REJ-FILE
              PERFORM MATCH-REJECT-RECORD UNTIL WS-EOF-YES
              CLOSE REJ-FILE
           ELSE
              IF NOT WS-REJ-FILE-NOT-FOUND
                 DISPLAY 'RITESHZ: REJ-FILE OPEN FAILED, STATUS='
                     WS-REJ-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       MATCH-AUDIT-RECORD.
           MOVE AUD-REC TO WAUDREC.
           PERFORM MATCH-DATED-AUDIT.
           PERFORM READ-AUD-FILE.

       MATCH-ARCHIVE-RECORD.
           MOVE ARC-REC TO WAUDREC.
           PERFORM MATCH-DATED-AUDIT.
           PERFORM READ-ARC-FILE.

       MATCH-DATED-AUDIT.
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REQ-COUNT
              IF WS-REQ-TYPE(RDX) = 'I'
                    AND WS-REQ-DATE(RDX) NOT = ZERO
                    AND WS-REQ-ID(RDX) = WAUD-ID
                    AND WS-REQ-DATE(RDX) = WAUD-DATE
                 MOVE WAUD-STR TO WS-NEW-VALUE
                 PERFORM ADD-RESOLVED-VALUE
              END-IF
           END-PERFORM.

       MATCH-REJECT-RECORD.
           MOVE REJ-REC TO WREJREC.
           IF WREJ-DATE IS NUMERIC
              PERFORM VARYING RDX FROM 1 BY 1
                  UNTIL RDX > WS-REQ-COUNT
                 IF WS-REQ-TYPE(RDX) = 'I'
                       AND WS-REQ-DATE(RDX) NOT = ZERO
                       AND WS-REQ-ID(RDX) = WREJ-ID
                       AND WS-REQ-DATE(RDX) = WREJ-DATE
                    MOVE WREJ-STR TO WS-NEW-VALUE
                    PERFORM ADD-RESOLVED-VALUE
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM READ-REJ-FILE.

       READ-AUD-FILE.
           READ AUD-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

       READ-ARC-FILE.
           READ ARC-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

       READ-REJ-FILE.
           READ REJ-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

      * WS-NEW-VALUE RESOLVED FOR REQUEST CARD RDX. A VALUE ALREADY
      * IN MASKED FORM HAS NOTHING LEFT TO ERASE AND IS NOT LISTED;
      * A VALUE ALREADY LISTED IS LISTED ONCE, AND COUNTED ONCE PER
      * CARD.
       ADD-RESOLVED-VALUE.
           PERFORM BUILD-VALUE-MASK.
           IF WS-NEW-MASK = WS-NEW-VALUE
              SET WS-REQ-MASKED-YES(RDX) TO TRUE
           ELSE
              MOVE 'N' TO WS-MATCH-SW
              PERFORM VARYING VDX FROM 1 BY 1
                  UNTIL VDX > WS-VAL-COUNT OR WS-MATCH-YES
                 IF WS-VAL-VALUE(VDX) = WS-NEW-VALUE
                    SET WS-MATCH-YES TO TRUE
                    MOVE VDX TO WS-MATCH-SUB
                 END-IF
              END-PERFORM
              IF WS-MATCH-YES
                 IF WS-VAL-LAST-REQ(WS-MATCH-SUB) NOT = RDX
                    MOVE RDX TO WS-VAL-LAST-REQ(WS-MATCH-SUB)
                    ADD 1 TO WS-REQ-VALUES(RDX)
                 END-IF
              ELSE
                 IF WS-VAL-COUNT >= WS-VAL-MAX
                    DISPLAY 'RITESHZ: MORE THAN ' WS-VAL-MAX
                        ' VALUES - SPLIT THE ORDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-VAL-COUNT
                 MOVE WS-NEW-VALUE TO WS-VAL-VALUE(WS-VAL-COUNT)
                 MOVE WS-NEW-MASK TO WS-VAL-MASK(WS-VAL-COUNT)
                 MOVE WS-NEW-LEN TO WS-VAL-LEN(WS-VAL-COUNT)
                 MOVE WS-REQ-LINE(RDX)
                     TO WS-VAL-FROM-LINE(WS-VAL-COUNT)
                 MOVE RDX TO WS-VAL-LAST-REQ(WS-VAL-COUNT)
                 MOVE ZERO TO WS-VAL-HITS(WS-VAL-COUNT)
                 ADD 1 TO WS-REQ-VALUES(RDX)
              END-IF
           END-IF.

      * LETTERS TO X, DIGITS TO 9, ANY OTHER NON-BLANK TO *, BLANKS
      * KEPT - THE COUNTER RULES SEE THE SAME CLASSES IN THE SAME
      * PLACES. THE LENGTH RUNS TO THE LAST NON-BLANK.
       BUILD-VALUE-MASK.
           MOVE SPACES TO WS-NEW-MASK.
           MOVE ZERO TO WS-NEW-LEN.
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > 50
              MOVE WS-NEW-VALUE(CDX:1) TO WS-ONE-CHAR
              IF WS-ONE-CHAR NOT = SPACE
                 MOVE CDX TO WS-NEW-LEN
                 EVALUATE TRUE
                     WHEN WS-ONE-CHAR IS NUMERIC
                         MOVE '9' TO WS-NEW-MASK(CDX:1)
                     WHEN WS-ONE-CHAR IS ALPHABETIC
                         MOVE 'X' TO WS-NEW-MASK(CDX:1)
                     WHEN OTHER
                         MOVE '*' TO WS-NEW-MASK(CDX:1)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       WRITE-VALUE-LIST.
           OPEN OUTPUT VAL-FILE.
           IF NOT WS-VAL-FILE-OK
              DISPLAY 'RITESHZ: VAL-FILE OPEN FAILED, STATUS='
                  WS-VAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WERSVAL.
           SET WERV-HEADER TO TRUE.
           MOVE WS-HDR-ORDER TO WERV-ORDER.
           MOVE WS-HDR-REQUESTER TO WERV-REQUESTER.
           MOVE WS-RUN-DATE TO WERV-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WERV-RUN-TIME.
           WRITE VAL-REC FROM WERSVAL.
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REQ-COUNT
              MOVE SPACES TO WERSVAL
              SET WERV-REQUEST TO TRUE
              MOVE WS-REQ-LINE(RDX) TO WERV-LINE
              MOVE WS-REQ-TYPE(RDX) TO WERV-REQ-TYPE
              MOVE WS-REQ-ID(RDX) TO WERV-REQ-ID
              MOVE WS-REQ-DATE(RDX) TO WERV-REQ-DATE
              MOVE WS-REQ-VALUES(RDX) TO WERV-REQ-VALUES
              EVALUATE TRUE
                  WHEN WS-REQ-VALUES(RDX) > ZERO
                      SET WERV-REQ-RESOLVED TO TRUE
                  WHEN WS-REQ-MASKED-YES(RDX)
                      SET WERV-REQ-MASKED TO TRUE
                      ADD 1 TO WS-UNRESOLVED
                  WHEN OTHER
                      SET WERV-REQ-NOT-FOUND TO TRUE
                      ADD 1 TO WS-UNRESOLVED
              END-EVALUATE
              WRITE VAL-REC FROM WERSVAL
           END-PERFORM.
           PERFORM VARYING VDX FROM 1 BY 1 UNTIL VDX > WS-VAL-COUNT
              MOVE SPACES TO WERSVAL
              SET WERV-VALUE-REC TO TRUE
              MOVE VDX TO WERV-SEQ
              MOVE WS-VAL-FROM-LINE(VDX) TO WERV-FROM-LINE
              MOVE WS-VAL-LEN(VDX) TO WERV-LEN
              MOVE WS-VAL-VALUE(VDX) TO WERV-VALUE
              MOVE WS-VAL-MASK(VDX) TO WERV-MASK
              WRITE VAL-REC FROM WERSVAL
           END-PERFORM.
           CLOSE VAL-FILE.

      *****************************************************************
      * ERASE: MASK ONE DATASET OR GENERATION IN PLACE, THEN VERIFY   *
      *****************************************************************
       ERASE-TARGET.
           PERFORM CHECK-ERASE-PARM.
           PERFORM LOAD-VALUE-LIST.
           MOVE SPACES TO WERSLOG.
           SET WERL-DATASET TO TRUE.
           MOVE WS-TGT-NAME(TDX) TO WERL-TARGET.
           MOVE WS-GEN-TEXT TO WERL-GEN.
           SET WERL-SEARCHED TO TRUE.
           SET WS-PASS-UPDATE TO TRUE.
           PERFORM OPEN-TARGET-UPDATE.
           IF NOT WS-ERS-FILE-OK
              SET WERL-OPEN-FAILED TO TRUE
              DISPLAY 'RITESHZ: ERS-FILE OPEN FAILED, STATUS='
                  WS-ERS-FILE-STATUS
              MOVE WS-ERS-FILE-STATUS TO WS-OPEN-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-TARGET
              PERFORM MASK-TARGET-RECORD UNTIL WS-EOF-YES
              PERFORM CLOSE-TARGET
              IF NOT WS-IO-ERROR-YES
                 SET WS-PASS-VERIFY TO TRUE
                 PERFORM OPEN-TARGET-VERIFY
                 IF NOT WS-ERS-FILE-OK
                    SET WS-IO-ERROR-YES TO TRUE
                    MOVE WS-ERS-FILE-STATUS TO WS-OPEN-STATUS
                 ELSE
                    MOVE 'N' TO WS-EOF-SW
                    PERFORM READ-TARGET
                    PERFORM VERIFY-TARGET-RECORD UNTIL WS-EOF-YES
                    PERFORM CLOSE-TARGET
                 END-IF
              END-IF
           END-IF.
           PERFORM WRITE-ERASE-LOG.
           DISPLAY 'RITESHZ: DATASET:                  ' WS-DSN-LABEL.
           DISPLAY 'RITESHZ: RECORDS SEARCHED:         ' WS-RECS-READ.
           DISPLAY 'RITESHZ: RECORDS CHANGED:          '
               WS-RECS-CHANGED.
           DISPLAY 'RITESHZ: FIELDS MASKED:            '
               WS-FIELDS-MASKED.
           DISPLAY 'RITESHZ: RECORDS ON RE-READ:       '
               WS-RECS-VERIFIED.
           DISPLAY 'RITESHZ: OCCURRENCES REMAINING:    '
               WS-REMAINING.
           IF WS-IO-ERROR-YES
              DISPLAY 'RITESHZ: I/O FAILED PART WAY, STATUS='
                  WS-OPEN-STATUS ' - DATASET NOT CERTIFIABLE'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WERL-SEARCHED
                    AND (WS-REMAINING > ZERO
                         OR WS-RECS-VERIFIED NOT = WS-RECS-READ)
                 DISPLAY 'RITESHZ: RE-READ DOES NOT AGREE - '
                     'DATASET NOT CLEAN'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

      * THE TARGET MUST BE ON THE TABLE; A GDG NEEDS A GENERATION
      * WITHIN ITS LIMIT, ANY OTHER DATASET MUST HAVE NONE.
       CHECK-ERASE-PARM.
           PERFORM FIND-TARGET.
           IF NOT WS-TGT-FOUND-YES
              DISPLAY 'RITESHZ: UNKNOWN ERASE TARGET: ' WS-PARM-TARGET
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM-GEN TO WS-GEN-TEXT.
           IF WS-TGT-GDG(TDX)
              PERFORM PARSE-GEN-TEXT
              IF WS-GEN-OK AND WS-GEN-NUM >= WS-TGT-GENS(TDX)
                 MOVE 'N' TO WS-GEN-OK-SW
              END-IF
              IF NOT WS-GEN-OK
                 SUBTRACT 1 FROM WS-TGT-GENS(TDX) GIVING WS-GEN-NUM
                 DISPLAY 'RITESHZ: ' WS-PARM-TARGET ' IS A GDG - '
                     'GEN MUST BE 0 OR -1 TO -' WS-GEN-NUM
                     ' - GOT: ' WS-PARM-GEN
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-GEN-TEXT NOT = SPACES
                 DISPLAY 'RITESHZ: ' WS-PARM-TARGET ' IS NOT A GDG - '
                     'NO GEN ALLOWED - GOT: ' WS-PARM-GEN
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM BUILD-DSN-LABEL.

       FIND-TARGET.
           MOVE 'N' TO WS-TGT-FOUND-SW.
           PERFORM VARYING TDX FROM 1 BY 1
               UNTIL TDX > WS-TGT-MAX OR WS-TGT-FOUND-YES
              IF WS-TGT-NAME(TDX) = WS-PARM-TARGET
                 SET WS-TGT-FOUND-YES TO TRUE
              END-IF
           END-PERFORM.
           IF WS-TGT-FOUND-YES
              SUBTRACT 1 FROM TDX
           END-IF.

      * '0' IS GENERATION 0, '-N' OR '-NN' GENERATION N, UP TO ONE
      * LESS THAN THE DEEPEST LIMIT ANY TARGET KEEPS.
       PARSE-GEN-TEXT.
           MOVE 'N' TO WS-GEN-OK-SW.
           MOVE ZERO TO WS-GEN-NUM.
           EVALUATE TRUE
               WHEN WS-GEN-TEXT = '0'
                   SET WS-GEN-OK TO TRUE
               WHEN WS-GEN-TEXT(1:1) = '-'
                     AND WS-GEN-TEXT(2:1) IS NUMERIC
                     AND WS-GEN-TEXT(3:2) = SPACES
                   MOVE WS-GEN-TEXT(2:1) TO WS-GEN-NUM
                   SET WS-GEN-OK TO TRUE
               WHEN WS-GEN-TEXT(1:1) = '-'
                     AND WS-GEN-TEXT(2:2) IS NUMERIC
                     AND WS-GEN-TEXT(4:1) = SPACE
                   MOVE WS-GEN-TEXT(2:2) TO WS-GEN-NUM
                   SET WS-GEN-OK TO TRUE
           END-EVALUATE.
           IF WS-GEN-OK AND WS-GEN-TEXT(1:1) = '-'
              IF WS-GEN-NUM = ZERO OR WS-GEN-NUM >= WS-GEN-MAX
                 MOVE 'N' TO WS-GEN-OK-SW
              END-IF
           END-IF.

      * WS-GEN-NUM BACK TO ITS RELATIVE GENERATION TEXT.
       BUILD-GEN-TEXT.
           MOVE SPACES TO WS-GEN-TEXT.
           EVALUATE TRUE
               WHEN WS-GEN-NUM = ZERO
                   MOVE '0' TO WS-GEN-TEXT
               WHEN WS-GEN-NUM < 10
                   STRING '-' WS-GEN-NUM(2:1) DELIMITED BY SIZE
                       INTO WS-GEN-TEXT
               WHEN OTHER
                   STRING '-' WS-GEN-NUM DELIMITED BY SIZE
                       INTO WS-GEN-TEXT
           END-EVALUATE.

       BUILD-DSN-LABEL.
           MOVE SPACES TO WS-DSN-LABEL.
           IF WS-TGT-GDG(TDX)
              STRING 'RKP.RITESH.' DELIMITED BY SIZE
                  WS-TGT-NAME(TDX) DELIMITED BY SPACE
                  '(' DELIMITED BY SIZE
                  WS-GEN-TEXT DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO WS-DSN-LABEL
           ELSE
              STRING 'RKP.RITESH.' DELIMITED BY SIZE
                  WS-TGT-NAME(TDX) DELIMITED BY SPACE
                  INTO WS-DSN-LABEL
           END-IF.

       LOAD-VALUE-LIST.
           OPEN INPUT VAL-FILE.
           IF NOT WS-VAL-FILE-OK
              DISPLAY 'RITESHZ: VAL-FILE OPEN FAILED, STATUS='
                  WS-VAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-VAL-FILE.
           PERFORM LOAD-ONE-VALUE UNTIL WS-EOF-YES.
           CLOSE VAL-FILE.

       LOAD-ONE-VALUE.
           IF WERV-VALUE-REC
              IF WS-VAL-COUNT >= WS-VAL-MAX
                 DISPLAY 'RITESHZ: VALUE LIST HOLDS MORE THAN '
                     WS-VAL-MAX ' VALUES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-VAL-COUNT
              MOVE WERV-VALUE TO WS-VAL-VALUE(WS-VAL-COUNT)
              MOVE WERV-MASK TO WS-VAL-MASK(WS-VAL-COUNT)
              MOVE WERV-LEN TO WS-VAL-LEN(WS-VAL-COUNT)
              MOVE WERV-FROM-LINE TO WS-VAL-FROM-LINE(WS-VAL-COUNT)
              MOVE ZERO TO WS-VAL-HITS(WS-VAL-COUNT)
           END-IF.
           PERFORM READ-VAL-FILE.

       READ-VAL-FILE.
           READ VAL-FILE INTO WERSVAL
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

       MASK-TARGET-RECORD.
           ADD 1 TO WS-RECS-READ.
           MOVE 'N' TO WS-REC-CHANGED-SW.
           PERFORM SCAN-TARGET-RECORD.
           IF WS-REC-CHANGED-YES
              PERFORM REWRITE-TARGET
              ADD 1 TO WS-RECS-CHANGED
           END-IF.
           IF NOT WS-IO-ERROR-YES
              PERFORM READ-TARGET
           END-IF.

       VERIFY-TARGET-RECORD.
           ADD 1 TO WS-RECS-VERIFIED.
           PERFORM SCAN-TARGET-RECORD.
           PERFORM READ-TARGET.

      * EVERY VALUE FIELD OF THE RECORD'S LAYOUT IS CHECKED. IN THE
      * UPDATE PASS A MATCH IS MASKED IN WS-ERS-REC; IN THE VERIFY
      * PASS IT IS ONLY COUNTED AS REMAINING.
       SCAN-TARGET-RECORD.
           EVALUATE WS-TGT-LAYOUT(TDX)
               WHEN 'MST'
                   MOVE WS-ERS-REC(1:74) TO WSTRREC
                   MOVE STR-VALUE TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO STR-VALUE
                   MOVE WSTRREC TO WS-ERS-REC(1:74)
               WHEN 'AUD'
                   MOVE WS-ERS-REC(1:104) TO WAUDREC
                   MOVE WAUD-STR TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WAUD-STR
                   MOVE WAUDREC TO WS-ERS-REC(1:104)
               WHEN 'REJ'
                   MOVE WS-ERS-REC(1:80) TO WREJREC
                   MOVE WREJ-STR TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WREJ-STR
                   MOVE WREJREC TO WS-ERS-REC(1:80)
               WHEN 'STA'
                   MOVE WS-ERS-REC(1:100) TO WSTAREC
                   MOVE WSTA-STR TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WSTA-STR
                   MOVE WSTAREC TO WS-ERS-REC(1:100)
               WHEN 'COR'
                   MOVE WS-ERS-REC(1:108) TO WCORREC
                   MOVE WCOR-OLD-STR TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WCOR-OLD-STR
                   MOVE WCOR-STR TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WCOR-STR
                   MOVE WCORREC TO WS-ERS-REC(1:108)
               WHEN 'JRN'
                   MOVE WS-ERS-REC(1:182) TO WJRNREC
                   MOVE WJRN-B-VALUE TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WJRN-B-VALUE
                   MOVE WJRN-A-VALUE TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WJRN-A-VALUE
                   MOVE WJRNREC TO WS-ERS-REC(1:182)
               WHEN 'EVT'
                   MOVE WS-ERS-REC(1:170) TO WMQEREC
                   MOVE WMQE-B-VALUE TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WMQE-B-VALUE
                   MOVE WMQE-A-VALUE TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WMQE-A-VALUE
                   MOVE WMQEREC TO WS-ERS-REC(1:170)
               WHEN 'CSV'
                   PERFORM CHECK-CSV-ROW
      * REPORT DETAIL LINES (CBL12 WS-DETAIL-LINE) CARRY THE STRING
      * IN 1-50 AND BLANKS IN 51-54; NO HEADING OR TOTAL LINE DOES.
               WHEN 'RPT'
                   IF WS-ERS-REC(51:4) = SPACES
                      MOVE WS-ERS-REC(1:50) TO WS-CHK-FIELD
                      PERFORM CHECK-VALUE-FIELD
                      MOVE WS-CHK-FIELD TO WS-ERS-REC(1:50)
                   END-IF
      * DISCREPANCY RECORDS (CBL12 WS-DISCREPANCY-LINE) CARRY THE
      * STRING IN 8-57 AFTER THE STR-ID AND ITS BLANK.
               WHEN 'DSC'
                   MOVE WS-ERS-REC(8:50) TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WS-ERS-REC(8:50)
               WHEN 'RCY'
                   MOVE WS-ERS-REC(1:50) TO WS-CHK-FIELD
                   PERFORM CHECK-VALUE-FIELD
                   MOVE WS-CHK-FIELD TO WS-ERS-REC(1:50)
           END-EVALUATE.

       CHECK-VALUE-FIELD.
           MOVE 'N' TO WS-MATCH-SW.
           IF WS-CHK-FIELD NOT = SPACES
              PERFORM VARYING VDX FROM 1 BY 1
                  UNTIL VDX > WS-VAL-COUNT OR WS-MATCH-YES
                 IF WS-VAL-VALUE(VDX) = WS-CHK-FIELD
                    SET WS-MATCH-YES TO TRUE
                    MOVE VDX TO WS-MATCH-SUB
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-MATCH-YES
              IF WS-PASS-UPDATE
                 MOVE WS-VAL-MASK(WS-MATCH-SUB) TO WS-CHK-FIELD
                 ADD 1 TO WS-VAL-HITS(WS-MATCH-SUB)
                 ADD 1 TO WS-FIELDS-MASKED
                 SET WS-REC-CHANGED-YES TO TRUE
              ELSE
                 ADD 1 TO WS-REMAINING
              END-IF
           END-IF.

      * CSV DETAIL ROWS (RITESHX): STR-ID,RUN-DATE,RUN-TIME,JOB-NAME,
      * STR-VALUE,CNT,RUN-TYPE WITH THE STRING TRIMMED OF TRAILING
      * BLANKS, SO IT MATCHES A VALUE OF EXACTLY ITS LENGTH. THE
      * COLUMN HEADER AND EOF CONTROL ROWS ARE LEFT ALONE.
       CHECK-CSV-ROW.
           IF WS-ERS-REC(1:7) NOT = 'STR-ID,'
                 AND WS-ERS-REC(1:4) NOT = 'EOF,'
              MOVE ZERO TO WS-COMMA-CNT
              MOVE ZERO TO WS-CSV-START
              MOVE ZERO TO WS-CSV-END
              PERFORM VARYING CDX FROM 1 BY 1
                  UNTIL CDX > 100 OR WS-CSV-END > ZERO
                 IF WS-ERS-REC(CDX:1) = ','
                    ADD 1 TO WS-COMMA-CNT
                    IF WS-COMMA-CNT = 4
                       COMPUTE WS-CSV-START = CDX + 1
                    END-IF
                    IF WS-COMMA-CNT = 5
                       COMPUTE WS-CSV-END = CDX - 1
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CSV-START > ZERO AND WS-CSV-END >= WS-CSV-START
                 COMPUTE WS-CSV-LEN = WS-CSV-END - WS-CSV-START + 1
                 PERFORM MATCH-CSV-VALUE
              END-IF
           END-IF.

       MATCH-CSV-VALUE.
           MOVE 'N' TO WS-MATCH-SW.
           PERFORM VARYING VDX FROM 1 BY 1
               UNTIL VDX > WS-VAL-COUNT OR WS-MATCH-YES
              IF WS-VAL-LEN(VDX) = WS-CSV-LEN
                 IF WS-ERS-REC(WS-CSV-START:WS-CSV-LEN)
                       = WS-VAL-VALUE(VDX)(1:WS-CSV-LEN)
                    SET WS-MATCH-YES TO TRUE
                    MOVE VDX TO WS-MATCH-SUB
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MATCH-YES
              IF WS-PASS-UPDATE
                 MOVE WS-VAL-MASK(WS-MATCH-SUB)(1:WS-CSV-LEN)
                     TO WS-ERS-REC(WS-CSV-START:WS-CSV-LEN)
                 ADD 1 TO WS-VAL-HITS(WS-MATCH-SUB)
                 ADD 1 TO WS-FIELDS-MASKED
                 SET WS-REC-CHANGED-YES TO TRUE
              ELSE
                 ADD 1 TO WS-REMAINING
              END-IF
           END-IF.

       OPEN-TARGET-UPDATE.
           EVALUATE WS-TGT-FILE(TDX)
               WHEN 'E050' OPEN I-O E050-FILE
               WHEN 'E074' OPEN I-O E074-FILE
               WHEN 'E080' OPEN I-O E080-FILE
               WHEN 'E085' OPEN I-O E085-FILE
               WHEN 'E100' OPEN I-O E100-FILE
               WHEN 'E104' OPEN I-O E104-FILE
               WHEN 'E108' OPEN I-O E108-FILE
               WHEN 'E110' OPEN I-O E110-FILE
               WHEN 'E170' OPEN I-O E170-FILE
               WHEN 'E182' OPEN I-O E182-FILE
               WHEN 'K074' OPEN I-O K074-FILE
               WHEN 'K080' OPEN I-O K080-FILE
               WHEN 'K104' OPEN I-O K104-FILE
               WHEN 'K108' OPEN I-O K108-FILE
           END-EVALUATE.

       OPEN-TARGET-VERIFY.
           EVALUATE WS-TGT-FILE(TDX)
               WHEN 'E050' OPEN INPUT E050-FILE
               WHEN 'E074' OPEN INPUT E074-FILE
               WHEN 'E080' OPEN INPUT E080-FILE
               WHEN 'E085' OPEN INPUT E085-FILE
               WHEN 'E100' OPEN INPUT E100-FILE
               WHEN 'E104' OPEN INPUT E104-FILE
               WHEN 'E108' OPEN INPUT E108-FILE
               WHEN 'E110' OPEN INPUT E110-FILE
               WHEN 'E170' OPEN INPUT E170-FILE
               WHEN 'E182' OPEN INPUT E182-FILE
               WHEN 'K074' OPEN INPUT K074-FILE
               WHEN 'K080' OPEN INPUT K080-FILE
               WHEN 'K104' OPEN INPUT K104-FILE
               WHEN 'K108' OPEN INPUT K108-FILE
           END-EVALUATE.

       CLOSE-TARGET.
           EVALUATE WS-TGT-FILE(TDX)
               WHEN 'E050' CLOSE E050-FILE
               WHEN 'E074' CLOSE E074-FILE
               WHEN 'E080' CLOSE E080-FILE
               WHEN 'E085' CLOSE E085-FILE
               WHEN 'E100' CLOSE E100-FILE
               WHEN 'E104' CLOSE E104-FILE
               WHEN 'E108' CLOSE E108-FILE
               WHEN 'E110' CLOSE E110-FILE
               WHEN 'E170' CLOSE E170-FILE
               WHEN 'E182' CLOSE E182-FILE
               WHEN 'K074' CLOSE K074-FILE
               WHEN 'K080' CLOSE K080-FILE
               WHEN 'K104' CLOSE K104-FILE
               WHEN 'K108' CLOSE K108-FILE
           END-EVALUATE.

      * A READ THAT FAILS FOR ANY REASON BUT END OF FILE ENDS THE
      * PASS AS AN I/O ERROR - THE DATASET CANNOT BE CERTIFIED.
       READ-TARGET.
           EVALUATE WS-TGT-FILE(TDX)
               WHEN 'E050' READ E050-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E074' READ E074-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E080' READ E080-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E085' READ E085-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E100' READ E100-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E104' READ E104-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E108' READ E108-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E110' READ E110-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E170' READ E170-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'E182' READ E182-FILE INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'K074' READ K074-FILE NEXT RECORD INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'K080' READ K080-FILE NEXT RECORD INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'K104' READ K104-FILE NEXT RECORD INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 'K108' READ K108-FILE NEXT RECORD INTO WS-ERS-REC
                   AT END SET WS-EOF-YES TO TRUE
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF-YES AND NOT WS-ERS-FILE-OK
              SET WS-IO-ERROR-YES TO TRUE
              MOVE WS-ERS-FILE-STATUS TO WS-OPEN-STATUS
              SET WS-EOF-YES TO TRUE
           END-IF.

       REWRITE-TARGET.
           EVALUATE WS-TGT-FILE(TDX)
               WHEN 'E050' REWRITE E050-REC FROM WS-ERS-REC
               WHEN 'E074' REWRITE E074-REC FROM WS-ERS-REC
               WHEN 'E080' REWRITE E080-REC FROM WS-ERS-REC
               WHEN 'E085' REWRITE E085-REC FROM WS-ERS-REC
               WHEN 'E100' REWRITE E100-REC FROM WS-ERS-REC
               WHEN 'E104' REWRITE E104-REC FROM WS-ERS-REC
               WHEN 'E108' REWRITE E108-REC FROM WS-ERS-REC
               WHEN 'E110' REWRITE E110-REC FROM WS-ERS-REC
               WHEN 'E170' REWRITE E170-REC FROM WS-ERS-REC
               WHEN 'E182' REWRITE E182-REC FROM WS-ERS-REC
               WHEN 'K074' REWRITE K074-REC FROM WS-ERS-REC
               WHEN 'K080' REWRITE K080-REC FROM WS-ERS-REC
               WHEN 'K104' REWRITE K104-REC FROM WS-ERS-REC
               WHEN 'K108' REWRITE K108-REC FROM WS-ERS-REC
           END-EVALUATE.
           IF NOT WS-ERS-FILE-OK
              DISPLAY 'RITESHZ: REWRITE FAILED AT RECORD '
                  WS-RECS-READ ', STATUS=' WS-ERS-FILE-STATUS
              SET WS-IO-ERROR-YES TO TRUE
              MOVE WS-ERS-FILE-STATUS TO WS-OPEN-STATUS
              SET WS-EOF-YES TO TRUE
           END-IF.

      * ONE 'D' RECORD FOR THE DATASET, THEN ONE 'V' RECORD PER VALUE
      * FOUND IN IT.
       WRITE-ERASE-LOG.
           OPEN EXTEND LOG-FILE.
           IF NOT WS-LOG-FILE-OK
              DISPLAY 'RITESHZ: LOG-FILE OPEN FAILED, STATUS='
                  WS-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-IO-ERROR-YES
              SET WERL-IO-FAILED TO TRUE
           END-IF.
           IF WERL-SEARCHED
              MOVE '00' TO WERL-FILE-STATUS
           ELSE
              MOVE WS-OPEN-STATUS TO WERL-FILE-STATUS
           END-IF.
           MOVE WS-RECS-READ TO WERL-RECS-READ.
           MOVE WS-RECS-CHANGED TO WERL-RECS-CHANGED.
           MOVE WS-FIELDS-MASKED TO WERL-FIELDS-MASKED.
           MOVE WS-RECS-VERIFIED TO WERL-RECS-VERIFIED.
           MOVE WS-REMAINING TO WERL-REMAINING.
           MOVE WS-RUN-DATE TO WERL-DATE.
           MOVE WS-RUN-TIME(1:6) TO WERL-TIME.
           WRITE LOG-REC FROM WERSLOG.
           PERFORM VARYING VDX FROM 1 BY 1 UNTIL VDX > WS-VAL-COUNT
              IF WS-VAL-HITS(VDX) > ZERO
                 MOVE SPACES TO WERL-BODY
                 SET WERL-VALUE-HITS TO TRUE
                 MOVE VDX TO WERL-SEQ
                 MOVE WS-VAL-HITS(VDX) TO WERL-HITS
                 WRITE LOG-REC FROM WERSLOG
              END-IF
           END-PERFORM.
           CLOSE LOG-FILE.

      *****************************************************************
      * CERTIFY: PRINT THE ERASURE CERTIFICATE                        *
      *****************************************************************
       CERTIFY-ERASURE.
           PERFORM VARYING TDX FROM 1 BY 1 UNTIL TDX > WS-TGT-MAX
              MOVE WS-TGT-GENS(TDX) TO WS-SRCH-EXPECT(TDX)
              PERFORM VARYING GDX FROM 1 BY 1 UNTIL GDX > WS-GEN-MAX
                 MOVE ZERO TO WS-SRCH-SEQ(TDX, GDX)
              END-PERFORM
           END-PERFORM.
           PERFORM LOAD-SCOPE-CARDS.
           OPEN OUTPUT CRT-FILE.
           IF NOT WS-CRT-FILE-OK
              DISPLAY 'RITESHZ: CRT-FILE OPEN FAILED, STATUS='
                  WS-CRT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND RUN-FILE.
           IF WS-RUN-FILE-NEW
              OPEN OUTPUT RUN-FILE
           END-IF.
           PERFORM NOTE-LATEST-SEARCHES.
           PERFORM PRINT-REQUEST-SECTION.
           PERFORM PRINT-SEARCH-SECTION.
           PERFORM PRINT-COMPLETENESS-SECTION.
           PERFORM PRINT-CERTIFICATE-FOOT.
           CLOSE CRT-FILE.
           DISPLAY 'RITESHZ: ORDER REFERENCE:          ' WS-HDR-ORDER.
           DISPLAY 'RITESHZ: GENERATIONS SEARCHED:     '
               WS-SRCH-COUNT.
           DISPLAY 'RITESHZ: FIELDS MASKED:            '
               WS-TOT-MASKED.
           DISPLAY 'RITESHZ: EXCEPTIONS:               '
               WS-EXCEPTIONS.
           EVALUATE TRUE
               WHEN WS-EXCEPTIONS > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNRESOLVED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           PERFORM WRITE-RUN-SUMMARY.

      * 'TARGET   NN' SETS HOW MANY GENERATIONS OF A GDG TARGET ARE
      * CATALOGED WHEN THAT IS FEWER THAN ITS LIMIT. NO ERSSCP DD
      * MEANS EVERY GDG IS FULL.
       LOAD-SCOPE-CARDS.
           OPEN INPUT SCP-FILE.
           IF WS-SCP-FILE-NOT-FOUND
              MOVE '00' TO WS-SCP-FILE-STATUS
           ELSE
              IF NOT WS-SCP-FILE-OK
                 DISPLAY 'RITESHZ: SCP-FILE OPEN FAILED, STATUS='
                     WS-SCP-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'N' TO WS-EOF-SW
              PERFORM READ-SCP-FILE
              PERFORM APPLY-SCOPE-CARD UNTIL WS-EOF-YES
              CLOSE SCP-FILE
              IF WS-BAD-SCOPE > ZERO
                 DISPLAY 'RITESHZ: ' WS-BAD-SCOPE ' BAD SCOPE CARD(S)'
                     ' - NO CERTIFICATE PRINTED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       APPLY-SCOPE-CARD.
           IF SCP-REC(1:1) NOT = '*' AND SCP-REC NOT = SPACES
              MOVE SCP-TARGET TO WS-PARM-TARGET
              PERFORM FIND-TARGET
              EVALUATE TRUE
                  WHEN NOT WS-TGT-FOUND-YES
                      DISPLAY 'RITESHZ: SCOPE CARD - UNKNOWN TARGET: '
                          SCP-TARGET
                      ADD 1 TO WS-BAD-SCOPE
                  WHEN NOT WS-TGT-GDG(TDX)
                      DISPLAY 'RITESHZ: SCOPE CARD - NOT A GDG: '
                          SCP-TARGET
                      ADD 1 TO WS-BAD-SCOPE
                  WHEN SCP-GENS IS NOT NUMERIC
                      DISPLAY 'RITESHZ: SCOPE CARD - GENERATIONS '
                          'MUST BE TWO DIGITS: ' SCP-TARGET
                      ADD 1 TO WS-BAD-SCOPE
                  WHEN SCP-GENS-N = ZERO
                        OR SCP-GENS-N > WS-TGT-GENS(TDX)
                      DISPLAY 'RITESHZ: SCOPE CARD - ' SCP-TARGET
                          ' GENERATIONS MUST BE 01 TO '
                          WS-TGT-GENS(TDX)
                      ADD 1 TO WS-BAD-SCOPE
                  WHEN OTHER
                      MOVE SCP-GENS-N TO WS-SRCH-EXPECT(TDX)
              END-EVALUATE
           END-IF.
           PERFORM READ-SCP-FILE.

       READ-SCP-FILE.
           READ SCP-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ.

      * FIRST PASS OF THE LOG: THE LAST 'D' RECORD FOR A TARGET AND
      * GENERATION IS ITS LATEST SEARCH (A RERUN STEP APPENDS AFTER
      * THE ONE IT REPLACES).
       NOTE-LATEST-SEARCHES.
           PERFORM OPEN-LOG-INPUT.
           MOVE ZERO TO WS-LOG-SEQ.
           PERFORM READ-LOG-FILE.
           PERFORM NOTE-ONE-SEARCH UNTIL WS-EOF-YES.
           CLOSE LOG-FILE.

       NOTE-ONE-SEARCH.
           IF WERL-DATASET
              PERFORM LOCATE-LOG-SLOT
              IF WS-GEN-OK
                 ADD 1 TO GDX
                 MOVE WS-LOG-SEQ TO WS-SRCH-SEQ(TDX, GDX)
                 MOVE WERL-STATUS TO WS-SRCH-STATUS(TDX, GDX)
                 MOVE WERL-FILE-STATUS TO WS-SRCH-FSTAT(TDX, GDX)
                 MOVE WERL-RECS-READ TO WS-SRCH-READ(TDX, GDX)
                 MOVE WERL-RECS-VERIFIED
                     TO WS-SRCH-VERIFIED(TDX, GDX)
                 MOVE WERL-REMAINING TO WS-SRCH-REMAINING(TDX, GDX)
              END-IF
           END-IF.
           PERFORM READ-LOG-FILE.

      * TDX AND WS-GEN-NUM FOR THE CURRENT 'D' RECORD; WS-GEN-OK IS
      * OFF WHEN THE RECORD NAMES NO KNOWN TARGET OR GENERATION.
       LOCATE-LOG-SLOT.
           MOVE WERL-TARGET TO WS-PARM-TARGET.
           PERFORM FIND-TARGET.
           MOVE 'N' TO WS-GEN-OK-SW.
           MOVE ZERO TO WS-GEN-NUM.
           IF WS-TGT-FOUND-YES
              MOVE WERL-GEN TO WS-GEN-TEXT
              IF WS-TGT-GDG(TDX)
                 PERFORM PARSE-GEN-TEXT
              ELSE
                 IF WS-GEN-TEXT = SPACES
                    SET WS-GEN-OK TO TRUE
                 END-IF
              END-IF
           END-IF.
           MOVE WS-GEN-NUM TO GDX.

       OPEN-LOG-INPUT.
           OPEN INPUT LOG-FILE.
           IF NOT WS-LOG-FILE-OK
              DISPLAY 'RITESHZ: LOG-FILE OPEN FAILED, STATUS='
                  WS-LOG-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

       READ-LOG-FILE.
           READ LOG-FILE INTO WERSLOG
               AT END SET WS-EOF-YES TO TRUE
               NOT AT END ADD 1 TO WS-LOG-SEQ
           END-READ.

      * THE ORDER AS RESOLVED, THEN THE VALUES BY THEIR MASKS ONLY -
      * THE CERTIFICATE NEVER CARRIES AN ERASED VALUE.
       PRINT-REQUEST-SECTION.
           OPEN INPUT VAL-FILE.
           IF NOT WS-VAL-FILE-OK
              DISPLAY 'RITESHZ: VAL-FILE OPEN FAILED, STATUS='
                  WS-VAL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM READ-VAL-FILE.
           IF NOT WS-EOF-YES AND WERV-HEADER
              MOVE WERV-ORDER TO WS-HDR-ORDER
              MOVE WERV-REQUESTER TO WS-HDR-REQUESTER
              MOVE WERV-RUN-DATE TO WS-HDR-DATE
              MOVE WERV-RUN-TIME TO WS-HDR-TIME
              SET WS-HDR-YES TO TRUE
              PERFORM READ-VAL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-CH1-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-CH1-TIME.
           WRITE CRT-REC FROM WS-CRT-HEAD-1.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE 'ORDER REFERENCE:' TO WS-COL-LABEL.
           MOVE WS-HDR-ORDER TO WS-COL-TEXT.
           WRITE CRT-REC FROM WS-CRT-ORDER-LINE.
           MOVE 'REQUESTED BY:' TO WS-COL-LABEL.
           MOVE WS-HDR-REQUESTER TO WS-COL-TEXT.
           WRITE CRT-REC FROM WS-CRT-ORDER-LINE.
           MOVE 'REQUEST RESOLVED:' TO WS-COL-LABEL.
           MOVE SPACES TO WS-COL-TEXT.
           IF WS-HDR-YES
              STRING WS-HDR-DATE ' ' WS-HDR-TIME DELIMITED BY SIZE
                  INTO WS-COL-TEXT
           ELSE
              MOVE 'NO RESOLVED REQUEST ON FILE' TO WS-COL-TEXT
              ADD 1 TO WS-EXCEPTIONS
           END-IF.
           WRITE CRT-REC FROM WS-CRT-ORDER-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE '1. THE ORDER' TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           WRITE CRT-REC FROM WS-CRT-REQ-HEAD.
           PERFORM PRINT-VALUE-LIST-RECORD UNTIL WS-EOF-YES.
           CLOSE VAL-FILE.
           IF WS-VAL-REC-COUNT = ZERO
              WRITE CRT-REC FROM WS-BLANK-LINE
              MOVE 'NO VALUE TO ERASE WAS RESOLVED FROM THE ORDER.'
                  TO WS-CRT-LINE
              WRITE CRT-REC FROM WS-CRT-LINE
           END-IF.
           WRITE CRT-REC FROM WS-BLANK-LINE.

       PRINT-VALUE-LIST-RECORD.
           EVALUATE TRUE
               WHEN WERV-REQUEST
                   PERFORM PRINT-REQUEST-LINE
               WHEN WERV-VALUE-REC
                   IF WS-VAL-REC-COUNT = ZERO
                      WRITE CRT-REC FROM WS-BLANK-LINE
                      MOVE 'VALUES ERASED, SHOWN ONLY AS THEIR MASKS:'
                          TO WS-CRT-LINE
                      WRITE CRT-REC FROM WS-CRT-LINE
                   END-IF
                   ADD 1 TO WS-VAL-REC-COUNT
                   MOVE WERV-SEQ TO WS-CVL-SEQ
                   MOVE WERV-LEN TO WS-CVL-LEN
                   MOVE WERV-FROM-LINE TO WS-CVL-LINE
                   MOVE WERV-MASK TO WS-CVL-MASK
                   WRITE CRT-REC FROM WS-CRT-VAL-LINE
           END-EVALUATE.
           PERFORM READ-VAL-FILE.

       PRINT-REQUEST-LINE.
           MOVE WERV-LINE TO WS-CRQ-LINE.
           IF WERV-REQ-TYPE = 'V'
              MOVE 'VALUE' TO WS-CRQ-TYPE
              MOVE SPACES TO WS-CRQ-ID
              MOVE SPACES TO WS-CRQ-DATE
           ELSE
              MOVE 'STRID' TO WS-CRQ-TYPE
              MOVE WERV-REQ-ID TO WS-CRQ-ID
              IF WERV-REQ-DATE = ZERO
                 MOVE 'STRMAST' TO WS-CRQ-DATE
              ELSE
                 MOVE WERV-REQ-DATE TO WS-CRQ-DATE
              END-IF
           END-IF.
           MOVE SPACES TO WS-CRQ-RESULT.
           EVALUATE TRUE
               WHEN WERV-REQ-RESOLVED
                   MOVE WERV-REQ-VALUES TO WS-EDIT-COUNT
                   STRING 'RESOLVED TO' WS-EDIT-COUNT ' VALUE(S)'
                       DELIMITED BY SIZE INTO WS-CRQ-RESULT
               WHEN WERV-REQ-MASKED
                   MOVE 'ALREADY MASKED - NOTHING TO ERASE'
                       TO WS-CRQ-RESULT
                   ADD 1 TO WS-UNRESOLVED
               WHEN OTHER
                   MOVE 'NOT FOUND - NOTHING TO ERASE'
                       TO WS-CRQ-RESULT
                   ADD 1 TO WS-UNRESOLVED
           END-EVALUATE.
           WRITE CRT-REC FROM WS-CRT-REQ-LINE.

      * SECOND PASS OF THE LOG: EVERY LATEST SEARCH, IN THE ORDER
      * THE STEPS RAN, WITH THE VALUES FOUND UNDER IT. SUPERSEDED
      * SEARCHES AND THEIR VALUE RECORDS ARE SKIPPED.
       PRINT-SEARCH-SECTION.
           MOVE '2. DATASETS AND GENERATIONS SEARCHED' TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           WRITE CRT-REC FROM WS-CRT-DSN-HEAD.
           PERFORM OPEN-LOG-INPUT.
           MOVE ZERO TO WS-LOG-SEQ.
           MOVE 'N' TO WS-PRINT-HITS-SW.
           PERFORM READ-LOG-FILE.
           PERFORM PRINT-LOG-RECORD UNTIL WS-EOF-YES.
           CLOSE LOG-FILE.
           IF WS-SRCH-COUNT = ZERO
              MOVE 'NO SEARCH ON THE ERASURE LOG.' TO WS-CRT-LINE
              WRITE CRT-REC FROM WS-CRT-LINE
           END-IF.
           WRITE CRT-REC FROM WS-BLANK-LINE.

       PRINT-LOG-RECORD.
           EVALUATE TRUE
               WHEN WERL-DATASET
                   MOVE 'N' TO WS-PRINT-HITS-SW
                   PERFORM LOCATE-LOG-SLOT
                   IF WS-GEN-OK
                      ADD 1 TO GDX
                      IF WS-SRCH-SEQ(TDX, GDX) = WS-LOG-SEQ
                         SET WS-PRINT-HITS-YES TO TRUE
                         PERFORM PRINT-DATASET-LINE
                      END-IF
                   END-IF
               WHEN WERL-VALUE-HITS
                   IF WS-PRINT-HITS-YES
                      MOVE WERL-SEQ TO WS-CHT-SEQ
                      MOVE WERL-HITS TO WS-CHT-HITS
                      WRITE CRT-REC FROM WS-CRT-HIT-LINE
                   END-IF
           END-EVALUATE.
           PERFORM READ-LOG-FILE.

       PRINT-DATASET-LINE.
           ADD 1 TO WS-SRCH-COUNT.
           PERFORM BUILD-DSN-LABEL.
           MOVE WS-DSN-LABEL TO WS-CDS-DSN.
           MOVE WERL-RECS-READ TO WS-CDS-READ.
           MOVE WERL-RECS-CHANGED TO WS-CDS-CHANGED.
           MOVE WERL-FIELDS-MASKED TO WS-CDS-MASKED.
           ADD WERL-RECS-READ TO WS-TOT-READ.
           ADD WERL-RECS-CHANGED TO WS-TOT-CHANGED.
           ADD WERL-FIELDS-MASKED TO WS-TOT-MASKED.
           ADD WERL-REMAINING TO WS-TOT-REMAINING.
           MOVE SPACES TO WS-CDS-RESULT.
           EVALUATE TRUE
               WHEN WERL-OPEN-FAILED
                   STRING 'OPEN FAILED ' WERL-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-CDS-RESULT
               WHEN WERL-IO-FAILED
                   STRING 'I/O FAILED ' WERL-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-CDS-RESULT
               WHEN WERL-REMAINING > ZERO
                   MOVE 'VALUE STILL THERE' TO WS-CDS-RESULT
               WHEN WERL-RECS-VERIFIED NOT = WERL-RECS-READ
                   MOVE 'COUNT CHANGED' TO WS-CDS-RESULT
               WHEN OTHER
                   MOVE 'CLEAN, VERIFIED' TO WS-CDS-RESULT
           END-EVALUATE.
           WRITE CRT-REC FROM WS-CRT-DSN-LINE.

      * EVERY TARGET ON THE TABLE, EVERY GENERATION IT SHOULD HOLD:
      * EACH MUST HAVE A LATEST SEARCH THAT RAN TO THE END, FOUND
      * THE SAME NUMBER OF RECORDS ON THE RE-READ AND LEFT NOTHING.
       PRINT-COMPLETENESS-SECTION.
           MOVE '3. COMPLETENESS' TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           PERFORM CHECK-TARGET-COMPLETE
               VARYING TDX FROM 1 BY 1 UNTIL TDX > WS-TGT-MAX.
           WRITE CRT-REC FROM WS-BLANK-LINE.

       CHECK-TARGET-COMPLETE.
           MOVE ZERO TO WS-TGT-SEARCHED.
           MOVE ZERO TO WS-TGT-CLEAN.
           PERFORM VARYING GDX FROM 1 BY 1
               UNTIL GDX > WS-SRCH-EXPECT(TDX)
              IF WS-SRCH-SEQ(TDX, GDX) > ZERO
                 ADD 1 TO WS-TGT-SEARCHED
                 IF WS-SRCH-STATUS(TDX, GDX) = 'S'
                       AND WS-SRCH-REMAINING(TDX, GDX) = ZERO
                       AND WS-SRCH-VERIFIED(TDX, GDX)
                           = WS-SRCH-READ(TDX, GDX)
                    ADD 1 TO WS-TGT-CLEAN
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CTG-DSN.
           STRING 'RKP.RITESH.' WS-TGT-NAME(TDX) DELIMITED BY SIZE
               INTO WS-CTG-DSN.
           MOVE WS-TGT-SEARCHED TO WS-CTG-SEARCHED.
           MOVE WS-SRCH-EXPECT(TDX) TO WS-CTG-EXPECT.
           IF WS-TGT-CLEAN = WS-SRCH-EXPECT(TDX)
              MOVE 'SEARCHED, CLEAN AND VERIFIED' TO WS-CTG-RESULT
              WRITE CRT-REC FROM WS-CRT-TGT-LINE
           ELSE
              MOVE 'INCOMPLETE' TO WS-CTG-RESULT
              WRITE CRT-REC FROM WS-CRT-TGT-LINE
              PERFORM LIST-GENERATION-EXCEPTION
                  VARYING GDX FROM 1 BY 1
                  UNTIL GDX > WS-SRCH-EXPECT(TDX)
           END-IF.

       LIST-GENERATION-EXCEPTION.
           COMPUTE WS-GEN-NUM = GDX - 1.
           IF WS-TGT-GDG(TDX)
              PERFORM BUILD-GEN-TEXT
           ELSE
              MOVE SPACES TO WS-GEN-TEXT
           END-IF.
           PERFORM BUILD-DSN-LABEL.
           MOVE WS-DSN-LABEL TO WS-CEX-DSN.
           MOVE SPACES TO WS-CEX-TEXT.
           EVALUATE TRUE
               WHEN WS-SRCH-SEQ(TDX, GDX) = ZERO
                   MOVE 'NOT SEARCHED' TO WS-CEX-TEXT
               WHEN WS-SRCH-STATUS(TDX, GDX) = 'F'
                   STRING 'WOULD NOT OPEN, STATUS '
                       WS-SRCH-FSTAT(TDX, GDX)
                       DELIMITED BY SIZE INTO WS-CEX-TEXT
               WHEN WS-SRCH-STATUS(TDX, GDX) NOT = 'S'
                   STRING 'SEARCH BROKE OFF, STATUS '
                       WS-SRCH-FSTAT(TDX, GDX)
                       DELIMITED BY SIZE INTO WS-CEX-TEXT
               WHEN WS-SRCH-REMAINING(TDX, GDX) > ZERO
                   MOVE 'VALUE STILL PRESENT ON RE-READ'
                       TO WS-CEX-TEXT
               WHEN WS-SRCH-VERIFIED(TDX, GDX)
                       NOT = WS-SRCH-READ(TDX, GDX)
                   MOVE 'RECORD COUNT CHANGED ON RE-READ'
                       TO WS-CEX-TEXT
           END-EVALUATE.
           IF WS-CEX-TEXT NOT = SPACES
              ADD 1 TO WS-EXCEPTIONS
              WRITE CRT-REC FROM WS-CRT-EXC-LINE
           END-IF.

       PRINT-CERTIFICATE-FOOT.
           MOVE 'GENERATIONS SEARCHED:' TO WS-CTT-LABEL.
           MOVE WS-SRCH-COUNT TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           MOVE 'RECORDS SEARCHED:' TO WS-CTT-LABEL.
           MOVE WS-TOT-READ TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           MOVE 'RECORDS CHANGED:' TO WS-CTT-LABEL.
           MOVE WS-TOT-CHANGED TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           MOVE 'FIELDS MASKED:' TO WS-CTT-LABEL.
           MOVE WS-TOT-MASKED TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           MOVE 'OCCURRENCES REMAINING:' TO WS-CTT-LABEL.
           MOVE WS-TOT-REMAINING TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           MOVE 'EXCEPTIONS:' TO WS-CTT-LABEL.
           MOVE WS-EXCEPTIONS TO WS-CTT-VALUE.
           WRITE CRT-REC FROM WS-CRT-TOT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE 'EACH CHANGED RECORD WAS REWRITTEN IN PLACE AT ITS'
               TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           MOVE 'OWN LENGTH WITH ONLY ITS VALUE MASKED - NO RECORD'
               TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           MOVE 'WAS ADDED OR REMOVED AND NO COUNT OR RUN TOTAL WAS'
               TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           MOVE 'ALTERED.' TO WS-CRT-LINE.
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           IF WS-EXCEPTIONS = ZERO
              MOVE '*** ERASURE CERTIFIED COMPLETE ***' TO WS-CRT-LINE
           ELSE
              MOVE '*** NOT CERTIFIED - SEE THE EXCEPTIONS ABOVE ***'
                  TO WS-CRT-LINE
           END-IF.
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE 'ERASURE RUN BY:    ____________________________  '
               TO WS-CRT-LINE.
           MOVE 'DATE: __________' TO WS-CRT-LINE(51:16).
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE 'VERIFIED BY:       ____________________________  '
               TO WS-CRT-LINE.
           MOVE 'DATE: __________' TO WS-CRT-LINE(51:16).
           WRITE CRT-REC FROM WS-CRT-LINE.
           WRITE CRT-REC FROM WS-BLANK-LINE.
           MOVE 'APPROVED (LEGAL):  ____________________________  '
               TO WS-CRT-LINE.
           MOVE 'DATE: __________' TO WS-CRT-LINE(51:16).
           WRITE CRT-REC FROM WS-CRT-LINE.

      * ONE STANDARDIZED RECORD PER EXECUTION ON THE SHARED
      * RUN-CONTROL DATASET (SEE WRUNREC): RECORDS IN IS THE
      * GENERATIONS SEARCHED, RECORDS OUT THE FIELDS MASKED AND
      * REJECTED THE CERTIFICATE'S EXCEPTIONS.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO WRUNREC.
           MOVE 'RITESHZ' TO WRUN-PROGRAM.
           MOVE WS-RUN-DATE TO WRUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WRUN-TIME.
           MOVE WS-SRCH-COUNT TO WRUN-RECS-IN.
           MOVE WS-TOT-MASKED TO WRUN-RECS-OUT.
           MOVE WS-EXCEPTIONS TO WRUN-RECS-REJ.
           MOVE RETURN-CODE TO WRUN-RETURN-CODE.
           WRITE RUN-REC FROM WRUNREC.
           CLOSE RUN-FILE.
