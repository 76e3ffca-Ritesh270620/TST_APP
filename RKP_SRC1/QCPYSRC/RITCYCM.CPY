      *****************************************************************
      * RITCYCM - SYMBOLIC MAP FOR THE RITESHH ONLINE CYCLE-STATUS    *
      * INQUIRY (TRANID RITS) AGAINST THE RUN-CONTROL MIRROR          *
      * RKP.RITESH.RUNKSDS. MAPSET RITCYCS, MAP RITCYCM. THE TWELVE   *
      * PROGRAM LINES ARE ONE DFHMDF WITH OCCURS=12, GENERATED AS AN  *
      * OCCURS GROUP. FIELDS FOLLOW THE STANDARD BMS SYMBOLIC-MAP     *
      * GENERATION LAYOUT (Lc/Ac/I SUFFIXES) SO THE COPYBOOK CAN BE   *
      * DROPPED IN PLACE OF ONE PRODUCED BY THE BMS ASSEMBLER ONCE    *
      * THE MAPSET IS ASSEMBLED ON A REAL CICS REGION.                *
      *****************************************************************
       01  RITCYCMI.
           05  FILLER            PIC X(12).
           05  CDATEL            PIC S9(4) COMP.
           05  CDATEF            PIC X.
           05  FILLER REDEFINES CDATEF.
               10  CDATEA        PIC X.
           05  CDATEI            PIC X(8).
           05  CLINED            OCCURS 12 TIMES.
               10  CLINEL        PIC S9(4) COMP.
               10  CLINEF        PIC X.
               10  CLINEI        PIC X(70).
           05  CBALL             PIC S9(4) COMP.
           05  CBALF             PIC X.
           05  FILLER REDEFINES CBALF.
               10  CBALA         PIC X.
           05  CBALI             PIC X(60).
           05  CMSGL             PIC S9(4) COMP.
           05  CMSGF             PIC X.
           05  FILLER REDEFINES CMSGF.
               10  CMSGA         PIC X.
           05  CMSGI             PIC X(60).

       01  RITCYCMO REDEFINES RITCYCMI.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(3).
           05  CDATEO            PIC X(8).
           05  CLINEDO           OCCURS 12 TIMES.
               10  FILLER        PIC X(3).
               10  CLINEO        PIC X(70).
           05  FILLER            PIC X(3).
           05  CBALO             PIC X(60).
           05  FILLER            PIC X(3).
           05  CMSGO             PIC X(60).
