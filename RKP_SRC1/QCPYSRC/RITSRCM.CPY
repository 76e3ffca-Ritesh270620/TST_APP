      *****************************************************************
      * RITSRCM - SYMBOLIC MAP FOR THE RITESHN ONLINE SOURCE-REGISTRY *
      * MAINTENANCE TRANSACTION (TRANID RITN) AGAINST THE             *
      * RKP.RITESH.SRCREG KSDS. MAPSET RITSRCS, MAP RITSRCM. FIELDS   *
      * FOLLOW THE STANDARD BMS SYMBOLIC-MAP GENERATION LAYOUT        *
      * (Lc/Ac/I SUFFIXES) SO THE COPYBOOK CAN BE DROPPED IN PLACE OF *
      * ONE PRODUCED BY THE BMS ASSEMBLER ONCE THE MAPSET IS          *
      * ASSEMBLED ON A REAL CICS REGION.                              *
      *****************************************************************
       01  RITSRCMI.
           05  FILLER            PIC X(12).
           05  SFUNCL            PIC S9(4) COMP.
           05  SFUNCF            PIC X.
           05  FILLER REDEFINES SFUNCF.
               10  SFUNCA        PIC X.
           05  SFUNCI            PIC X.
           05  SCODEL            PIC S9(4) COMP.
           05  SCODEF            PIC X.
           05  FILLER REDEFINES SCODEF.
               10  SCODEA        PIC X.
           05  SCODEI            PIC X(8).
           05  SDESCL            PIC S9(4) COMP.
           05  SDESCF            PIC X.
           05  FILLER REDEFINES SDESCF.
               10  SDESCA        PIC X.
           05  SDESCI            PIC X(30).
           05  SDAYSL            PIC S9(4) COMP.
           05  SDAYSF            PIC X.
           05  FILLER REDEFINES SDAYSF.
               10  SDAYSA        PIC X.
           05  SDAYSI            PIC X(7).
           05  SACTVL            PIC S9(4) COMP.
           05  SACTVF            PIC X.
           05  FILLER REDEFINES SACTVF.
               10  SACTVA        PIC X.
           05  SACTVI            PIC X.
           05  SUPDTL            PIC S9(4) COMP.
           05  SUPDTF            PIC X.
           05  FILLER REDEFINES SUPDTF.
               10  SUPDTA        PIC X.
           05  SUPDTI            PIC X(17).
           05  SMSGL             PIC S9(4) COMP.
           05  SMSGF             PIC X.
           05  FILLER REDEFINES SMSGF.
               10  SMSGA         PIC X.
           05  SMSGI             PIC X(60).

       01  RITSRCMO REDEFINES RITSRCMI.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(3).
           05  SFUNCO            PIC X.
           05  FILLER            PIC X(3).
           05  SCODEO            PIC X(8).
           05  FILLER            PIC X(3).
           05  SDESCO            PIC X(30).
           05  FILLER            PIC X(3).
           05  SDAYSO            PIC X(7).
           05  FILLER            PIC X(3).
           05  SACTVO            PIC X.
           05  FILLER            PIC X(3).
           05  SUPDTO            PIC X(17).
           05  FILLER            PIC X(3).
           05  SMSGO             PIC X(60).
