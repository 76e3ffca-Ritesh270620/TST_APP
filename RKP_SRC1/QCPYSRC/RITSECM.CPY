      *****************************************************************
      * RITSECM - SYMBOLIC MAP FOR THE RITESHSM ONLINE SECURITY       *
      * PROFILE MAINTENANCE TRANSACTION (TRANID RITP) AGAINST THE     *
      * RKP.RITESH.SECPROF KSDS. MAPSET RITSECS, MAP RITSECM. FIELDS  *
      * FOLLOW THE STANDARD BMS SYMBOLIC-MAP GENERATION LAYOUT        *
      * (Lc/Ac/I SUFFIXES) SO THE COPYBOOK CAN BE DROPPED IN PLACE OF *
      * ONE PRODUCED BY THE BMS ASSEMBLER ONCE THE MAPSET IS          *
      * ASSEMBLED ON A REAL CICS REGION.                              *
      *****************************************************************
       01  RITSECMI.
           05  FILLER            PIC X(12).
           05  PFUNCL            PIC S9(4) COMP.
           05  PFUNCF            PIC X.
           05  FILLER REDEFINES PFUNCF.
               10  PFUNCA        PIC X.
           05  PFUNCI            PIC X.
           05  PUSERL            PIC S9(4) COMP.
           05  PUSERF            PIC X.
           05  FILLER REDEFINES PUSERF.
               10  PUSERA        PIC X.
           05  PUSERI            PIC X(8).
           05  PRITHL            PIC S9(4) COMP.
           05  PRITHF            PIC X.
           05  FILLER REDEFINES PRITHF.
               10  PRITHA        PIC X.
           05  PRITHI            PIC X.
           05  PRITUL            PIC S9(4) COMP.
           05  PRITUF            PIC X.
           05  FILLER REDEFINES PRITUF.
               10  PRITUA        PIC X.
           05  PRITUI            PIC X.
           05  PRITCL            PIC S9(4) COMP.
           05  PRITCF            PIC X.
           05  FILLER REDEFINES PRITCF.
               10  PRITCA        PIC X.
           05  PRITCI            PIC X.
           05  PRITPL            PIC S9(4) COMP.
           05  PRITPF            PIC X.
           05  FILLER REDEFINES PRITPF.
               10  PRITPA        PIC X.
           05  PRITPI            PIC X.
           05  PFUNSL            PIC S9(4) COMP.
           05  PFUNSF            PIC X.
           05  FILLER REDEFINES PFUNSF.
               10  PFUNSA        PIC X.
           05  PFUNSI            PIC X(4).
           05  PUPDTL            PIC S9(4) COMP.
           05  PUPDTF            PIC X.
           05  FILLER REDEFINES PUPDTF.
               10  PUPDTA        PIC X.
           05  PUPDTI            PIC X(17).
           05  PMSGL             PIC S9(4) COMP.
           05  PMSGF             PIC X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA         PIC X.
           05  PMSGI             PIC X(60).

       01  RITSECMO REDEFINES RITSECMI.
           05  FILLER            PIC X(12).
           05  FILLER            PIC X(3).
           05  PFUNCO            PIC X.
           05  FILLER            PIC X(3).
           05  PUSERO            PIC X(8).
           05  FILLER            PIC X(3).
           05  PRITHO            PIC X.
           05  FILLER            PIC X(3).
           05  PRITUO            PIC X.
           05  FILLER            PIC X(3).
           05  PRITCO            PIC X.
           05  FILLER            PIC X(3).
           05  PRITPO            PIC X.
           05  FILLER            PIC X(3).
           05  PFUNSO            PIC X(4).
           05  FILLER            PIC X(3).
           05  PUPDTO            PIC X(17).
           05  FILLER            PIC X(3).
           05  PMSGO             PIC X(60).
