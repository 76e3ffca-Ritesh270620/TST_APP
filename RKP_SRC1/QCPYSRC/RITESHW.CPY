           05  FILLER REDEFINES MCNTF.
               10  MCNTA         PIC X.
           05  MCNTI             PIC ZZ9.
           05  EFFDTL            PIC S9(4) COMP.
           05  EFFDTF            PIC X.
           05  FILLER REDEFINES EFFDTF.
               10  EFFDTA        PIC X.
           05  EFFDTI            PIC X(8).
           05  EXPDTL            PIC S9(4) COMP.
           05  EXPDTF            PIC X.
           05  FILLER REDEFINES EXPDTF.
               10  EXPDTA        PIC X.
           05  EXPDTI            PIC X(8).
           05  MMSGL             PIC S9(4) COMP.
           05  MMSGF             PIC X.
           05  FILLER REDEFINES MMSGF.
           05  FILLER            PIC X(3).
           05  MCNTO             PIC ZZ9.
           05  FILLER            PIC X(3).
           05  EFFDTO            PIC X(8).
           05  FILLER            PIC X(3).
           05  EXPDTO            PIC X(8).
           05  FILLER            PIC X(3).
           05  MMSGO             PIC X(60).
