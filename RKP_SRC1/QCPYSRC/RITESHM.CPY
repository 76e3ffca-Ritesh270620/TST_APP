           05  FILLER REDEFINES RTIMEF.
               10  RTIMEA        PIC X.
           05  RTIMEI            PIC X(8).
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
           05  FSTATL            PIC S9(4) COMP.
           05  FSTATF            PIC X.
           05  FILLER REDEFINES FSTATF.
               10  FSTATA        PIC X.
           05  FSTATI            PIC X(13).
           05  MSGL              PIC S9(4) COMP.
           05  MSGF              PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER            PIC X(3).
           05  RTIMEO            PIC X(8).
           05  FILLER            PIC X(3).
           05  EFFDTO            PIC X(8).
           05  FILLER            PIC X(3).
           05  EXPDTO            PIC X(8).
           05  FILLER            PIC X(3).
           05  FSTATO            PIC X(13).
           05  FILLER            PIC X(3).
           05  MSGO              PIC X(60).
