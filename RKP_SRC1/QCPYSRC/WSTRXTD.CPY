      * PER-STRING COUNTS OF ALPHABETIC CHARACTERS, NUMERIC           *
      * CHARACTERS, AND EMBEDDED BLANKS (BLANKS BETWEEN THE FIRST     *
      * AND LAST NON-BLANK CHARACTER). KEPT SEPARATE FROM WSTRREC SO  *
      * THE 74-BYTE MASTER/RECORD LAYOUT ON RKP.RITESH.STRMAST IS     *
      * UNDISTURBED. COPY INTO EVERY PROGRAM THAT COPIES PCOUNTER.    *
      *****************************************************************
       01  WSTRXTD.
