      *****************************************************************
      * WSRCREC - SOURCE REGISTRY RECORD (RKP.RITESH.SRCREG KSDS,     *
      * KEYED ON WSRC-CODE, 80 BYTES). ONE RECORD PER SOURCE SYSTEM   *
      * ALLOWED TO SEND A STRFILE TRANSMISSION - THE CODE IS THE      *
      * WHDR-SOURCE ON ITS HEADER (SEE WSTRHDR). MAINTAINED ONLINE    *
      * THROUGH THE RITN TRANSACTION (RITESHN, CICS FILE SRCKFIL).    *
      * THE COUNT STEP STOPS ON A TRANSMISSION WHOSE SOURCE IS NOT    *
      * REGISTERED OR NOT ACTIVE, AND AT END OF RUN LISTS EVERY       *
      * ACTIVE SOURCE EXPECTED THAT BUSINESS DAY THAT SENT NOTHING.   *
      *****************************************************************
       01  WSRCREC.
           05  WSRC-CODE         PIC X(8).
           05  FILLER            PIC X(1).
           05  WSRC-DESC         PIC X(30).
           05  FILLER            PIC X(1).
      * DAYS THE SOURCE IS EXPECTED TO TRANSMIT, MONDAY THROUGH
      * SUNDAY, '1' EXPECTED OR '0' NOT - THE SAME FORM AS THE
      * BUSINESS CALENDAR'S WORKDAYS RECORD. A DAY THE CALENDAR
      * MAKES A HOLIDAY OR NON-WORKDAY EXPECTS NOTHING.
           05  WSRC-DAYS.
               10  WSRC-DAY      PIC X(1) OCCURS 7 TIMES.
           05  FILLER            PIC X(1).
           05  WSRC-ACTIVE       PIC X(1).
               88  WSRC-ACTIVE-YES VALUE 'Y'.
               88  WSRC-ACTIVE-NO  VALUE 'N'.
           05  FILLER            PIC X(1).
      * LAST ONLINE MAINTENANCE OF THE ENTRY - DATE AND SIGNED-ON
      * USER. BLANK ON RECORDS LOADED BY THE SETUP JOB.
           05  WSRC-UPD-DATE     PIC X(8).
           05  FILLER            PIC X(1).
           05  WSRC-UPD-USER     PIC X(8).
           05  FILLER            PIC X(13).
