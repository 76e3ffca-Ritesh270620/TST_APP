               88  WHDR-TYPE-OK  VALUE 'H'.
           05  WHDR-DATE         PIC 9(8).
           05  WHDR-SOURCE       PIC X(8).
      * RUN TYPE OF THE TRANSMISSION: 'F' FOR A FULL UNLOAD OF THE
      * MASTER, 'D' FOR A DELTA UNLOAD CARRYING ONLY THE STR-IDS
      * MAINTAINED SINCE THE LAST SUCCESSFUL CYCLE (RITESHE DELTA
      * MODE). SUPPLIER FEEDS LEAVE IT BLANK, WHICH READS AS FULL.
           05  WHDR-RUN-TYPE     PIC X(1).
               88  WHDR-RUN-DELTA VALUE 'D'.
           05  FILLER            PIC X(32).

       01  WSTRTRL.
           05  WTRL-TYPE         PIC X(1).
