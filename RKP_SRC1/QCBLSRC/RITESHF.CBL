      *   ENTER - VALIDATE THE KEYED REPLACEMENT AND RECORD IT        *
      *   PF3   - END THE CONVERSATION                                *
      *   CLEAR - RESET THE SCREEN (POSITION IS KEPT)                 *
      *                                                               *
      * ACCESS IS BY SECURITY PROFILE (COPY PSECCHK, CICS FILE        *
      * SECKFIL): EVERY TASK CHECKS THE SIGNED-ON USER MAY USE RITC   *
      * BEFORE IT SHOWS THE SCREEN OR READS ANY FILE. A REFUSAL ENDS  *
      * THE CONVERSATION WITH A MESSAGE AND IS LOGGED TO THE          *
      * RKP.RITESH.SECVIOL ESDS (CICS FILE VIOLFIL) FOR THE NIGHTLY   *
      * RITESHSV VIOLATIONS REPORT.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
            88 WS-RUL-EOF-YES VALUE 'Y'.
         01 WS-RUL-RESP PIC S9(8) COMP.

         COPY WSECREC.
         COPY WVIOREC.

         COPY RITESHY.

       LINKAGE SECTION.
               ERROR(ABEND-EXIT)
           END-EXEC.

      * NOTHING IS SHOWN OR READ UNTIL THE SIGNED-ON USER'S PROFILE
      * ALLOWS THIS TRANSACTION (COPY PSECCHK). CHECKED ON EVERY TASK,
      * SO A PROFILE CHANGE TAKES EFFECT AT THE NEXT KEY PRESSED.
           PERFORM CHECK-TRAN-AUTHORITY.
           IF WS-SEC-DENIED
              PERFORM REFUSE-TRANSACTION
           END-IF.

           IF EIBCALEN = 0
              MOVE ZERO TO CA-CURR-ID
              PERFORM SEND-INITIAL-MAP

       COPY PCOUNTER.
       COPY PVALRULE.
       COPY PSECCHK.
