      *      ARRIVAL ORDER (TIME, OPERATOR, TERMINAL, FUNCTION,       *
      *      STR-ID, AND THE BEFORE/AFTER STRING VALUES), SO A BAD    *
      *      DELETE CAN BE TRACED TO WHO DID IT AND ITS BEFORE IMAGE  *
      *      RECOVERED FROM THE PAGE. WHEN THE ACTION SET OR MOVED    *
      *      THE RECORD'S EFFECTIVE/EXPIRY DATES A SECOND LINE SHOWS  *
      *      THE DATES BEFORE AND AFTER UNDER THE STRING VALUES.      *
      *                                                               *
      *   2. THE OPERATOR SUMMARY - ADDS, CHANGES, DELETES AND TOTAL  *
      *      PER SIGNED-ON USER, THE ROLLUP THE AUDITORS ASKED FOR.   *
       FILE SECTION.
       FD  JRN-FILE
           RECORDING MODE IS F.
       01  JRN-REC PIC X(182).

       FD  ACT-FILE
           RECORDING MODE IS F.
            05 FILLER PIC X(4) VALUE ' -> '.
            05 WS-DTL-AFTER PIC X(50).
            05 FILLER PIC X(19) VALUE SPACES.
         01 WS-ACT-DATES.
            05 FILLER PIC X(37) VALUE SPACES.
            05 WS-DTS-BEFORE PIC X(50).
            05 FILLER PIC X(4) VALUE ' -> '.
            05 WS-DTS-AFTER PIC X(50).
            05 FILLER PIC X(19) VALUE SPACES.
         01 WS-DATES-SW PIC X VALUE 'N'.
            88 WS-DATES-YES VALUE 'Y'.
         01 WS-FMT-EFF PIC 9(8) VALUE 0.
         01 WS-FMT-EXP PIC 9(8) VALUE 0.
         01 WS-FMT-TEXT PIC X(50) VALUE SPACES.
         01 WS-FMT-FROM PIC X(8) VALUE SPACES.
         01 WS-FMT-TO PIC X(9) VALUE SPACES.
         01 WS-SUM-HEAD.
            05 FILLER PIC X(31)
               VALUE 'MAINTENANCE SUMMARY BY OPERATOR'.
           MOVE WJRN-B-VALUE TO WS-DTL-BEFORE.
           MOVE WJRN-A-VALUE TO WS-DTL-AFTER.
           WRITE ACT-REC FROM WS-ACT-DETAIL.
           PERFORM WRITE-ACTIVITY-DATES.

      * AN ADD OR DELETE OF A RECORD WITH NO DATES, OR A CHANGE THAT
      * LEFT THE DATES ALONE, PRINTS NO DATES LINE - ONLY A DATED
      * RECORD OR A MOVED DATE IS WORTH THE SECOND LINE.
       WRITE-ACTIVITY-DATES.
           MOVE 'N' TO WS-DATES-SW.
           EVALUATE TRUE
               WHEN WJRN-FUNC-ADD
                   IF WJRN-A-EFF-DATE NOT = ZERO
                         OR WJRN-A-EXP-DATE NOT = ZERO
                      SET WS-DATES-YES TO TRUE
                   END-IF
               WHEN WJRN-FUNC-DELETE
                   IF WJRN-B-EFF-DATE NOT = ZERO
                         OR WJRN-B-EXP-DATE NOT = ZERO
                      SET WS-DATES-YES TO TRUE
                   END-IF
               WHEN OTHER
                   IF WJRN-B-EFF-DATE NOT = WJRN-A-EFF-DATE
                         OR WJRN-B-EXP-DATE NOT = WJRN-A-EXP-DATE
                      SET WS-DATES-YES TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-DATES-YES
              MOVE SPACES TO WS-DTS-BEFORE
              MOVE SPACES TO WS-DTS-AFTER
              IF NOT WJRN-FUNC-ADD
                 MOVE WJRN-B-EFF-DATE TO WS-FMT-EFF
                 MOVE WJRN-B-EXP-DATE TO WS-FMT-EXP
                 PERFORM FORMAT-IMAGE-DATES
                 MOVE WS-FMT-TEXT TO WS-DTS-BEFORE
              END-IF
              IF NOT WJRN-FUNC-DELETE
                 MOVE WJRN-A-EFF-DATE TO WS-FMT-EFF
                 MOVE WJRN-A-EXP-DATE TO WS-FMT-EXP
                 PERFORM FORMAT-IMAGE-DATES
                 MOVE WS-FMT-TEXT TO WS-DTS-AFTER
              END-IF
              WRITE ACT-REC FROM WS-ACT-DATES
           END-IF.

      * ZERO EFFECTIVE = IN FORCE FROM THE START, ZERO EXPIRY = NEVER
      * EXPIRES (SEE WSTRREC).
       FORMAT-IMAGE-DATES.
           IF WS-FMT-EFF = ZERO
              MOVE 'START' TO WS-FMT-FROM
           ELSE
              MOVE WS-FMT-EFF TO WS-FMT-FROM
           END-IF.
           IF WS-FMT-EXP = ZERO
              MOVE 'NO EXPIRY' TO WS-FMT-TO
           ELSE
              MOVE WS-FMT-EXP TO WS-FMT-TO
           END-IF.
           MOVE SPACES TO WS-FMT-TEXT.
           STRING 'IN FORCE ' DELIMITED BY SIZE
               WS-FMT-FROM DELIMITED BY SPACE
               ' TO ' DELIMITED BY SIZE
               WS-FMT-TO DELIMITED BY SIZE
               INTO WS-FMT-TEXT.

       TALLY-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW.
