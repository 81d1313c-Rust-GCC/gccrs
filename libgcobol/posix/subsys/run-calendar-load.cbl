      *
      *  Record layout: as RUNCAL (see run-calendar.cbl header).
      *
      *  With -CCY=Y the run loads the per-currency settlement
      *  calendars instead: CCYCALIN to CCYCAL, one record per
      *  currency per date (layout as CCYCAL in the run-calendar.cbl
      *  header).  Each currency is an upper-case ISO code, its
      *  records one block with every date present and consecutive
      *  (a valid yyyymmdd), day type in B/W/H.  The same all-or-
      *  nothing rule applies.
      *
      *  Flags (cmdline-parms.cpy style):
      *      -CCY=Y               load the settlement calendars
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  -CCY=Y loads the per-currency
      *                        settlement calendars.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. RUN-CALENDAR-LOAD.
                Organization Is Line Sequential.
            Select CALENDAR-OUT-FILE Assign To RUNCAL
                Organization Is Line Sequential.
            Select CCY-IN-FILE Assign To CCYCALIN
                Organization Is Line Sequential.
            Select CCY-OUT-FILE Assign To CCYCAL
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  CALENDAR-IN-FILE.
            05  COU-QUARTER-END     PIC X(01).
            05  COU-YEAR-END        PIC X(01).
            05  COU-DESCRIPTION     PIC X(30).
        FD  CCY-IN-FILE.
        01  CCY-IN-RECORD.
            05  CCI-CURRENCY        PIC X(03).
            05  CCI-DATE            PIC X(08).
            05  CCI-DAY-TYPE        PIC X(01).
            05  CCI-DESCRIPTION     PIC X(30).
        FD  CCY-OUT-FILE.
        01  CCY-OUT-RECORD.
            05  CCO-CURRENCY        PIC X(03).
            05  CCO-DATE            PIC 9(08).
            05  CCO-DAY-TYPE        PIC X(01).
            05  CCO-DESCRIPTION     PIC X(30).
        Working-Storage Section.
        COPY cmdline-parms.
        COPY exit-status.
        01  RCL-CCY-SWITCH          PIC X(01) Value 'N'.
            88  RCL-CCY-LOAD            Value 'Y', False 'N'.
        01  RCL-PREV-CCY            PIC X(03) Value SPACES.
        01  RCL-DAY-NUMBER          Binary-Long.
        01  RCL-PREV-DAY-NUMBER     Binary-Long Value 0.
        01  RCL-CCY-COUNT           PIC 9(03) Value 0.
        01  RCL-DONE-TABLE.
            05  RCL-DONE-CCY OCCURS 20 TIMES
                                    PIC X(03).
        01  RCL-DONE-SUB            Binary-Long.
        01  RCL-DONE-FOUND-SW       PIC X(01).
            88  RCL-DONE-FOUND          Value 'Y', False 'N'.
        01  RCL-EOF-SWITCH          PIC X(01).
            88  RCL-EOF                 Value 'Y', False 'N'.
        01  RCL-ERROR-SWITCH        PIC X(01).
        Procedure Division.
        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
            IF RCL-CCY-LOAD
               PERFORM 3000-LOAD-CCY-ALL THRU 3000-LOAD-CCY-ALL-EXIT
            ELSE
               PERFORM 2000-LOAD-ALL THRU 2000-LOAD-ALL-EXIT
            END-IF
            PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
            PERFORM 9800-SET-RETURN-CODE
               THRU 9800-SET-RETURN-CODE-EXIT
            SET JOB-OK TO TRUE
            SET RCL-EOF TO FALSE
            SET RCL-LOAD-ERROR TO FALSE
            PERFORM 9700-CLP-PARSE-ARGS THRU 9700-CLP-PARSE-ARGS-EXIT
            MOVE 'CCY' TO CLP-LOOKUP-NAME
            PERFORM 9710-CLP-LOOKUP THRU 9710-CLP-LOOKUP-EXIT
            IF CLP-FOUND AND CLP-LOOKUP-VALUE (1:1) = 'Y'
               SET RCL-CCY-LOAD TO TRUE
               OPEN INPUT CCY-IN-FILE
               OPEN OUTPUT CCY-OUT-FILE
            ELSE
               OPEN INPUT CALENDAR-IN-FILE
               OPEN OUTPUT CALENDAR-OUT-FILE
            END-IF.
        1000-INITIALIZE-EXIT.
            EXIT.

        2300-FLAG-BAD-EXIT.
            EXIT.

        3000-LOAD-CCY-ALL.
            PERFORM 3100-LOAD-CCY-ONE THRU 3100-LOAD-CCY-ONE-EXIT
                UNTIL RCL-EOF.
        3000-LOAD-CCY-ALL-EXIT.
            EXIT.

        3100-LOAD-CCY-ONE.
            READ CCY-IN-FILE
                AT END
                    SET RCL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO RCL-IN-COUNT
                    PERFORM 3200-VALIDATE-CCY-ONE
                       THRU 3200-VALIDATE-CCY-ONE-EXIT
            END-READ.
        3100-LOAD-CCY-ONE-EXIT.
            EXIT.

      * a new currency starts its own block, which must not repeat
      * an earlier one; within the block every date follows the
      * last by exactly one day
        3200-VALIDATE-CCY-ONE.
            IF CCI-CURRENCY NOT ALPHABETIC-UPPER OR
               CCI-CURRENCY (1:1) = SPACE OR
               CCI-CURRENCY (3:1) = SPACE
               PERFORM 3300-FLAG-BAD-CCY THRU 3300-FLAG-BAD-CCY-EXIT
               GO TO 3200-VALIDATE-CCY-ONE-EXIT
            END-IF
            IF CCI-DATE NOT NUMERIC
               PERFORM 3300-FLAG-BAD-CCY THRU 3300-FLAG-BAD-CCY-EXIT
               GO TO 3200-VALIDATE-CCY-ONE-EXIT
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CCI-DATE))
               NOT = 0
               PERFORM 3300-FLAG-BAD-CCY THRU 3300-FLAG-BAD-CCY-EXIT
               GO TO 3200-VALIDATE-CCY-ONE-EXIT
            END-IF
            IF CCI-DAY-TYPE NOT = 'B' AND CCI-DAY-TYPE NOT = 'W'
               AND CCI-DAY-TYPE NOT = 'H'
               PERFORM 3300-FLAG-BAD-CCY THRU 3300-FLAG-BAD-CCY-EXIT
               GO TO 3200-VALIDATE-CCY-ONE-EXIT
            END-IF
            COMPUTE RCL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CCI-DATE))
            IF CCI-CURRENCY NOT = RCL-PREV-CCY
               PERFORM 3400-START-CURRENCY
                  THRU 3400-START-CURRENCY-EXIT
               IF RCL-DONE-FOUND
                  DISPLAY 'run-calendar-load: ' CCI-CURRENCY
                     ' not in one block or too many currencies'
                  PERFORM 3300-FLAG-BAD-CCY
                     THRU 3300-FLAG-BAD-CCY-EXIT
                  GO TO 3200-VALIDATE-CCY-ONE-EXIT
               END-IF
            ELSE
               IF RCL-DAY-NUMBER NOT = RCL-PREV-DAY-NUMBER + 1
                  DISPLAY 'run-calendar-load: ' CCI-CURRENCY ' '
                     CCI-DATE ' out of sequence'
                  PERFORM 3300-FLAG-BAD-CCY
                     THRU 3300-FLAG-BAD-CCY-EXIT
                  GO TO 3200-VALIDATE-CCY-ONE-EXIT
               END-IF
            END-IF
            MOVE CCI-CURRENCY TO RCL-PREV-CCY
            MOVE RCL-DAY-NUMBER TO RCL-PREV-DAY-NUMBER
            MOVE CCI-CURRENCY    TO CCO-CURRENCY
            MOVE FUNCTION NUMVAL(CCI-DATE) TO CCO-DATE
            MOVE CCI-DAY-TYPE    TO CCO-DAY-TYPE
            MOVE CCI-DESCRIPTION TO CCO-DESCRIPTION
            WRITE CCY-OUT-RECORD
            ADD 1 TO RCL-OUT-COUNT.
        3200-VALIDATE-CCY-ONE-EXIT.
            EXIT.

        3300-FLAG-BAD-CCY.
            ADD 1 TO RCL-BAD-COUNT
            SET RCL-LOAD-ERROR TO TRUE
            DISPLAY 'run-calendar-load: bad record ' RCL-IN-COUNT
               ': ' CCI-CURRENCY ' ' CCI-DATE ' ' CCI-DAY-TYPE.
        3300-FLAG-BAD-CCY-EXIT.
            EXIT.

      * RCL-DONE-FOUND when the currency already had its block, or
      * when the table RUN-CALENDAR holds is full
        3400-START-CURRENCY.
            SET RCL-DONE-FOUND TO FALSE
            PERFORM 3410-MATCH-ONE-DONE THRU 3410-MATCH-ONE-DONE-EXIT
               VARYING RCL-DONE-SUB FROM 1 BY 1
               UNTIL RCL-DONE-SUB > RCL-CCY-COUNT
                  OR RCL-DONE-FOUND
            IF RCL-DONE-FOUND OR RCL-CCY-COUNT NOT < 20
               SET RCL-DONE-FOUND TO TRUE
               GO TO 3400-START-CURRENCY-EXIT
            END-IF
            ADD 1 TO RCL-CCY-COUNT
            MOVE CCI-CURRENCY TO RCL-DONE-CCY (RCL-CCY-COUNT).
        3400-START-CURRENCY-EXIT.
            EXIT.

        3410-MATCH-ONE-DONE.
            IF RCL-DONE-CCY (RCL-DONE-SUB) = CCI-CURRENCY
               SET RCL-DONE-FOUND TO TRUE
            END-IF.
        3410-MATCH-ONE-DONE-EXIT.
            EXIT.

        9999-EXIT.
            IF RCL-CCY-LOAD
               CLOSE CCY-IN-FILE CCY-OUT-FILE
            ELSE
               CLOSE CALENDAR-IN-FILE CALENDAR-OUT-FILE
            END-IF
            DISPLAY 'run-calendar-load: ' RCL-IN-COUNT ' read, '
               RCL-OUT-COUNT ' loaded, ' RCL-BAD-COUNT ' bad'
            IF RCL-LOAD-ERROR
        9999-EXIT-EXIT.
            EXIT.

        COPY cmdline-parms-paragraphs.
        COPY exit-status-paragraphs.
        End Program RUN-CALENDAR-LOAD.
