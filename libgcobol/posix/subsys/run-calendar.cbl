      *      RCL-YEAR-END     X(1)   'Y'/'N'
      *      RCL-DESCRIPTION  X(30)
      *
      *  Value dates are a second question: a EUR item cannot
      *  settle on a TARGET holiday however open we are.  The
      *  settlement calendars (CCYCAL, optional, also maintained by
      *  RUN-CALENDAR-LOAD) carry one record per currency per date,
      *  each currency's dates consecutive and in one block, and
      *  answer VALDAY / NEXTVAL: a good value date is a business
      *  day on the currency's calendar and on ours.  A currency
      *  with no settlement calendar falls back to ours alone.  A
      *  CCYCAL that does not load cleanly fails the value-date
      *  requests only; the RUNCAL requests go on working.
      *
      *  CCYCAL record layout (fixed columns):
      *      SCL-CURRENCY     X(3)   ISO currency code
      *      SCL-DATE         9(8)   yyyymmdd
      *      SCL-DAY-TYPE     X(1)   B settles, W weekend, H holiday
      *      SCL-DESCRIPTION  X(30)
      *
      *  Modification history:
      *  2026-08-23 smckinney  Original version.
      *  2026-10-15 smckinney  Per-currency settlement calendars
      *                        from CCYCAL; VALDAY and NEXTVAL
      *                        value-date requests.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
        Identification Division.
        Program-ID. RUN-CALENDAR.
        File-Control.
            Select OPTIONAL CALENDAR-FILE Assign To RUNCAL
                Organization Is Line Sequential.
            Select OPTIONAL CCY-CALENDAR-FILE Assign To CCYCAL
                Organization Is Line Sequential.
        Data Division.
        File Section.
        FD  CALENDAR-FILE.
            05  RCL-QUARTER-END     PIC X(01).
            05  RCL-YEAR-END        PIC X(01).
            05  RCL-DESCRIPTION     PIC X(30).
        FD  CCY-CALENDAR-FILE.
        01  CCY-CALENDAR-RECORD.
            05  SCL-CURRENCY        PIC X(03).
            05  SCL-DATE            PIC 9(08).
            05  SCL-DAY-TYPE        PIC X(01).
            05  SCL-DESCRIPTION     PIC X(30).
        Working-Storage Section.
        01  RCA-LOADED-SWITCH       PIC X(01) Value 'N'.
            88  RCA-LOADED              Value 'Y', False 'N'.
                10  RCA-MONTH-END       PIC X(01).
                10  RCA-QUARTER-END     PIC X(01).
                10  RCA-YEAR-END        PIC X(01).
        01  RCA-CCY-LOAD-FAILED-SW  PIC X(01) Value 'N'.
            88  RCA-CCY-LOAD-FAILED     Value 'Y', False 'N'.
        01  RCA-CCY-COUNT           Binary-Long Value 0.
        01  RCA-CCY-SUB             Binary-Long.
        01  RCA-CCY-FOUND-SUB       Binary-Long.
        01  RCA-CCY-DAY-COUNT       Binary-Long Value 0.
        01  RCA-CCY-DAY-SUB         Binary-Long.
        01  RCA-DAY-NUMBER          Binary-Long.
        01  RCA-TEST-DATE           PIC 9(08).
        01  RCA-TEST-TYPE           PIC X(01).
        01  RCA-FIND-CCY            PIC X(03).
      * one entry per currency: its block of the day table and the
      * day number (INTEGER-OF-DATE) of the block's first date
        01  RCA-CCY-DIRECTORY.
            05  RCA-CCY-ENTRY OCCURS 20 TIMES.
                10  RCA-CCY-CODE        PIC X(03).
                10  RCA-CCY-FIRST-SUB   Binary-Long.
                10  RCA-CCY-LAST-SUB    Binary-Long.
                10  RCA-CCY-FIRST-DAY   Binary-Long.
        01  RCA-CCY-DAY-TABLE.
            05  RCA-CCY-DAY-TYPE OCCURS 8000 TIMES
                                    PIC X(01).
        Linkage Section.
        COPY run-calendar.
        Procedure Division Using RCQ-CONTROL.
               SET RCQ-NO-CALENDAR TO TRUE
               GOBACK
            END-IF
            IF RCA-CCY-LOAD-FAILED AND
               (RCQ-REQ-VALDAY OR RCQ-REQ-NEXTVAL)
               SET RCQ-NO-CALENDAR TO TRUE
               GOBACK
            END-IF
            EVALUATE TRUE
               WHEN RCQ-REQ-ISBUSDAY
                  PERFORM 2000-IS-BUSINESS-DAY
               WHEN RCQ-REQ-NEXTBUS
                  PERFORM 3000-NEXT-BUSINESS-DAY
                     THRU 3000-NEXT-BUSINESS-DAY-EXIT
               WHEN RCQ-REQ-VALDAY
                  PERFORM 5000-IS-VALUE-DAY
                     THRU 5000-IS-VALUE-DAY-EXIT
               WHEN RCQ-REQ-NEXTVAL
                  PERFORM 6000-NEXT-VALUE-DAY
                     THRU 6000-NEXT-VALUE-DAY-EXIT
               WHEN OTHER
                  SET RCQ-BAD-REQUEST TO TRUE
            END-EVALUATE
               SET RCA-LOAD-FAILED TO TRUE
               DISPLAY 'run-calendar: RUNCAL is empty'
            END-IF
            PERFORM 1200-LOAD-CCY-CALENDARS
               THRU 1200-LOAD-CCY-CALENDARS-EXIT
            SET RCA-LOADED TO TRUE.
        1000-LOAD-CALENDAR-EXIT.
            EXIT.
        1100-LOAD-ONE-DAY-EXIT.
            EXIT.

        1200-LOAD-CCY-CALENDARS.
            SET RCA-EOF TO FALSE
            OPEN INPUT CCY-CALENDAR-FILE
            PERFORM 1300-LOAD-ONE-CCY-DAY
               THRU 1300-LOAD-ONE-CCY-DAY-EXIT
                UNTIL RCA-EOF
            CLOSE CCY-CALENDAR-FILE.
        1200-LOAD-CCY-CALENDARS-EXIT.
            EXIT.

        1300-LOAD-ONE-CCY-DAY.
            READ CCY-CALENDAR-FILE
                AT END
                    SET RCA-EOF TO TRUE
                NOT AT END
                    IF NOT RCA-CCY-LOAD-FAILED
                       PERFORM 1400-STORE-CCY-DAY
                          THRU 1400-STORE-CCY-DAY-EXIT
                    END-IF
            END-READ.
        1300-LOAD-ONE-CCY-DAY-EXIT.
            EXIT.

      * each currency's dates must run on from its first without a
      * gap, so a date's entry is found by arithmetic
        1400-STORE-CCY-DAY.
            IF SCL-DATE NOT NUMERIC
               DISPLAY 'run-calendar: CCYCAL bad date for '
                  SCL-CURRENCY
               SET RCA-CCY-LOAD-FAILED TO TRUE
               GO TO 1400-STORE-CCY-DAY-EXIT
            END-IF
            COMPUTE RCA-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(SCL-DATE)
            IF RCA-CCY-COUNT = 0 OR
               SCL-CURRENCY NOT = RCA-CCY-CODE (RCA-CCY-COUNT)
               MOVE SCL-CURRENCY TO RCA-FIND-CCY
               PERFORM 7000-FIND-CURRENCY
                  THRU 7000-FIND-CURRENCY-EXIT
               IF RCA-CCY-FOUND-SUB > 0 OR RCA-CCY-COUNT NOT < 20
                  DISPLAY 'run-calendar: CCYCAL ' SCL-CURRENCY
                     ' repeated or table full'
                  SET RCA-CCY-LOAD-FAILED TO TRUE
                  GO TO 1400-STORE-CCY-DAY-EXIT
               END-IF
               ADD 1 TO RCA-CCY-COUNT
               MOVE SCL-CURRENCY TO RCA-CCY-CODE (RCA-CCY-COUNT)
               COMPUTE RCA-CCY-FIRST-SUB (RCA-CCY-COUNT) =
                  RCA-CCY-DAY-COUNT + 1
               MOVE RCA-CCY-DAY-COUNT
                 TO RCA-CCY-LAST-SUB (RCA-CCY-COUNT)
               MOVE RCA-DAY-NUMBER
                 TO RCA-CCY-FIRST-DAY (RCA-CCY-COUNT)
            END-IF
            IF RCA-DAY-NUMBER NOT = RCA-CCY-FIRST-DAY (RCA-CCY-COUNT)
                  + RCA-CCY-LAST-SUB (RCA-CCY-COUNT) + 1
                  - RCA-CCY-FIRST-SUB (RCA-CCY-COUNT)
               DISPLAY 'run-calendar: CCYCAL ' SCL-CURRENCY
                  ' out of sequence at ' SCL-DATE
               SET RCA-CCY-LOAD-FAILED TO TRUE
               GO TO 1400-STORE-CCY-DAY-EXIT
            END-IF
            IF RCA-CCY-DAY-COUNT NOT < 8000
               DISPLAY 'run-calendar: CCYCAL table full, '
                  SCL-CURRENCY ' ' SCL-DATE ' dropped'
               SET RCA-CCY-LOAD-FAILED TO TRUE
               GO TO 1400-STORE-CCY-DAY-EXIT
            END-IF
            ADD 1 TO RCA-CCY-DAY-COUNT
            MOVE SCL-DAY-TYPE TO RCA-CCY-DAY-TYPE (RCA-CCY-DAY-COUNT)
            MOVE RCA-CCY-DAY-COUNT TO RCA-CCY-LAST-SUB (RCA-CCY-COUNT).
        1400-STORE-CCY-DAY-EXIT.
            EXIT.

        2000-IS-BUSINESS-DAY.
            PERFORM 4000-FIND-DATE THRU 4000-FIND-DATE-EXIT
            IF RCA-FOUND-SUB = 0
            END-IF.
        4100-MATCH-ONE-DATE-EXIT.
            EXIT.

      * our business day first, then the currency's own calendar
        5000-IS-VALUE-DAY.
            PERFORM 7200-REQUEST-CURRENCY
               THRU 7200-REQUEST-CURRENCY-EXIT
            PERFORM 2000-IS-BUSINESS-DAY
               THRU 2000-IS-BUSINESS-DAY-EXIT
            IF NOT RCQ-OK OR NOT RCQ-IS-BUSINESS-DAY
               OR RCQ-HOUSE-ONLY
               GO TO 5000-IS-VALUE-DAY-EXIT
            END-IF
            MOVE RCQ-DATE TO RCA-TEST-DATE
            PERFORM 7100-CCY-DAY-TYPE THRU 7100-CCY-DAY-TYPE-EXIT
            IF RCA-TEST-TYPE = SPACE
               SET RCQ-DATE-UNKNOWN TO TRUE
               SET RCQ-IS-BUSINESS-DAY TO FALSE
               GO TO 5000-IS-VALUE-DAY-EXIT
            END-IF
            IF RCA-TEST-TYPE NOT = 'B'
               SET RCQ-IS-BUSINESS-DAY TO FALSE
            END-IF.
        5000-IS-VALUE-DAY-EXIT.
            EXIT.

      * first date strictly after RCQ-DATE that is our business day
      * and the currency's; past the end of either calendar the
      * answer is unknown
        6000-NEXT-VALUE-DAY.
            MOVE 0 TO RCQ-NEXT-DATE
            SET RCQ-DATE-UNKNOWN TO TRUE
            PERFORM 7200-REQUEST-CURRENCY
               THRU 7200-REQUEST-CURRENCY-EXIT
            PERFORM 6100-TEST-ONE-VALUE-DAY
               THRU 6100-TEST-ONE-VALUE-DAY-EXIT
               VARYING RCA-SUB FROM 1 BY 1
               UNTIL RCA-SUB > RCA-DAY-COUNT
                  OR RCQ-NEXT-DATE > 0.
        6000-NEXT-VALUE-DAY-EXIT.
            EXIT.

        6100-TEST-ONE-VALUE-DAY.
            IF RCA-DATE (RCA-SUB) NOT > RCQ-DATE OR
               RCA-DAY-TYPE (RCA-SUB) NOT = 'B'
               GO TO 6100-TEST-ONE-VALUE-DAY-EXIT
            END-IF
            IF NOT RCQ-HOUSE-ONLY
               MOVE RCA-DATE (RCA-SUB) TO RCA-TEST-DATE
               PERFORM 7100-CCY-DAY-TYPE THRU 7100-CCY-DAY-TYPE-EXIT
               IF RCA-TEST-TYPE NOT = 'B'
                  GO TO 6100-TEST-ONE-VALUE-DAY-EXIT
               END-IF
            END-IF
            MOVE RCA-DATE (RCA-SUB) TO RCQ-NEXT-DATE
            SET RCQ-OK TO TRUE.
        6100-TEST-ONE-VALUE-DAY-EXIT.
            EXIT.

      * RCA-FIND-CCY to its directory entry, 0 when it has none
        7000-FIND-CURRENCY.
            MOVE 0 TO RCA-CCY-FOUND-SUB
            PERFORM 7010-MATCH-ONE-CURRENCY
               THRU 7010-MATCH-ONE-CURRENCY-EXIT
               VARYING RCA-CCY-SUB FROM 1 BY 1
               UNTIL RCA-CCY-SUB > RCA-CCY-COUNT
                  OR RCA-CCY-FOUND-SUB > 0.
        7000-FIND-CURRENCY-EXIT.
            EXIT.

        7010-MATCH-ONE-CURRENCY.
            IF RCA-CCY-CODE (RCA-CCY-SUB) = RCA-FIND-CCY
               MOVE RCA-CCY-SUB TO RCA-CCY-FOUND-SUB
            END-IF.
        7010-MATCH-ONE-CURRENCY-EXIT.
            EXIT.

      * RCA-TEST-DATE's day type on the found currency's calendar,
      * SPACE when the date is outside it
        7100-CCY-DAY-TYPE.
            MOVE SPACE TO RCA-TEST-TYPE
            COMPUTE RCA-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RCA-TEST-DATE)
            COMPUTE RCA-CCY-DAY-SUB =
               RCA-CCY-FIRST-SUB (RCA-CCY-FOUND-SUB)
               + RCA-DAY-NUMBER - RCA-CCY-FIRST-DAY (RCA-CCY-FOUND-SUB)
            IF RCA-DAY-NUMBER < RCA-CCY-FIRST-DAY (RCA-CCY-FOUND-SUB)
               OR RCA-CCY-DAY-SUB >
                  RCA-CCY-LAST-SUB (RCA-CCY-FOUND-SUB)
               GO TO 7100-CCY-DAY-TYPE-EXIT
            END-IF
            MOVE RCA-CCY-DAY-TYPE (RCA-CCY-DAY-SUB) TO RCA-TEST-TYPE.
        7100-CCY-DAY-TYPE-EXIT.
            EXIT.

      * the request's currency; none on file means our own
      * calendar answers alone
        7200-REQUEST-CURRENCY.
            MOVE RCQ-CURRENCY TO RCA-FIND-CCY
            PERFORM 7000-FIND-CURRENCY THRU 7000-FIND-CURRENCY-EXIT
            IF RCA-CCY-FOUND-SUB = 0 OR RCQ-CURRENCY = SPACES
               SET RCQ-HOUSE-ONLY TO TRUE
            ELSE
               SET RCQ-HOUSE-ONLY TO FALSE
            END-IF.
        7200-REQUEST-CURRENCY-EXIT.
            EXIT.
        End Program RUN-CALENDAR.
